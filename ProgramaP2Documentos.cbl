       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Documentos.
      *-----------------------------------------------------------
      *-Checklist de documentos das contas novas (DOCPEND.DAT,
      *-gerado pelo ProgramaP2 na abertura):
      *-  1 mostra o checklist de uma conta, com a situacao de cada
      *-    documento, o prazo e a restricao em vigor;
      *-  2 registra a entrega de um documento; entregue o ultimo,
      *-    o checklist fica completo e as restricoes caem. Conta
      *-    ja bloqueada pelo prazo vencido so volta a ativa com
      *-    PIN de supervisor (pode ter sido bloqueada por outro
      *-    motivo depois);
      *-  3 lista as contas com checklist em aberto.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOCPEND ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Dcp
       FILE STATUS ARQST-DCP.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCPEND LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCPEND
           VALUE OF FILE-ID IS "DOCPEND.DAT".

           COPY DOCPEND.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

           01 ARQST-DCP pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-OPE pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.

           COPY DOCTAB.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 WS-Hoje pic 9(8) value zeros.

           01 WS-CodC pic 9(6) value zeros.
           01 WS-Cod-Doc pic X(2) value spaces.
           01 WS-Nome-Doc pic X(30) value spaces.
           01 WS-Situacao pic X(9) value spaces.
           01 WS-Item pic 9(1) value zeros.
           01 WS-Item-Achado pic 9(1) value zeros.
           01 WS-Faltam pic 9(1) value zeros.
           01 WS-Listadas pic 9(5) value zeros.
           01 WS-Dias-Prazo pic S9(5) value zeros.

           01 WS-Sup-Id pic X(8) value spaces.
           01 WS-Sup-Senha pic X(8) value spaces.
           01 WS-Sup-Ok pic X value 'N'.
               88 Supervisor-Autorizou value 'S'.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "CHECKLIST DE DOCUMENTOS - PROGRAMAP2DOCUMENTOS".
           PERFORM 01-ABRE-ARQ.
           IF ARQST-DCP NOT = "00"
               DISPLAY "DOCPEND.DAT AUSENTE, NENHUM CHECKLIST ABERTO"
           ELSE
               PERFORM 02-IDENTIFICA-OPERADOR
               IF WS-Operador NOT = SPACES
                   PERFORM 05-MENU WITH TEST AFTER
                       UNTIL WS-Opcao = '0'
               END-IF
               CLOSE DOCPEND CC
           END-IF.
           CLOSE OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O DOCPEND.
           IF ARQST-DCP = "00"
               OPEN I-O CC
           END-IF.
           OPEN INPUT OPERADOR.

       02-IDENTIFICA-OPERADOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-Operador.
           MOVE WS-Operador TO IdOper.
           READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   MOVE SPACES TO WS-Operador
               NOT INVALID KEY
                   IF Operador-Cancelado-Op
                       DISPLAY "OPERADOR CANCELADO"
                       MOVE SPACES TO WS-Operador
                   END-IF
           END-READ.

       05-MENU.
           DISPLAY " ".
           DISPLAY "1 = Consultar checklist da conta".
           DISPLAY "2 = Registrar entrega de documento".
           DISPLAY "3 = Listar contas com documento pendente".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-CONSULTA
               WHEN '2'
                   PERFORM 20-ENTREGA
               WHEN '3'
                   PERFORM 30-LISTA-PENDENTES
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       10-CONSULTA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE WS-CodC TO CodC-Dcp.
           READ DOCPEND
               INVALID KEY
                   DISPLAY "CONTA SEM CHECKLIST DE DOCUMENTOS"
               NOT INVALID KEY
                   PERFORM 11-MOSTRA-CHECKLIST
           END-READ.

       11-MOSTRA-CHECKLIST.
           EVALUATE TRUE
               WHEN Checklist-Completo
                   MOVE "COMPLETO" TO WS-Situacao
               WHEN Checklist-Vencido
                   MOVE "VENCIDO" TO WS-Situacao
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-Situacao
           END-EVALUATE.
           DISPLAY "CONTA " CodC-Dcp " ABERTA EM " DataAberturaDcp
               " PRAZO " PrazoDcp " SITUACAO " WS-Situacao.
           PERFORM 12-LINHA-DOCUMENTO
               VARYING WS-Item FROM 1 BY 1
               UNTIL WS-Item > QtdDocsDcp.
           IF Checklist-Completo
               DISPLAY "COMPLETO EM " DataCompletoDcp
                   ", SEM RESTRICAO"
           ELSE
               DISPLAY "RESTRITA: SEM TALAO, SEM CHEQUE ESPECIAL, SEM"
                   " EMPRESTIMO E LIMITES DIARIOS REDUZIDOS"
               IF Checklist-Vencido
                   DISPLAY "CONTA BLOQUEADA EM " DataBloqueioDcp
                       " POR PRAZO VENCIDO"
               END-IF
           END-IF.

       12-LINHA-DOCUMENTO.
           MOVE CodDocDcp(WS-Item) TO WS-Cod-Doc.
           PERFORM 13-NOME-DOCUMENTO.
           IF Doc-Entregue(WS-Item)
               DISPLAY "  " WS-Item " " WS-Cod-Doc " " WS-Nome-Doc
                   " ENTREGUE " DataEntregaDcp(WS-Item) " "
                   OperadorDocDcp(WS-Item)
           ELSE
               DISPLAY "  " WS-Item " " WS-Cod-Doc " " WS-Nome-Doc
                   " PENDENTE"
           END-IF.

       13-NOME-DOCUMENTO.
           MOVE 'N' TO WS-DocTab-Achou.
           MOVE SPACES TO WS-Nome-Doc.
           PERFORM 14-BUSCA-DOCTAB
               VARYING WS-DocTab-Idx FROM 1 BY 1
               UNTIL WS-DocTab-Idx > 9 OR DocTab-Encontrado.

       14-BUSCA-DOCTAB.
           IF DOCTAB-T-COD(WS-DocTab-Idx) = WS-Cod-Doc
               MOVE DOCTAB-T-NOME(WS-DocTab-Idx) TO WS-Nome-Doc
               MOVE 'S' TO WS-DocTab-Achou
           END-IF.

       20-ENTREGA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE WS-CodC TO CodC-Dcp.
           READ DOCPEND
               INVALID KEY
                   DISPLAY "CONTA SEM CHECKLIST DE DOCUMENTOS"
               NOT INVALID KEY
                   IF Checklist-Completo
                       DISPLAY "CHECKLIST JA COMPLETO EM "
                           DataCompletoDcp
                   ELSE
                       PERFORM 11-MOSTRA-CHECKLIST
                       PERFORM 21-REGISTRA-ENTREGA
                   END-IF
           END-READ.

       21-REGISTRA-ENTREGA.
           MOVE SPACES TO WS-Cod-Doc.
           DISPLAY "Documento entregue (codigo): " WITH NO ADVANCING.
           ACCEPT WS-Cod-Doc.
           MOVE ZEROS TO WS-Item-Achado.
           PERFORM 22-BUSCA-ITEM
               VARYING WS-Item FROM 1 BY 1
               UNTIL WS-Item > QtdDocsDcp.
           IF WS-Item-Achado = ZEROS
               DISPLAY "DOCUMENTO NAO CONSTA DO CHECKLIST DA CONTA"
           ELSE
           IF Doc-Entregue(WS-Item-Achado)
               DISPLAY "DOCUMENTO JA ENTREGUE EM "
                   DataEntregaDcp(WS-Item-Achado)
           ELSE
               MOVE 'E' TO SituacaoDocDcp(WS-Item-Achado)
               MOVE WS-Hoje TO DataEntregaDcp(WS-Item-Achado)
               MOVE WS-Operador TO OperadorDocDcp(WS-Item-Achado)
               MOVE ZEROS TO WS-Faltam
               PERFORM 23-CONTA-FALTANTE
                   VARYING WS-Item FROM 1 BY 1
                   UNTIL WS-Item > QtdDocsDcp
               IF WS-Faltam = ZEROS
                   PERFORM 24-COMPLETA-CHECKLIST
               ELSE
                   REWRITE REG-DOCPEND
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O CHECKLIST"
                       NOT INVALID KEY
                           DISPLAY "ENTREGA REGISTRADA, FALTAM "
                               WS-Faltam " DOCUMENTO(S)"
                   END-REWRITE
               END-IF
           END-IF
           END-IF.

       22-BUSCA-ITEM.
           IF CodDocDcp(WS-Item) = WS-Cod-Doc
               MOVE WS-Item TO WS-Item-Achado
           END-IF.

       23-CONTA-FALTANTE.
           IF NOT Doc-Entregue(WS-Item)
               ADD 1 TO WS-Faltam
           END-IF.

       24-COMPLETA-CHECKLIST.
      *-Ultimo documento: checklist completo. Se o prazo ja tinha
      *-vencido e a conta continua bloqueada, o desbloqueio pede
      *-supervisor; negado, o checklist fica completo e a conta
      *-segue bloqueada ate a liberacao pelo cadastro.
           IF Checklist-Vencido
               MOVE CodC-Dcp TO CodC
               READ CC
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA EM CC.DAT"
                   NOT INVALID KEY
                       IF Conta-Bloqueada
                           PERFORM 25-DESBLOQUEIA-CONTA
                       END-IF
               END-READ
           END-IF.
           MOVE 'C' TO StatusDcp.
           MOVE WS-Hoje TO DataCompletoDcp.
           REWRITE REG-DOCPEND
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CHECKLIST"
               NOT INVALID KEY
                   DISPLAY "CHECKLIST COMPLETO, RESTRICOES RETIRADAS"
           END-REWRITE.

       25-DESBLOQUEIA-CONTA.
           DISPLAY "CONTA BLOQUEADA PELO PRAZO VENCIDO EM "
               DataBloqueioDcp.
           PERFORM 46-AUTORIZA-SUPERVISOR.
           IF NOT Supervisor-Autorizou
               DISPLAY "AUTORIZACAO NEGADA, CONTA SEGUE BLOQUEADA"
           ELSE
               MOVE 'A' TO StatusContaC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO DESBLOQUEAR A CONTA"
                   NOT INVALID KEY
                       DISPLAY "CONTA " CodC " DESBLOQUEADA POR "
                           WS-Sup-Id
               END-REWRITE
           END-IF.

       30-LISTA-PENDENTES.
           MOVE ZEROS TO WS-Listadas.
           MOVE ZEROS TO CodC-Dcp.
           START DOCPEND KEY IS NOT LESS THAN CodC-Dcp
               INVALID KEY
                   MOVE "10" TO ARQST-DCP
               NOT INVALID KEY
                   MOVE "00" TO ARQST-DCP
           END-START.
           DISPLAY "CONTA  ABERTURA PRAZO    S FALTAM DIAS P/ PRAZO".
           PERFORM 31-LINHA-PENDENTE UNTIL ARQST-DCP = "10".
           DISPLAY "CONTAS COM DOCUMENTO PENDENTE: " WS-Listadas.
           MOVE "00" TO ARQST-DCP.

       31-LINHA-PENDENTE.
           READ DOCPEND NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DCP
               NOT AT END
                   IF NOT Checklist-Completo
                       ADD 1 TO WS-Listadas
                       MOVE ZEROS TO WS-Faltam
                       PERFORM 23-CONTA-FALTANTE
                           VARYING WS-Item FROM 1 BY 1
                           UNTIL WS-Item > QtdDocsDcp
                       COMPUTE WS-Dias-Prazo =
                           FUNCTION INTEGER-OF-DATE(PrazoDcp)
                           - FUNCTION INTEGER-OF-DATE(WS-Hoje)
                       DISPLAY CodC-Dcp " " DataAberturaDcp " "
                           PrazoDcp " " StatusDcp " " WS-Faltam
                           "      " WS-Dias-Prazo
                   END-IF
           END-READ.

       46-AUTORIZA-SUPERVISOR.
           MOVE 'N' TO WS-Sup-Ok.
           MOVE SPACES TO WS-Sup-Id WS-Sup-Senha.
           DISPLAY "Supervisor (ID): " WITH NO ADVANCING.
           ACCEPT WS-Sup-Id.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT WS-Sup-Senha.
           MOVE WS-Sup-Id TO IdOper.
           READ OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SenhaOper = WS-Sup-Senha
                       AND Operador-Ativo-Op
                       AND Perfil-Supervisor
                       MOVE 'S' TO WS-Sup-Ok
                   END-IF
           END-READ.
