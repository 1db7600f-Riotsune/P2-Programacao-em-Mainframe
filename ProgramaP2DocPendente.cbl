       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2DocPendente.
      *-----------------------------------------------------------
      *-Passo noturno do checklist de documentos das contas novas
      *-(DOCPEND.DAT): checklist ainda pendente com o prazo
      *-(PrazoDcp) vencido bloqueia a conta ativa (StatusContaC
      *-'B') com alerta em ALERTA.DAT (tipo 'D') e fica vencido
      *-('B'), para nao bloquear de novo na noite seguinte - o
      *-desbloqueio e na entrega do ultimo documento, pelo
      *-ProgramaP2Documentos. Todo documento ainda nao entregue
      *-sai em DOCPEND.LST, do mais antigo para o mais novo (dias
      *-desde a abertura), com o prazo e a situacao da conta.
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

       SELECT ALERTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALE.

      *-Arquivo de trabalho do SORT: os documentos pendentes,
      *-ordenados pela idade para o relatorio.
       SELECT WORKSORT ASSIGN TO DISK.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

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

       FD  ALERTA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALERTA
           VALUE OF FILE-ID IS "ALERTA.DAT".

           COPY ALERTA.

       SD  WORKSORT
           DATA RECORD IS REG-SORT.
       01 REG-SORT.
           02 SortIdade pic 9(5).
           02 SortCodC pic 9(6).
           02 SortNome pic X(40).
           02 SortAgencia pic 9(4).
           02 SortCodDoc pic X(2).
           02 SortAbertura pic 9(8).
           02 SortPrazo pic 9(8).
           02 SortStatus pic X(1).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "DOCPEND.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-DCP pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Fim-Sort pic X value 'N'.
               88 Fim-Sort value 'S'.

           COPY DOCTAB.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 HORA-SIS.
               02 HH-SIS pic 99.
               02 MM-SIS pic 99.
               02 SS-SIS pic 99.
               02 CC-SIS pic 99.
           01 WS-Hoje pic 9(8) value zeros.

           01 WS-Item pic 9(1) value zeros.
           01 WS-Idade pic 9(5) value zeros.
           01 WS-Situacao pic X(9) value spaces.
           01 WS-Nome-Doc pic X(30) value spaces.
           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Pendentes pic 9(6) value zeros.
           01 WS-Documentos pic 9(6) value zeros.
           01 WS-Bloqueadas pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           OPEN I-O DOCPEND.
           IF ARQST-DCP NOT = "00"
               DISPLAY "DOCPEND.DAT AUSENTE, NENHUM CHECKLIST ABERTO"
               GOBACK
           END-IF.
           OPEN I-O CC.
           OPEN EXTEND ALERTA.
           IF ARQST-ALE NOT = "00"
               CLOSE ALERTA
               OPEN OUTPUT ALERTA
           END-IF.
           SORT WORKSORT ON DESCENDING KEY SortIdade
               ASCENDING KEY SortCodC
               INPUT PROCEDURE IS 10-LE-CHECKLIST
               OUTPUT PROCEDURE IS 20-IMPRIME-PENDENTES.
           CLOSE DOCPEND CC ALERTA.
           DISPLAY "CHECKLISTS LIDOS: " WS-Lidos.
           DISPLAY "  CONTAS COM PENDENCIA: " WS-Pendentes.
           DISPLAY "  DOCUMENTOS PENDENTES: " WS-Documentos.
           DISPLAY "  CONTAS BLOQUEADAS HOJE: " WS-Bloqueadas.
           DISPLAY "Relatorio gravado em DOCPEND.LST".
      *-GOBACK: chamado pelo ProgramaP2Noturno devolve o controle
      *-para a sequencia seguir no passo seguinte.
           GOBACK.

       10-LE-CHECKLIST.
           PERFORM 11-PROCESSA-CHECKLIST UNTIL ARQST-DCP = "10".

       11-PROCESSA-CHECKLIST.
           READ DOCPEND NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DCP
               NOT AT END
                   ADD 1 TO WS-Lidos
                   IF NOT Checklist-Completo
                       ADD 1 TO WS-Pendentes
                       MOVE CodC-Dcp TO CodC
                       READ CC
                           INVALID KEY
                               MOVE SPACES TO NomeC
                               MOVE ZEROS TO CodAgenciaC
                               MOVE SPACE TO StatusContaC
                       END-READ
                       IF Checklist-Pendente AND PrazoDcp < WS-Hoje
                           PERFORM 12-BLOQUEIA-VENCIDO
                       END-IF
                       COMPUTE WS-Idade =
                           FUNCTION INTEGER-OF-DATE(WS-Hoje)
                           - FUNCTION INTEGER-OF-DATE(DataAberturaDcp)
                       PERFORM 14-SOLTA-DOCUMENTO
                           VARYING WS-Item FROM 1 BY 1
                           UNTIL WS-Item > QtdDocsDcp
                   END-IF
           END-READ.

       12-BLOQUEIA-VENCIDO.
      *-Prazo vencido: so a conta ativa e bloqueada (encerrada ou ja
      *-bloqueada por outro motivo fica como esta), mas o checklist
      *-passa a vencido de qualquer jeito.
           IF Conta-Ativa
               MOVE 'B' TO StatusContaC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO BLOQUEAR A CONTA " CodC
                   NOT INVALID KEY
                       ADD 1 TO WS-Bloqueadas
                       PERFORM 13-GRAVA-ALERTA
               END-REWRITE
           END-IF.
           MOVE 'B' TO StatusDcp.
           MOVE WS-Hoje TO DataBloqueioDcp.
           REWRITE REG-DOCPEND
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CHECKLIST " CodC-Dcp
           END-REWRITE.

       13-GRAVA-ALERTA.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ANO TO AnoAlerta.
           MOVE MES TO MesAlerta.
           MOVE DIA TO DiaAlerta.
           COMPUTE HoraAlerta = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE CodC TO CodAlerta.
           MOVE SaldoC TO SaldoAlerta.
           MOVE 'D' TO TipoAlerta.
           MOVE 'N' TO StatusAlerta.
           MOVE SPACES TO OperadorAlerta.
           MOVE ZEROS TO DataResolucao.
           WRITE REG-ALERTA.

       14-SOLTA-DOCUMENTO.
           IF NOT Doc-Entregue(WS-Item)
               ADD 1 TO WS-Documentos
               MOVE WS-Idade TO SortIdade
               MOVE CodC-Dcp TO SortCodC
               MOVE NomeC TO SortNome
               MOVE CodAgenciaC TO SortAgencia
               MOVE CodDocDcp(WS-Item) TO SortCodDoc
               MOVE DataAberturaDcp TO SortAbertura
               MOVE PrazoDcp TO SortPrazo
               MOVE StatusDcp TO SortStatus
               RELEASE REG-SORT
           END-IF.

       20-IMPRIME-PENDENTES.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "DOCUMENTOS PENDENTES DE CONTAS NOVAS POR IDADE - "
               "POSICAO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "DIAS  CONTA  AGEN NOME                              "
               "       DOCUMENTO                         ABERTURA PRAZO"
               "    SITUACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE 'N' TO WS-Fim-Sort.
           PERFORM 21-LINHA-PENDENTE UNTIL Fim-Sort.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTAS COM PENDENCIA: " WS-Pendentes
               "  DOCUMENTOS: " WS-Documentos
               "  BLOQUEADAS HOJE: " WS-Bloqueadas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.

       21-LINHA-PENDENTE.
           RETURN WORKSORT
               AT END
                   MOVE 'S' TO WS-Fim-Sort
               NOT AT END
                   PERFORM 22-NOME-DOCUMENTO
                   IF SortStatus = 'B'
                       MOVE "BLOQUEADA" TO WS-Situacao
                   ELSE
                       MOVE "NO PRAZO" TO WS-Situacao
                   END-IF
                   MOVE SPACES TO LINHA-REL
                   STRING SortIdade " " SortCodC " " SortAgencia " "
                       SortNome " " SortCodDoc " " WS-Nome-Doc " "
                       SortAbertura " " SortPrazo " " WS-Situacao
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-RETURN.

       22-NOME-DOCUMENTO.
           MOVE 'N' TO WS-DocTab-Achou.
           MOVE SPACES TO WS-Nome-Doc.
           PERFORM 23-BUSCA-DOCTAB
               VARYING WS-DocTab-Idx FROM 1 BY 1
               UNTIL WS-DocTab-Idx > 9 OR DocTab-Encontrado.

       23-BUSCA-DOCTAB.
           IF DOCTAB-T-COD(WS-DocTab-Idx) = SortCodDoc
               MOVE DOCTAB-T-NOME(WS-DocTab-Idx) TO WS-Nome-Doc
               MOVE 'S' TO WS-DocTab-Achou
           END-IF.

       89-DATA-PROCESSAMENTO.
      *-Data de processamento: a do relogio, salvo com a sequencia
      *-noturna no ar (modo B), quando vale a data que o driver
      *-ProgramaP2Noturno gravou em SISMODO.DAT para a passada - na
      *-recuperacao de noites perdidas, a data em atraso.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT SISMODO.
           IF ARQST-SIS = "00"
               READ SISMODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Modo-Batch AND DataProcSis NUMERIC
                           AND DataProcSis NOT = ZEROS
                           MOVE DataProcSis TO DATA-SIS
                       END-IF
               END-READ
               CLOSE SISMODO
           END-IF.
