       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2DocFiscal.
      *-----------------------------------------------------------
      *-Documentos fiscais da loja (DOCFISCAL.DAT, emitidos pelo
      *-INDICE a cada venda gravada):
      *-  1 cancela um documento: so o proprio dia e dentro do
      *-    prazo legal em minutos apos a emissao (parametro
      *-    FISCCANC, default 30), com motivo de pelo menos 15
      *-    letras e o operador que cancelou. O cancelamento nao
      *-    mexe na venda: o estoque e o dinheiro voltam pela
      *-    devolucao (ProgramaP2Devolucao, motivo E).
      *-  2 fecha o dia: gera o arquivo fiscal no layout de
      *-    remessa (FISCALDIA.DAT - cabecalho tipo 1, documentos
      *-    tipo 2, cancelamentos tipo 3, totais por classe fiscal
      *-    tipo 4 e trailer tipo 9 com as somas de conferencia) e
      *-    o resumo fiscal diario que o gerente da loja assina
      *-    (RESUMOFISCAL.LST).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOCFISCAL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumDocFis
       FILE STATUS ARQST-DFI.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT FISCAL ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FIS.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCFISCAL LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCFISCAL
           VALUE OF FILE-ID IS "DOCFISCAL.DAT".

           COPY DOCFISCAL.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  FISCAL LABEL RECORD STANDARD
           DATA RECORD IS REG-FISCAL
           VALUE OF FILE-ID IS "FISCALDIA.DAT".
       01 REG-FISCAL.
           02 TipoReg-Fis pic X(1).
           02 Corpo-Fis pic X(120).
      *-Cabecalho: estabelecimento, dia do movimento e geracao.
       01 REG-FISCAL-CAB REDEFINES REG-FISCAL.
           02 FILLER pic X(1).
           02 Estabelecimento-Fis pic X(30).
           02 DataMovimento-Fis pic 9(8).
           02 DataGeracao-Fis pic 9(8).
           02 HoraGeracao-Fis pic 9(6).
           02 FILLER pic X(68).
      *-Documento: um registro por documento do dia, emitido ou
      *-cancelado (situacao E/C).
       01 REG-FISCAL-DOC REDEFINES REG-FISCAL.
           02 FILLER pic X(1).
           02 NumDoc-Fis pic 9(6).
           02 DataDoc-Fis pic 9(8).
           02 HoraDoc-Fis pic 9(6).
           02 Situacao-Fis pic X(1).
           02 Codigo-Fis pic 9(4).
           02 Nome-Fis pic X(30).
           02 Qtd-Fis pic 9(4).
           02 PrecoLista-Fis pic 9(5)V99.
           02 Desconto-Fis pic 9(6)V99.
           02 Unit-Fis pic 9(5)V99.
           02 Total-Fis pic 9(6)V99.
           02 Classe-Fis pic X(1).
           02 Aliquota-Fis pic 9(2)V99.
           02 Imposto-Fis pic 9(6)V99.
           02 FILLER pic X(18).
      *-Cancelamento: documento, quando, motivo e operador.
       01 REG-FISCAL-CANC REDEFINES REG-FISCAL.
           02 FILLER pic X(1).
           02 NumDocCanc-Fis pic 9(6).
           02 DataCanc-Fis pic 9(8).
           02 HoraCanc-Fis pic 9(6).
           02 MotivoCanc-Fis pic X(30).
           02 OperadorCanc-Fis pic X(8).
           02 FILLER pic X(62).
      *-Totais por classe fiscal dos documentos validos.
       01 REG-FISCAL-CLS REDEFINES REG-FISCAL.
           02 FILLER pic X(1).
           02 ClasseTot-Fis pic X(1).
           02 QtdDocsTot-Fis pic 9(6).
           02 ValorContabil-Fis pic 9(11)V99.
           02 BaseCalculo-Fis pic 9(11)V99.
           02 ImpostoTot-Fis pic 9(11)V99.
           02 FILLER pic X(74).
      *-Trailer: quantidade de registros (cabecalho e trailer
      *-inclusos) e somas de conferencia dos documentos validos.
       01 REG-FISCAL-TRL REDEFINES REG-FISCAL.
           02 FILLER pic X(1).
           02 QtdRegistros-Fis pic 9(6).
           02 QtdEmitidos-Fis pic 9(6).
           02 QtdCancelados-Fis pic 9(6).
           02 TotalVendas-Fis pic 9(11)V99.
           02 TotalDescontos-Fis pic 9(11)V99.
           02 TotalImposto-Fis pic 9(11)V99.
           02 FILLER pic X(63).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RESUMOFISCAL.LST".
       01 LINHA-REL pic X(100).

       WORKING-STORAGE SECTION.

           01 ARQST-DFI pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-FIS pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.

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
           01 WS-Data-Prm pic 9(8) value zeros.

           01 WS-Instituicao pic X(30)
               value "LOJA P2".

      *-Cancelamento: prazo legal em minutos (FISCCANC).
           01 WS-Prazo-Canc pic 9(4) value 30.
           01 WS-Num-Doc pic 9(6) value zeros.
           01 WS-Data-Doc pic 9(8) value zeros.
           01 WS-HHMM pic 9(4) value zeros.
           01 WS-HH pic 9(2) value zeros.
           01 WS-MM pic 9(2) value zeros.
           01 WS-Min-Emissao pic 9(4) value zeros.
           01 WS-Min-Agora pic 9(4) value zeros.
           01 WS-Min-Passados pic S9(5) value zeros.
           01 WS-Motivo-Canc pic X(30) value spaces.
           01 WS-Motivo-Tam pic 9(2) value zeros.
           01 WS-Motivo-Pos pic 9(2) value zeros.
           01 WS-Confirma pic X value 'N'.

      *-Fechamento do dia.
           01 WS-Data-Ref pic 9(8) value zeros.
           01 WS-Data-Ref-R REDEFINES WS-Data-Ref.
               02 WS-Ref-Ano pic 9(4).
               02 WS-Ref-Mes pic 9(2).
               02 WS-Ref-Dia pic 9(2).
           01 WS-Qtd-Registros pic 9(6) value zeros.
           01 WS-Qtd-Emitidos pic 9(6) value zeros.
           01 WS-Qtd-Cancelados pic 9(6) value zeros.
           01 WS-Doc-Primeiro pic 9(6) value zeros.
           01 WS-Doc-Ultimo pic 9(6) value zeros.
           01 WS-Tot-Bruto pic 9(11)V99 value zeros.
           01 WS-Tot-Vendas pic 9(11)V99 value zeros.
           01 WS-Tot-Descontos pic 9(11)V99 value zeros.
           01 WS-Tot-Imposto pic 9(11)V99 value zeros.
           01 WS-Tot-Cancelado pic 9(11)V99 value zeros.
           01 WS-Cls-Qtd pic 9(6) occurs 5 times.
           01 WS-Cls-Valor pic 9(11)V99 occurs 5 times.
           01 WS-Cls-Base pic 9(11)V99 occurs 5 times.
           01 WS-Cls-Imposto pic 9(11)V99 occurs 5 times.

           COPY CLASSEFIS.

           01 WS-Qtd-Edt pic Z(5)9.
           01 WS-Valor-Edt pic Z(10)9,99.
           01 WS-Valor-Edt2 pic Z(10)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "DOCUMENTOS FISCAIS DA LOJA - PROGRAMAP2DOCFISCAL".
           PERFORM 01-ABRE-ARQ.
           PERFORM 03-CARREGA-PARAMETROS.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               PERFORM 05-MENU WITH TEST AFTER
                   UNTIL WS-Opcao = '0'
           END-IF.
           CLOSE DOCFISCAL OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O DOCFISCAL.
           IF ARQST-DFI NOT = "00"
               CLOSE DOCFISCAL
               OPEN OUTPUT DOCFISCAL
               CLOSE DOCFISCAL
               OPEN I-O DOCFISCAL
           END-IF.
           OPEN INPUT OPERADOR.

       02-IDENTIFICA-OPERADOR.
      *-Quem cancela fica gravado no documento.
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

       03-CARREGA-PARAMETROS.
      *-O ultimo registro de cada codigo com vigencia ja alcancada
      *-e o que vale; sem arquivo, ficam os defaults.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 04-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       04-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Prm <= WS-Hoje
                       AND CodParam = "FISCCANC"
                       MOVE ValorParam TO WS-Prazo-Canc
                   END-IF
           END-READ.

       05-MENU.
           DISPLAY " ".
           DISPLAY "1 = Cancelar documento fiscal".
           DISPLAY "2 = Fechamento fiscal do dia (arquivo e resumo)".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-CANCELA-DOCUMENTO
               WHEN '2'
                   PERFORM 20-FECHA-DIA
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       10-CANCELA-DOCUMENTO.
           DISPLAY "Numero do documento: " WITH NO ADVANCING.
           ACCEPT WS-Num-Doc.
           MOVE WS-Num-Doc TO NumDocFis.
           READ DOCFISCAL
               INVALID KEY
                   DISPLAY "DOCUMENTO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 11-CONFERE-PRAZO
           END-READ.

       11-CONFERE-PRAZO.
      *-So o proprio dia da emissao e dentro do prazo legal.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE WS-Data-Doc = AnoDocFis * 10000
               + MesDocFis * 100 + DiaDocFis.
           DIVIDE HoraDocFis BY 100 GIVING WS-HHMM.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-Min-Emissao = WS-HH * 60 + WS-MM.
           COMPUTE WS-Min-Agora = HH-SIS * 60 + MM-SIS.
           COMPUTE WS-Min-Passados = WS-Min-Agora - WS-Min-Emissao.
           DISPLAY "DOC " NumDocFis " " DiaDocFis "/" MesDocFis "/"
               AnoDocFis " " NomeDocFis " QTD " QtdDocFis.
           EVALUATE TRUE
               WHEN DocFis-Cancelado
                   DISPLAY "DOCUMENTO JA CANCELADO"
               WHEN WS-Data-Doc NOT = WS-Hoje
                   DISPLAY "FORA DO PRAZO: SO NO DIA DA EMISSAO"
               WHEN WS-Min-Passados > WS-Prazo-Canc
                   DISPLAY "FORA DO PRAZO: " WS-Min-Passados
                       " MINUTOS DA EMISSAO, LIMITE " WS-Prazo-Canc
               WHEN OTHER
                   PERFORM 12-PEDE-MOTIVO
           END-EVALUATE.

       12-PEDE-MOTIVO.
           MOVE SPACES TO WS-Motivo-Canc.
           DISPLAY "Motivo do cancelamento: " WITH NO ADVANCING.
           ACCEPT WS-Motivo-Canc.
           MOVE ZEROS TO WS-Motivo-Tam.
           PERFORM 13-MEDE-MOTIVO
               VARYING WS-Motivo-Pos FROM 1 BY 1
               UNTIL WS-Motivo-Pos > 30.
           IF WS-Motivo-Tam < 15
               DISPLAY "MOTIVO TEM QUE TER PELO MENOS 15 LETRAS"
           ELSE
               DISPLAY "Confirma o cancelamento (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-Confirma
               IF WS-Confirma = 'S' OR 's'
                   PERFORM 14-GRAVA-CANCELAMENTO
               ELSE
                   DISPLAY "CANCELAMENTO DESISTIDO"
               END-IF
           END-IF.

       13-MEDE-MOTIVO.
      *-Tamanho do motivo = posicao da ultima letra digitada.
           IF WS-Motivo-Canc(WS-Motivo-Pos:1) NOT = SPACE
               MOVE WS-Motivo-Pos TO WS-Motivo-Tam
           END-IF.

       14-GRAVA-CANCELAMENTO.
           MOVE 'C' TO StatusDocFis.
           MOVE ANO TO AnoCancDocFis.
           MOVE MES TO MesCancDocFis.
           MOVE DIA TO DiaCancDocFis.
           COMPUTE HoraCancDocFis = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE WS-Motivo-Canc TO MotivoCancDocFis.
           MOVE WS-Operador TO OperadorCancDocFis.
           REWRITE REG-DOCFISCAL
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR DOCUMENTO"
               NOT INVALID KEY
                   DISPLAY "DOCUMENTO " NumDocFis " CANCELADO"
                   DISPLAY "DESFACA A VENDA PELA DEVOLUCAO "
                       "(MOTIVO E = ERRO NA VENDA)"
           END-REWRITE.

       20-FECHA-DIA.
           DISPLAY "Dia do movimento (AAAAMMDD, vazio = hoje): "
               WITH NO ADVANCING.
           MOVE ZEROS TO WS-Data-Ref.
           ACCEPT WS-Data-Ref.
           IF WS-Data-Ref = ZEROS
               MOVE WS-Hoje TO WS-Data-Ref
           END-IF.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ZEROS TO WS-Qtd-Registros WS-Qtd-Emitidos
               WS-Qtd-Cancelados WS-Doc-Primeiro WS-Doc-Ultimo.
           MOVE ZEROS TO WS-Tot-Bruto WS-Tot-Vendas WS-Tot-Descontos
               WS-Tot-Imposto WS-Tot-Cancelado.
           PERFORM 29-ZERA-CLASSE
               VARYING WS-ClasseFis-Idx FROM 1 BY 1
               UNTIL WS-ClasseFis-Idx > 5.
           OPEN OUTPUT FISCAL.
           OPEN OUTPUT RELATORIO.
           PERFORM 21-GRAVA-CABECALHO.
      *-Primeira passada: documentos (emitidos e cancelados);
      *-segunda: os registros de cancelamento.
           MOVE ZEROS TO NumDocFis.
           START DOCFISCAL KEY IS NOT LESS THAN NumDocFis
               INVALID KEY
                   MOVE "10" TO ARQST-DFI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-DFI
           END-START.
           PERFORM 22-VARRE-DOCUMENTO UNTIL ARQST-DFI = "10".
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DOCUMENTOS CANCELADOS (DOC / HORA / MOTIVO / "
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "  OPERADOR / VALOR):" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO NumDocFis.
           START DOCFISCAL KEY IS NOT LESS THAN NumDocFis
               INVALID KEY
                   MOVE "10" TO ARQST-DFI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-DFI
           END-START.
           PERFORM 25-VARRE-CANCELADO UNTIL ARQST-DFI = "10".
           PERFORM 27-GRAVA-CLASSE
               VARYING WS-ClasseFis-Idx FROM 1 BY 1
               UNTIL WS-ClasseFis-Idx > 5.
           PERFORM 28-GRAVA-TRAILER.
           PERFORM 30-RESUMO.
           CLOSE FISCAL.
           CLOSE RELATORIO.
           DISPLAY "DOCUMENTOS: " WS-Qtd-Emitidos " VALIDOS, "
               WS-Qtd-Cancelados " CANCELADOS".
           DISPLAY "Arquivo fiscal em FISCALDIA.DAT, resumo em "
               "RESUMOFISCAL.LST".

       21-GRAVA-CABECALHO.
           MOVE SPACES TO REG-FISCAL.
           MOVE '1' TO TipoReg-Fis.
           MOVE WS-Instituicao TO Estabelecimento-Fis.
           MOVE WS-Data-Ref TO DataMovimento-Fis.
           MOVE WS-Hoje TO DataGeracao-Fis.
           COMPUTE HoraGeracao-Fis = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           WRITE REG-FISCAL.
           ADD 1 TO WS-Qtd-Registros.
           MOVE SPACES TO LINHA-REL.
           STRING "RESUMO FISCAL DIARIO - " WS-Instituicao
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "MOVIMENTO DE " WS-Ref-Dia "/" WS-Ref-Mes "/"
               WS-Ref-Ano " - EMITIDO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       22-VARRE-DOCUMENTO.
           READ DOCFISCAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DFI
               NOT AT END
                   COMPUTE WS-Data-Doc = AnoDocFis * 10000
                       + MesDocFis * 100 + DiaDocFis
                   IF WS-Data-Doc = WS-Data-Ref
                       PERFORM 23-GRAVA-DOCUMENTO
                   END-IF
           END-READ.

       23-GRAVA-DOCUMENTO.
           IF WS-Doc-Primeiro = ZEROS
               MOVE NumDocFis TO WS-Doc-Primeiro
           END-IF.
           MOVE NumDocFis TO WS-Doc-Ultimo.
           MOVE SPACES TO REG-FISCAL.
           MOVE '2' TO TipoReg-Fis.
           MOVE NumDocFis TO NumDoc-Fis.
           MOVE WS-Data-Doc TO DataDoc-Fis.
           MOVE HoraDocFis TO HoraDoc-Fis.
           MOVE StatusDocFis TO Situacao-Fis.
           MOVE CodigoDocFis TO Codigo-Fis.
           MOVE NomeDocFis TO Nome-Fis.
           MOVE QtdDocFis TO Qtd-Fis.
           MOVE PrecoListaDocFis TO PrecoLista-Fis.
           MOVE DescontoDocFis TO Desconto-Fis.
           MOVE UnitDocFis TO Unit-Fis.
           MOVE TotalDocFis TO Total-Fis.
           MOVE ClasseDocFis TO Classe-Fis.
           MOVE AliquotaDocFis TO Aliquota-Fis.
           MOVE ImpostoDocFis TO Imposto-Fis.
           WRITE REG-FISCAL.
           ADD 1 TO WS-Qtd-Registros.
           IF DocFis-Cancelado
               ADD 1 TO WS-Qtd-Cancelados
               ADD TotalDocFis TO WS-Tot-Cancelado
           ELSE
               ADD 1 TO WS-Qtd-Emitidos
               ADD TotalDocFis TO WS-Tot-Vendas
               ADD DescontoDocFis TO WS-Tot-Descontos
               ADD ImpostoDocFis TO WS-Tot-Imposto
               COMPUTE WS-Tot-Bruto = WS-Tot-Bruto
                   + TotalDocFis + DescontoDocFis
               PERFORM 24-SOMA-CLASSE
           END-IF.

       24-SOMA-CLASSE.
      *-Classe fora da tabela soma como tributada.
           MOVE 1 TO WS-ClasseFis-Achou.
           PERFORM 26-PROCURA-CLASSE
               VARYING WS-ClasseFis-Idx FROM 1 BY 1
               UNTIL WS-ClasseFis-Idx > 5.
           ADD 1 TO WS-Cls-Qtd(WS-ClasseFis-Achou).
           ADD TotalDocFis TO WS-Cls-Valor(WS-ClasseFis-Achou).
           IF ImpostoDocFis > ZEROS
               ADD TotalDocFis TO WS-Cls-Base(WS-ClasseFis-Achou)
           END-IF.
           ADD ImpostoDocFis TO WS-Cls-Imposto(WS-ClasseFis-Achou).

       25-VARRE-CANCELADO.
           READ DOCFISCAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DFI
               NOT AT END
                   COMPUTE WS-Data-Doc = AnoDocFis * 10000
                       + MesDocFis * 100 + DiaDocFis
                   IF WS-Data-Doc = WS-Data-Ref AND DocFis-Cancelado
                       MOVE SPACES TO REG-FISCAL
                       MOVE '3' TO TipoReg-Fis
                       MOVE NumDocFis TO NumDocCanc-Fis
                       COMPUTE DataCanc-Fis = AnoCancDocFis * 10000
                           + MesCancDocFis * 100 + DiaCancDocFis
                       MOVE HoraCancDocFis TO HoraCanc-Fis
                       MOVE MotivoCancDocFis TO MotivoCanc-Fis
                       MOVE OperadorCancDocFis TO OperadorCanc-Fis
                       WRITE REG-FISCAL
                       ADD 1 TO WS-Qtd-Registros
                       MOVE TotalDocFis TO WS-Valor-Edt
                       MOVE SPACES TO LINHA-REL
                       STRING "  " NumDocFis " " HoraCancDocFis " "
                           MotivoCancDocFis " " OperadorCancDocFis
                           " " WS-Valor-Edt
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       26-PROCURA-CLASSE.
           IF CLASSEFIS-T-COD(WS-ClasseFis-Idx) = ClasseDocFis
               MOVE WS-ClasseFis-Idx TO WS-ClasseFis-Achou
           END-IF.

       27-GRAVA-CLASSE.
           IF WS-Cls-Qtd(WS-ClasseFis-Idx) > ZEROS
               MOVE SPACES TO REG-FISCAL
               MOVE '4' TO TipoReg-Fis
               MOVE CLASSEFIS-T-COD(WS-ClasseFis-Idx) TO ClasseTot-Fis
               MOVE WS-Cls-Qtd(WS-ClasseFis-Idx) TO QtdDocsTot-Fis
               MOVE WS-Cls-Valor(WS-ClasseFis-Idx)
                   TO ValorContabil-Fis
               MOVE WS-Cls-Base(WS-ClasseFis-Idx) TO BaseCalculo-Fis
               MOVE WS-Cls-Imposto(WS-ClasseFis-Idx)
                   TO ImpostoTot-Fis
               WRITE REG-FISCAL
               ADD 1 TO WS-Qtd-Registros
           END-IF.

       28-GRAVA-TRAILER.
           ADD 1 TO WS-Qtd-Registros.
           MOVE SPACES TO REG-FISCAL.
           MOVE '9' TO TipoReg-Fis.
           MOVE WS-Qtd-Registros TO QtdRegistros-Fis.
           MOVE WS-Qtd-Emitidos TO QtdEmitidos-Fis.
           MOVE WS-Qtd-Cancelados TO QtdCancelados-Fis.
           MOVE WS-Tot-Vendas TO TotalVendas-Fis.
           MOVE WS-Tot-Descontos TO TotalDescontos-Fis.
           MOVE WS-Tot-Imposto TO TotalImposto-Fis.
           WRITE REG-FISCAL.

       29-ZERA-CLASSE.
           MOVE ZEROS TO WS-Cls-Qtd(WS-ClasseFis-Idx).
           MOVE ZEROS TO WS-Cls-Valor(WS-ClasseFis-Idx).
           MOVE ZEROS TO WS-Cls-Base(WS-ClasseFis-Idx).
           MOVE ZEROS TO WS-Cls-Imposto(WS-ClasseFis-Idx).

       30-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "DOCUMENTOS DO DIA: " WS-Doc-Primeiro " A "
               WS-Doc-Ultimo "  VALIDOS: " WS-Qtd-Emitidos
               "  CANCELADOS: " WS-Qtd-Cancelados
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Bruto TO WS-Valor-Edt.
           MOVE WS-Tot-Descontos TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "VENDAS A PRECO DE LISTA: " WS-Valor-Edt
               "  DESCONTOS: " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Vendas TO WS-Valor-Edt.
           MOVE WS-Tot-Imposto TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "VENDAS LIQUIDAS: " WS-Valor-Edt
               "  IMPOSTO DESTACADO: " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Cancelado TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "VALOR DOS DOCUMENTOS CANCELADOS: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "POR CLASSE FISCAL (DOCS / VALOR / IMPOSTO):"
               TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 31-LINHA-CLASSE
               VARYING WS-ClasseFis-Idx FROM 1 BY 1
               UNTIL WS-ClasseFis-Idx > 5.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONFERIDO POR: ______________________________"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "               GERENTE DA LOJA" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DATA: ____/____/________" TO LINHA-REL.
           WRITE LINHA-REL.

       31-LINHA-CLASSE.
           MOVE WS-Cls-Qtd(WS-ClasseFis-Idx) TO WS-Qtd-Edt.
           MOVE WS-Cls-Valor(WS-ClasseFis-Idx) TO WS-Valor-Edt.
           MOVE WS-Cls-Imposto(WS-ClasseFis-Idx) TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "  " CLASSEFIS-T-COD(WS-ClasseFis-Idx) " "
               CLASSEFIS-T-NOME(WS-ClasseFis-Idx) " " WS-Qtd-Edt
               " " WS-Valor-Edt " " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
