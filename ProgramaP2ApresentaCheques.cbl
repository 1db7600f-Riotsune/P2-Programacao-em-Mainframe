       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2ApresentaCheques.
      *-----------------------------------------------------------
      *-Apresentacao de saida dos cheques de outros bancos
      *-depositados aqui: todo deposito em cheque ainda pendente
      *-em FLOAT.DAT e nao apresentado vai para o arquivo de
      *-compensacao do banco sacado, CHQOUTbbbb.DAT (layout
      *-CHQCOMP, com o numero do float como nossa referencia), e
      *-fica marcado apresentado com a data; rodar de novo na
      *-mesma noite nao apresenta duas vezes. Cheque do proprio
      *-banco (BANCONOS) ou sem banco sacado informado nao entra.
      *-A devolucao pelo sacado volta em CHQDEV.DAT para o
      *-ProgramaP2RetornoCheques. Resumo por banco sacado em
      *-APRCHQ.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FLOATDEP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-FLT.

      *-Arquivo de apresentacao, um por banco sacado
      *-(CHQOUTbbbb.DAT), nome montado em WS-Nome-ChqOut antes do
      *-OPEN.
       SELECT CHQOUT ASSIGN TO WS-Nome-ChqOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CHO.

      *-Parametros de negocio: nosso codigo COMPE (BANCONOS).
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

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
       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

       FD  CHQOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-CHQCOMP.

           COPY CHQCOMP.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "APRCHQ.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-FLT pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CHO pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
           01 WS-Banco-Nosso pic 9(4) value 0001.
      *-Nome no formato CHQOUTbbbb.DAT, ex.: CHQOUT0341.DAT.
           01 WS-Nome-ChqOut pic X(14) value spaces.

      *-Apresentacao por banco sacado, indexada pelo proprio codigo
      *-COMPE (1-9999).
           01 WS-Apr-Tab.
               02 WS-Apr-Item OCCURS 9999 TIMES.
                   03 WS-Apr-Qtd pic 9(6).
                   03 WS-Apr-Total pic 9(9)V99.
           01 WS-Apr-Idx pic 9(5) value zeros.

           01 WS-Apresentados pic 9(6) value zeros.
           01 WS-Total-Apresentado pic 9(11)V99 value zeros.
           01 WS-Falhas pic 9(6) value zeros.
           01 WS-Total-Edt pic Z(10)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           INITIALIZE WS-Apr-Tab.
           PERFORM 10-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-FLOAT UNTIL ARQST-FLT = "10".
           PERFORM 40-RESUMO.
           CLOSE FLOATDEP.
           CLOSE RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O FLOATDEP.
           IF ARQST-FLT NOT = "00"
               DISPLAY "FLOAT.DAT NAO ENCONTRADO, NADA A APRESENTAR"
               MOVE "10" TO ARQST-FLT
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "APRESENTACAO DE CHEQUES DEPOSITADOS EM " DIA "/"
               MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-PROCESSA-FLOAT.
           READ FLOATDEP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FLT
               NOT AT END
                   IF Float-Pendente AND NOT Cheque-Apresentado
                       AND BancoChqFlt > ZEROS
                       AND BancoChqFlt NOT = WS-Banco-Nosso
                       PERFORM 03-APRESENTA-CHEQUE
                   END-IF
           END-READ.

       03-APRESENTA-CHEQUE.
           MOVE SPACES TO WS-Nome-ChqOut.
           STRING "CHQOUT" DELIMITED BY SIZE
               BancoChqFlt DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-ChqOut.
           MOVE "00" TO ARQST-CHO.
           OPEN EXTEND CHQOUT.
           IF ARQST-CHO NOT = "00"
               CLOSE CHQOUT
               OPEN OUTPUT CHQOUT
           END-IF.
           MOVE BancoChqFlt TO CodBancoSacadoCmp.
           MOVE NumChqFlt TO NumChequeCmp.
           MOVE ValorFlt TO ValorCmp.
           MOVE AnoDepositoFlt TO AnoDepositoCmp.
           MOVE MesDepositoFlt TO MesDepositoCmp.
           MOVE DiaDepositoFlt TO DiaDepositoCmp.
           MOVE WS-Banco-Nosso TO CodBancoApresCmp.
           MOVE NumFlt TO NumFltCmp.
           MOVE ZEROS TO AlineaCmp.
           WRITE REG-CHQCOMP.
           IF ARQST-CHO NOT = "00"
               CLOSE CHQOUT
               ADD 1 TO WS-Falhas
               DISPLAY "ERRO AO APRESENTAR O DEPOSITO " NumFlt
           ELSE
               CLOSE CHQOUT
               MOVE 'S' TO ApresentadoFlt
               MOVE ANO TO AnoApresentacaoFlt
               MOVE MES TO MesApresentacaoFlt
               MOVE DIA TO DiaApresentacaoFlt
               REWRITE REG-FLOAT
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR O DEPOSITO " NumFlt
               END-REWRITE
               MOVE BancoChqFlt TO WS-Apr-Idx
               ADD 1 TO WS-Apr-Qtd(WS-Apr-Idx)
               ADD ValorFlt TO WS-Apr-Total(WS-Apr-Idx)
               ADD 1 TO WS-Apresentados
               ADD ValorFlt TO WS-Total-Apresentado
           END-IF.

       10-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 11-LE-PARAMETRO UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       11-LE-PARAMETRO.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje
                       EVALUATE CodParam
                           WHEN "BANCONOS"
                               MOVE ValorParam TO WS-Banco-Nosso
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 41-LINHA-BANCO
               VARYING WS-Apr-Idx FROM 1 BY 1
               UNTIL WS-Apr-Idx > 9999.
           MOVE WS-Total-Apresentado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "APRESENTADOS: " WS-Apresentados " CHEQUES, TOTAL "
               WS-Total-Edt "  FALHAS: " WS-Falhas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2APRESENTACHEQUES - " DIA "/" MES "/"
               ANO.
           DISPLAY "  APRESENTADOS: " WS-Apresentados
               " TOTAL: " WS-Total-Apresentado.
           DISPLAY "  FALHAS:       " WS-Falhas.
           DISPLAY "  RESUMO EM APRCHQ.LST".
           DISPLAY "==================================================".

       41-LINHA-BANCO.
           IF WS-Apr-Qtd(WS-Apr-Idx) > ZEROS
               MOVE WS-Apr-Total(WS-Apr-Idx) TO WS-Total-Edt
               MOVE SPACES TO LINHA-REL
               STRING "BANCO SACADO " WS-Apr-Idx(2:4) " CHQOUT"
                   WS-Apr-Idx(2:4) ".DAT QTD " WS-Apr-Qtd(WS-Apr-Idx)
                   " TOTAL " WS-Total-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
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
