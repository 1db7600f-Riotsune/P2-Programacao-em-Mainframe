       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelPrevia.
      *-----------------------------------------------------------
      *-Resumo da simulacao da sequencia noturna: soma a previa
      *-PREVIA.DAT (gravada pelos jobs de lancamento com SISMODO em
      *-'S') por job e tipo de lancamento e poe ao lado o ultimo
      *-processamento real do mesmo tipo no ledger - a data mais
      *-recente ate hoje em que o tipo foi lancado, com quantidade
      *-e total daquele dia - e a diferenca entre os dois, gravando
      *-PREVIA.LST. Chamado pelo ProgramaP2Noturno ao fim de cada
      *-simulacao; executado direto, resume a ultima previa.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PREVIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRV.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  PREVIA LABEL RECORD STANDARD
           DATA RECORD IS REG-PREVIA
           VALUE OF FILE-ID IS "PREVIA.DAT".

           COPY PREVIA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "PREVIA.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-PRV pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.

      *-Lancamentos que os jobs simulaveis fazem: job, origem e
      *-tipo de MOVIMENTO.DAT.
           01 WS-Tipos-Ini.
               02 FILLER pic X(31) value
               "ProgramaP2Juros             JJU".
               02 FILLER pic X(31) value
               "ProgramaP2Juros             JIR".
               02 FILLER pic X(31) value
               "ProgramaP2Juros             EJC".
               02 FILLER pic X(31) value
               "ProgramaP2Tarifa            TTA".
               02 FILLER pic X(31) value
               "ProgramaP2IOF               FIF".
               02 FILLER pic X(31) value
               "ProgramaP2TarifaPacote      PPC".
               02 FILLER pic X(31) value
               "ProgramaP2DebitoOrdens      OOR".
           01 WS-Tipos REDEFINES WS-Tipos-Ini.
               02 WS-Tipo-Ent occurs 7 times.
                   03 WS-Tipo-Job pic X(28).
                   03 WS-Tipo-Origem pic X(1).
                   03 WS-Tipo-Cod pic X(2).

      *-Acumulados por tipo: previa e ultimo dia real.
           01 WS-Somas.
               02 WS-Soma-Ent occurs 7 times.
                   03 WS-Qtd-Prv pic 9(7).
                   03 WS-Tot-Prv pic S9(11)V99.
                   03 WS-Data-Real pic 9(8).
                   03 WS-Qtd-Real pic 9(7).
                   03 WS-Tot-Real pic S9(11)V99.

           01 WS-Tipo-Idx pic 9(2) value zeros.
           01 WS-Achado pic 9(2) value zeros.
           01 WS-Origem-Busca pic X(1) value spaces.
           01 WS-Cod-Busca pic X(2) value spaces.

           01 WS-Diferenca pic S9(11)V99 value zeros.
           01 WS-Qtd-Edt pic Z(6)9.
           01 WS-Qtd-Real-Edt pic Z(6)9.
           01 WS-Prv-Edt pic -Z(10)9,99.
           01 WS-Real-Edt pic -Z(10)9,99.
           01 WS-Dif-Edt pic -Z(10)9,99.
           01 WS-Data-Real-Edt pic X(10) value spaces.

           01 WS-Lidos-Prv pic 9(7) value zeros.
           01 WS-Total-Prv pic S9(11)V99 value zeros.
           01 WS-Total-Real pic S9(11)V99 value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           INITIALIZE WS-Somas.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-LE-PREVIA UNTIL ARQST-PRV = "10".
           PERFORM 04-LE-MOVIMENTO UNTIL ARQST-MOV = "10".
           PERFORM 07-IMPRIME-TIPO
               VARYING WS-Tipo-Idx FROM 1 BY 1
               UNTIL WS-Tipo-Idx > 7.
           PERFORM 40-RESUMO.
           CLOSE PREVIA MOVIMENTO RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT PREVIA.
           IF ARQST-PRV NOT = "00"
               DISPLAY "PREVIA.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-PRV
           END-IF.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               DISPLAY "MOVIMENTO.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-MOV
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "SIMULACAO DA SEQUENCIA NOTURNA EM " DIA "/" MES "/"
               ANO " - PREVIA X ULTIMO PROCESSAMENTO REAL"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "JOB                          TP     QTD"
               "    VALOR PREVIA ULT. REAL      QTD"
               "      VALOR REAL       DIFERENCA"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-LE-PREVIA.
           READ PREVIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRV
               NOT AT END
                   ADD 1 TO WS-Lidos-Prv
                   MOVE OrigemPrv TO WS-Origem-Busca
                   MOVE TipoPrv TO WS-Cod-Busca
                   PERFORM 06-PROCURA-TIPO
                   IF WS-Achado > ZEROS
                       ADD 1 TO WS-Qtd-Prv(WS-Achado)
                       ADD ValorPrv TO WS-Tot-Prv(WS-Achado)
                   END-IF
           END-READ.

       04-LE-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   COMPUTE WS-Data-Mov =
                       AnoMov * 10000 + MesMov * 100 + DiaMov
                   IF WS-Data-Mov <= WS-Data-Hoje
                       MOVE OrigemMov TO WS-Origem-Busca
                       MOVE TipoMov TO WS-Cod-Busca
                       PERFORM 06-PROCURA-TIPO
                       IF WS-Achado > ZEROS
                           PERFORM 05-SOMA-REAL
                       END-IF
                   END-IF
           END-READ.

       05-SOMA-REAL.
      *-So o dia mais recente de cada tipo vale: data nova zera o
      *-que vinha sendo somado.
           IF WS-Data-Mov > WS-Data-Real(WS-Achado)
               MOVE WS-Data-Mov TO WS-Data-Real(WS-Achado)
               MOVE ZEROS TO WS-Qtd-Real(WS-Achado)
               MOVE ZEROS TO WS-Tot-Real(WS-Achado)
           END-IF.
           IF WS-Data-Mov = WS-Data-Real(WS-Achado)
               ADD 1 TO WS-Qtd-Real(WS-Achado)
               ADD ValorMov TO WS-Tot-Real(WS-Achado)
           END-IF.

       06-PROCURA-TIPO.
           MOVE ZEROS TO WS-Achado.
           PERFORM 08-COMPARA-TIPO
               VARYING WS-Tipo-Idx FROM 1 BY 1
               UNTIL WS-Tipo-Idx > 7 OR WS-Achado > ZEROS.

       08-COMPARA-TIPO.
           IF WS-Tipo-Origem(WS-Tipo-Idx) = WS-Origem-Busca
               AND WS-Tipo-Cod(WS-Tipo-Idx) = WS-Cod-Busca
               MOVE WS-Tipo-Idx TO WS-Achado
           END-IF.

       07-IMPRIME-TIPO.
           COMPUTE WS-Diferenca = WS-Tot-Prv(WS-Tipo-Idx)
               - WS-Tot-Real(WS-Tipo-Idx).
           ADD WS-Tot-Prv(WS-Tipo-Idx) TO WS-Total-Prv.
           ADD WS-Tot-Real(WS-Tipo-Idx) TO WS-Total-Real.
           IF WS-Data-Real(WS-Tipo-Idx) > ZEROS
               MOVE SPACES TO WS-Data-Real-Edt
               STRING WS-Data-Real(WS-Tipo-Idx)(7:2) "/"
                   WS-Data-Real(WS-Tipo-Idx)(5:2) "/"
                   WS-Data-Real(WS-Tipo-Idx)(1:4)
                   DELIMITED BY SIZE INTO WS-Data-Real-Edt
           ELSE
               MOVE "SEM REAL" TO WS-Data-Real-Edt
           END-IF.
           MOVE SPACES TO LINHA-REL.
           MOVE WS-Qtd-Prv(WS-Tipo-Idx) TO WS-Qtd-Edt.
           MOVE WS-Tot-Prv(WS-Tipo-Idx) TO WS-Prv-Edt.
           MOVE WS-Tot-Real(WS-Tipo-Idx) TO WS-Real-Edt.
           MOVE WS-Diferenca TO WS-Dif-Edt.
           MOVE WS-Qtd-Real(WS-Tipo-Idx) TO WS-Qtd-Real-Edt.
           STRING WS-Tipo-Job(WS-Tipo-Idx) " "
               WS-Tipo-Cod(WS-Tipo-Idx) " " WS-Qtd-Edt " "
               WS-Prv-Edt " " WS-Data-Real-Edt " " WS-Qtd-Real-Edt
               " " WS-Real-Edt " " WS-Dif-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Prv TO WS-Prv-Edt.
           MOVE WS-Total-Real TO WS-Real-Edt.
           COMPUTE WS-Diferenca = WS-Total-Prv - WS-Total-Real.
           MOVE WS-Diferenca TO WS-Dif-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "LANCAMENTOS NA PREVIA: " WS-Lidos-Prv
               "  TOTAL PREVIA: " WS-Prv-Edt
               "  TOTAL REAL: " WS-Real-Edt
               "  DIFERENCA: " WS-Dif-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RELPREVIA - " DIA "/" MES "/" ANO.
           DISPLAY "  LANCAMENTOS NA PREVIA: " WS-Lidos-Prv.
           DISPLAY "  TOTAL PREVIA: " WS-Prv-Edt.
           DISPLAY "  TOTAL REAL:   " WS-Real-Edt.
           DISPLAY "  DIFERENCA:    " WS-Dif-Edt.
           DISPLAY "  RELATORIO EM PREVIA.LST".
           DISPLAY "==================================================".
