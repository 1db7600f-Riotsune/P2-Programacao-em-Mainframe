       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FCH.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD

           COPY FECHMES.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-FCH pic X(2).
           01 ARQST-SIS pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), alimentado por ACCEPT ... FROM DATE
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-GRAVA-SNAPSHOT UNTIL ARQST = "10".
           PERFORM 03-RESUMO.
           DISPLAY "  SALDO TOTAL NO CORTE: " WS-Total-Saldo.
           DISPLAY "  REGISTROS ACRESCENTADOS A FECHMES.DAT".
           DISPLAY "===================================================".

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
