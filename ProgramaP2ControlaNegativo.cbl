       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NEGATIVOS.LST".
       01 LINHA-REL pic X(90).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-NEG pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-PRM pic X(2).
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST-CC = "10".
           DISPLAY "  BLOQUEADAS HOJE: " WS-Bloqueadas.
           DISPLAY "  INVENTARIO GRAVADO EM NEGATIVOS.LST".
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
