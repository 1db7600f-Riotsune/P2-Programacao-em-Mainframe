       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENTO LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONTABIL.LST".
       01 LINHA-REL pic X(100).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-MOV pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-PLN pic X(2).
           01 ARQST-REL pic X(2).

               02 FILLER pic X(19) value "PC41050000 21010000".
               02 FILLER pic X(19) value "IF21910000 21010000".
               02 FILLER pic X(19) value "AT21900000 21010000".
               02 FILLER pic X(19) value "ME41060000 21010000".
               02 FILLER pic X(19) value "FS21900000 21010000".
               02 FILLER pic X(19) value "PF21900000 21010000".
               02 FILLER pic X(19) value "PB21900000 21010000".
               02 FILLER pic X(19) value "RA21900000 21010000".
               02 FILLER pic X(19) value "TC41070000 21010000".
               02 FILLER pic X(19) value "CD21900000 21010000".
               02 FILLER pic X(19) value "DV12020000 21010000".
               02 FILLER pic X(19) value "CS41080000 21010000".
               02 FILLER pic X(19) value "RP41090000 21010000".
           01 WS-Plano-Padrao REDEFINES WS-Plano-Padrao-Ini.
               02 WS-Pad-Ent occurs 36 times.
                   03 WS-Pad-Tipo pic X(2).
                   03 WS-Pad-Debito pic 9(8).
                   03 FILLER pic X(1).
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 01-CARREGA-PLANO.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
           DISPLAY "PLANOCTB.DAT AUSENTE - SEMEANDO PLANO PADRAO".
           OPEN OUTPUT PLANO.
           PERFORM 06-SEMEIA-UM-MAPA
               VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 36.
           CLOSE PLANO.

       06-SEMEIA-UM-MAPA.
               "  D " WS-Valor-Edt "  C " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

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
