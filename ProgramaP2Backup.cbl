       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BKP.

      *-Registro dos backups gravados, com a hora de inicio da copia
      *-(ponto de corte da reaplicacao do ProgramaP2Restore).
       SELECT BKPLOG ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BKL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD

           COPY CONTA REPLACING ==REG-CONTA== BY ==REG-CONTA-BKP==.

       FD  BKPLOG LABEL RECORD STANDARD
           DATA RECORD IS REG-BKPLOG
           VALUE OF FILE-ID IS "BACKUPS.DAT".

           COPY BKPLOG.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-BKP pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-BKL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), alimentado por ACCEPT ... FROM DATE
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 HORA-SIS.
               02 HH-SIS pic 99.
               02 MM-SIS pic 99.
               02 SS-SIS pic 99.
               02 CC-SIS pic 99.

      *-Nome no formato CCBKAAAAMMDD.DAT, ex.: CCBK20260808.DAT.
           01 WS-Nome-Backup pic X(16).
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           ACCEPT HORA-SIS FROM TIME.
           STRING "CCBK" DELIMITED BY SIZE
               Ano DELIMITED BY SIZE
               Mes DELIMITED BY SIZE
           ACCEPT WS-Geracoes.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-COPIA-CONTA UNTIL ARQST = "10".
           PERFORM 05-REGISTRA-BACKUP.
           PERFORM 04-PRUNE-BACKUPS.
           PERFORM 03-RESUMO.
           CLOSE CC.
               CALL "SYSTEM" USING WS-Comando-Prune
           END-IF.

       05-REGISTRA-BACKUP.
      *-Hora de inicio da copia: o que o ledger lancou dali em
      *-diante nao esta neste backup.
           OPEN EXTEND BKPLOG.
           IF ARQST-BKL NOT = "00"
               CLOSE BKPLOG
               OPEN OUTPUT BKPLOG
           END-IF.
           MOVE Ano TO AnoBkl.
           MOVE Mes TO MesBkl.
           MOVE Dia TO DiaBkl.
           COMPUTE HoraBkl = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Nome-Backup TO NomeArqBkl.
           MOVE WS-Contador TO QtdContasBkl.
           WRITE REG-BKPLOG.
           CLOSE BKPLOG.

       03-RESUMO.
           DISPLAY "================================================".
           DISPLAY "  PROGRAMAP2BACKUP - BACKUP DIARIO DE CC.DAT".
               DISPLAY "  PODA DE BACKUPS DESATIVADA (0 GERACOES)"
           END-IF.
           DISPLAY "================================================".

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
