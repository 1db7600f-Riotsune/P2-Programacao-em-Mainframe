       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2FechaPeriodo.
      *-----------------------------------------------------------
      *-Fechamento do periodo contabil (PERIODO.DAT), ultimo passo
      *-de fim de mes do ProgramaP2Noturno. So fecha quando o
      *-ProgramaP2FechamentoMensal e o ProgramaP2Contabil constam
      *-concluidos em JOBCTL.DAT na mesma data: o mes dessa data (e
      *-qualquer anterior ainda aberto) passa a F e o mes seguinte
      *-e aberto. Dai em diante os gravadores do ledger recusam
      *-lancar no mes fechado, e a correcao vai pelo
      *-ProgramaP2AjustePeriodo no periodo corrente. Sem os dois
      *-passos concluidos, nada e fechado e o passo termina com
      *-erro (a sequencia para e o turno ve no resumo).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOBCTL ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-JOB.

       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL LABEL RECORD STANDARD
           DATA RECORD IS REG-JOBCTL
           VALUE OF FILE-ID IS "JOBCTL.DAT".

           COPY JOBCTL.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-JOB pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-PER pic X(2).

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

      *-Datas (AAAAMMDD) em que os dois passos de fim de mes constam
      *-concluidos em JOBCTL.DAT.
           01 WS-Data-FechMes pic 9(8) value zeros.
           01 WS-Data-FechMes-R REDEFINES WS-Data-FechMes.
               02 WS-FechMes-Ano pic 9(4).
               02 WS-FechMes-Mes pic 9(2).
               02 WS-FechMes-Dia pic 9(2).
           01 WS-Data-Contabil pic 9(8) value zeros.

      *-Mes a fechar e mes seguinte (AAAAMM).
           01 WS-Mes-Fechar pic 9(6) value zeros.
           01 WS-Prox-Ano pic 9(4) value zeros.
           01 WS-Prox-Mes pic 9(2) value zeros.
           01 WS-Fechados pic 9(4) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           ACCEPT HORA-SIS FROM TIME.
           DISPLAY "FECHAMENTO DE PERIODO CONTABIL - "
               "PROGRAMAP2FECHAPERIODO".
           PERFORM 01-LE-JOBCTL.
           IF WS-Data-FechMes = ZEROS
               OR WS-Data-Contabil NOT = WS-Data-FechMes
               DISPLAY "FECHAMENTO MENSAL E CONTABIL NAO CONCLUIDOS NA"
                   " MESMA DATA - PERIODO NAO FECHADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-Mes-Fechar =
               WS-FechMes-Ano * 100 + WS-FechMes-Mes.
           OPEN I-O PERIODO.
           IF ARQST-PER NOT = "00"
               CLOSE PERIODO
               OPEN OUTPUT PERIODO
               CLOSE PERIODO
               OPEN I-O PERIODO
           END-IF.
           MOVE ZEROS TO ChavePer.
           START PERIODO KEY IS NOT LESS THAN ChavePer
               INVALID KEY
                   MOVE "10" TO ARQST-PER
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PER
           END-START.
           PERFORM 02-FECHA-ANTERIOR UNTIL ARQST-PER = "10".
           PERFORM 04-FECHA-MES.
           PERFORM 05-ABRE-SEGUINTE.
           CLOSE PERIODO.
           DISPLAY "PERIODO FECHADO ATE:      " WS-Mes-Fechar.
           DISPLAY "PERIODOS FECHADOS AGORA:  " WS-Fechados.
           DISPLAY "PERIODO ABERTO:           " WS-Prox-Ano WS-Prox-Mes.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       01-LE-JOBCTL.
      *-JOBCTL.DAT guarda as ultimas sequencias (um registro por
      *-passo do plano e por data processada, regravado a cada
      *-mudanca de situacao); so contam os da data em processamento,
      *-para uma noite recuperada fechar o mes da propria data.
           OPEN INPUT JOBCTL.
           IF ARQST-JOB = "00"
               PERFORM 06-LE-UM-JOBCTL UNTIL ARQST-JOB = "10"
               CLOSE JOBCTL
           END-IF.

       06-LE-UM-JOBCTL.
           READ JOBCTL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-JOB
               NOT AT END
                   IF Job-Concluido AND DataJob = DATA-SIS
                       EVALUATE NomeJob
                           WHEN "ProgramaP2FechamentoMensal"
                               COMPUTE WS-Data-FechMes = AnoJob * 10000
                                   + MesJob * 100 + DiaJob
                           WHEN "ProgramaP2Contabil"
                               COMPUTE WS-Data-Contabil =
                                   AnoJob * 10000 + MesJob * 100
                                   + DiaJob
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       02-FECHA-ANTERIOR.
      *-Mes anterior que ficou aberto (fechamento que nao rodou no
      *-seu dia) fecha junto, para nao sobrar buraco na trava.
           READ PERIODO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PER
               NOT AT END
                   IF AnoPer * 100 + MesPer > WS-Mes-Fechar
                       MOVE "10" TO ARQST-PER
                   ELSE
                       IF Periodo-Aberto
                           PERFORM 03-MARCA-FECHADO
                           REWRITE REG-PERIODO
                               INVALID KEY
                                   DISPLAY "ERRO AO FECHAR " ChavePer
                               NOT INVALID KEY
                                   ADD 1 TO WS-Fechados
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       03-MARCA-FECHADO.
           MOVE 'F' TO StatusPer.
           MOVE WS-Data-FechMes TO DataFechMesPer.
           MOVE WS-Data-Contabil TO DataContabilPer.
           COMPUTE DataFechPer = ANO * 10000 + MES * 100 + DIA.
           COMPUTE HoraFechPer = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE "BATCH" TO OperadorFechPer.

       04-FECHA-MES.
      *-Primeiro fechamento (ou mes sem registro): grava o mes ja
      *-fechado.
           MOVE WS-FechMes-Ano TO AnoPer.
           MOVE WS-FechMes-Mes TO MesPer.
           READ PERIODO
               INVALID KEY
                   PERFORM 03-MARCA-FECHADO
                   WRITE REG-PERIODO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR " ChavePer
                       NOT INVALID KEY
                           ADD 1 TO WS-Fechados
                   END-WRITE
               NOT INVALID KEY
                   IF Periodo-Aberto
                       PERFORM 03-MARCA-FECHADO
                       REWRITE REG-PERIODO
                           INVALID KEY
                               DISPLAY "ERRO AO FECHAR " ChavePer
                           NOT INVALID KEY
                               ADD 1 TO WS-Fechados
                       END-REWRITE
                   END-IF
           END-READ.

       05-ABRE-SEGUINTE.
           IF WS-FechMes-Mes = 12
               COMPUTE WS-Prox-Ano = WS-FechMes-Ano + 1
               MOVE 1 TO WS-Prox-Mes
           ELSE
               MOVE WS-FechMes-Ano TO WS-Prox-Ano
               COMPUTE WS-Prox-Mes = WS-FechMes-Mes + 1
           END-IF.
           MOVE WS-Prox-Ano TO AnoPer.
           MOVE WS-Prox-Mes TO MesPer.
           READ PERIODO
               INVALID KEY
                   MOVE 'A' TO StatusPer
                   MOVE ZEROS TO DataFechMesPer DataContabilPer
                       DataFechPer HoraFechPer
                   MOVE SPACES TO OperadorFechPer
                   WRITE REG-PERIODO
                       INVALID KEY
                           DISPLAY "ERRO AO ABRIR " ChavePer
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

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
