       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelRecebidos.
      *-----------------------------------------------------------
      *-Relatorio diario dos arquivos de entrada recebidos pelos
      *-batches de interface: toda entrada do dia no registro
      *-RECEBIDOS.DAT sai em RECEBIDOS.LST com o arquivo, o job que
      *-recebeu, a hora, a impressao digital (linhas e total), a
      *-identificacao do cabecalho e o resultado - processado,
      *-processado com liberacao de supervisor, recusado por
      *-duplicidade (e qual entrada ele repete), recusado pelo
      *-proprio batch, retido ou ainda em curso (execucao
      *-interrompida, a conferir antes de reprocessar). Roda no fim
      *-da cadeia noturna, depois de todos os batches de entrada.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.

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
       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RECEBIDOS.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-RCB pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Rec pic 9(8) value zeros.

           01 WS-Situacao pic X(10) value spaces.
           01 WS-Obs pic X(40) value spaces.
           01 WS-Total-Edt pic Z(12)9,99.

           01 WS-Recebidos pic 9(5) value zeros.
           01 WS-Processados pic 9(5) value zeros.
           01 WS-Liberados pic 9(5) value zeros.
           01 WS-Duplicados pic 9(5) value zeros.
           01 WS-Recusados pic 9(5) value zeros.
           01 WS-Retidos pic 9(5) value zeros.
           01 WS-Em-Curso pic 9(5) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-LE-RECEBIDO UNTIL ARQST-RCB = "10".
           PERFORM 40-RESUMO.
           CLOSE RECEBIDO.
           CLOSE RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT RECEBIDO.
           IF ARQST-RCB NOT = "00"
               DISPLAY "RECEBIDOS.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-RCB
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "ARQUIVOS DE ENTRADA RECEBIDOS EM " DIA "/" MES "/"
               ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "REGISTRO ARQUIVO      JOB                          "
               "HORA      LINHAS           TOTAL "
               "SITUACAO   LANCADO REJEIT."
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "         IDENTIFICACAO DO ARQUIVO"
               "                    OBSERVACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-LE-RECEBIDO.
           READ RECEBIDO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RCB
               NOT AT END
                   COMPUTE WS-Data-Rec =
                       AnoRec * 10000 + MesRec * 100 + DiaRec
                   IF WS-Data-Rec = WS-Data-Hoje
                       PERFORM 03-IMPRIME-RECEBIDO
                   END-IF
           END-READ.

       03-IMPRIME-RECEBIDO.
           ADD 1 TO WS-Recebidos.
           MOVE SPACES TO WS-Obs.
           EVALUATE TRUE
               WHEN Rec-Processado
                   MOVE "PROCESSADO" TO WS-Situacao
                   ADD 1 TO WS-Processados
               WHEN Rec-Liberado
                   MOVE "LIBERADO" TO WS-Situacao
                   ADD 1 TO WS-Liberados
                   STRING "REPROCESSADO, LIBERADO POR " SupervisorRec
                       DELIMITED BY SIZE INTO WS-Obs
               WHEN Rec-Duplicado
                   MOVE "DUPLICADO" TO WS-Situacao
                   ADD 1 TO WS-Duplicados
                   IF Liberacao-Pendente OR Liberacao-Usada
                       STRING "REPETE " DuplicaRec " - LIBERADO POR "
                           SupervisorRec
                           DELIMITED BY SIZE INTO WS-Obs
                   ELSE
                       STRING "REPETE " DuplicaRec " - NAO PROCESSADO"
                           DELIMITED BY SIZE INTO WS-Obs
                   END-IF
               WHEN Rec-Recusado
                   MOVE "RECUSADO" TO WS-Situacao
                   ADD 1 TO WS-Recusados
                   MOVE "RECUSADO PELO BATCH (VER RETORNO)" TO WS-Obs
               WHEN Rec-Retido
                   MOVE "RETIDO" TO WS-Situacao
                   ADD 1 TO WS-Retidos
                   MOVE "AGUARDA A DATA DE PROCESSAMENTO" TO WS-Obs
               WHEN OTHER
                   MOVE "EM CURSO" TO WS-Situacao
                   ADD 1 TO WS-Em-Curso
                   MOVE "EXECUCAO INTERROMPIDA - CONFERIR" TO WS-Obs
           END-EVALUATE.
           MOVE TotalRec TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumRec " " NomeArqRec " " JobRec " " HHRec ":" MMRec
               ":" SSRec " " QtdRegRec WS-Total-Edt " " WS-Situacao
               " " LancadosRec " " RejeitadosRec
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "         " IdentRec " " WS-Obs
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "RECEBIDOS: " WS-Recebidos "  PROCESSADOS: "
               WS-Processados "  LIBERADOS: " WS-Liberados
               "  DUPLICADOS: " WS-Duplicados "  RECUSADOS: "
               WS-Recusados "  RETIDOS: " WS-Retidos
               "  EM CURSO: " WS-Em-Curso
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RELRECEBIDOS - " DIA "/" MES "/" ANO.
           DISPLAY "  RECEBIDOS:   " WS-Recebidos.
           DISPLAY "  PROCESSADOS: " WS-Processados
               " LIBERADOS: " WS-Liberados.
           DISPLAY "  DUPLICADOS:  " WS-Duplicados
               " RECUSADOS: " WS-Recusados.
           DISPLAY "  RETIDOS:     " WS-Retidos
               " EM CURSO: " WS-Em-Curso.
           DISPLAY "  RELATORIO EM RECEBIDOS.LST".
           DISPLAY "==================================================".

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
