       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelAjustes.
      *-----------------------------------------------------------
      *-Relatorio mensal das correcoes de periodo contabil fechado
      *-(AJUSTEPER.DAT, gravado pelo ProgramaP2AjustePeriodo): lista
      *-em AJUSTES.LST cada estorno e ajuste de valor lancado no mes
      *-corrente, com a data original a que se refere, o motivo, o
      *-operador e o supervisor que autorizou, e os totais por tipo
      *-para a contabilidade conferir contra o fechamento. Passo de
      *-fim de mes do ProgramaP2Noturno.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AJUSTEPER ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAjp
       ALTERNATE RECORD KEY CodC-Ajp WITH DUPLICATES
       FILE STATUS ARQST-AJP.

      *-Ficheiro impresso (spool) com as correcoes do mes.
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
       FD  AJUSTEPER LABEL RECORD STANDARD
           DATA RECORD IS REG-AJUSTEPER
           VALUE OF FILE-ID IS "AJUSTEPER.DAT".

           COPY AJUSTEPER.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "AJUSTES.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-AJP pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Valor-Edt pic -.---.--9,99.
           01 WS-Total-Edt pic -.---.---.--9,99.
           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Qtd-Estorno pic 9(6) value zeros.
           01 WS-Qtd-Valor pic 9(6) value zeros.
           01 WS-Tot-Estorno pic S9(9)V99 value zeros.
           01 WS-Tot-Valor pic S9(9)V99 value zeros.
           01 WS-Tot-Geral pic S9(9)V99 value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "CORRECOES DE PERIODO CONTABIL FECHADO - LANCADAS EM "
               MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "NUMERO   CONTA  T DATA ORIG SEQ ORIG LANCADO  "
               "SEQ LANC TP        VALOR OPERADOR SUPERV.  MOTIVO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           OPEN INPUT AJUSTEPER.
      *-Sem AJUSTEPER.DAT nenhuma correcao foi feita ainda: o
      *-relatorio sai so com os totais zerados.
           IF ARQST-AJP = "00"
               PERFORM 02-PROCESSA-AJUSTE UNTIL ARQST-AJP = "10"
               CLOSE AJUSTEPER
           END-IF.
           PERFORM 03-RESUMO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em AJUSTES.LST".
           DISPLAY "Correcoes lidas:          " WS-Lidos.
           DISPLAY "Estornos no mes:          " WS-Qtd-Estorno.
           DISPLAY "Ajustes de valor no mes:  " WS-Qtd-Valor.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       02-PROCESSA-AJUSTE.
           READ AJUSTEPER NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AJP
               NOT AT END
                   ADD 1 TO WS-Lidos
                   IF AnoLancAjp = ANO AND MesLancAjp = MES
                       PERFORM 04-IMPRIME-AJUSTE
                   END-IF
           END-READ.

       04-IMPRIME-AJUSTE.
           MOVE ValorAjp TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumAjp " " CodC-Ajp " " TipoAjp " " DataOrigAjp " "
               SeqOrigAjp " " DataLancAjp " " SeqLancAjp " "
               TipoMovAjp " " WS-Valor-Edt " " OperadorAjp " "
               SupervisorAjp " " MotivoAjp
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF Ajp-Estorno
               ADD 1 TO WS-Qtd-Estorno
               ADD ValorAjp TO WS-Tot-Estorno
           ELSE
               ADD 1 TO WS-Qtd-Valor
               ADD ValorAjp TO WS-Tot-Valor
           END-IF.
           ADD ValorAjp TO WS-Tot-Geral.

       03-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Estorno TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "ESTORNOS:         " WS-Qtd-Estorno "  VALOR "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Valor TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "AJUSTES DE VALOR: " WS-Qtd-Valor "  VALOR "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Geral TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "EFEITO LIQUIDO NOS SALDOS:       "
               WS-Total-Edt
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
