       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelRetencao.
      *-----------------------------------------------------------
      *-Relatorio das saidas retidas pela carencia de troca de
      *-contato: toda retencao de RETENCAO.DAT sai em RETENCAO.LST,
      *-com a conta, o tipo (TED, agendada, portabilidade), o
      *-destino, o valor, quando e por quem foi retida, o fim da
      *-carencia, o contato anterior usado no retorno e a decisao
      *-do supervisor (liberada ou cancelada, com data e motivo) -
      *-as ainda pendentes com os dias de espera. Totais por
      *-situacao no fim.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETENCAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRtn
       ALTERNATE RECORD KEY CodC-Rtn WITH DUPLICATES
       FILE STATUS ARQST-RTN.

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
       FD  RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

           COPY RETENCAO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RETENCAO.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-RTN pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Dias-Espera pic 9(5) value zeros.

           01 WS-Tipo pic X(7) value spaces.
           01 WS-Situacao pic X(9) value spaces.
           01 WS-Valor-Edt pic Z.ZZZ.ZZ9,99.
           01 WS-Total-Edt pic Z(10)9,99.

           01 WS-Lidas pic 9(6) value zeros.
           01 WS-Retidas pic 9(6) value zeros.
           01 WS-Liberadas pic 9(6) value zeros.
           01 WS-Canceladas pic 9(6) value zeros.
           01 WS-Valor-Retidas pic 9(11)V99 value zeros.
           01 WS-Valor-Liberadas pic 9(11)V99 value zeros.
           01 WS-Valor-Canceladas pic 9(11)V99 value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-LE-RETENCAO UNTIL ARQST-RTN = "10".
           PERFORM 40-RESUMO.
           CLOSE RETENCAO.
           CLOSE RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT RETENCAO.
           IF ARQST-RTN NOT = "00"
               DISPLAY "RETENCAO.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-RTN
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "SAIDAS RETIDAS NA CARENCIA DE TROCA DE CONTATO - "
               "POSICAO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "NUMERO   CONTA  TIPO           VALOR BCO  AG   CONTA"
               "  FAVORECIDO                               RETIDA   "
               "OPERADOR FIM CAR."
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "         CONTATO ANTERIOR: TELEFONE / E-MAIL"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "         SITUACAO  DECISAO  SUPERVISOR MOTIVO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-LE-RETENCAO.
           READ RETENCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RTN
               NOT AT END
                   PERFORM 03-IMPRIME-RETENCAO
           END-READ.

       03-IMPRIME-RETENCAO.
           ADD 1 TO WS-Lidas.
           EVALUATE TRUE
               WHEN Rtn-Ted
                   MOVE "TED" TO WS-Tipo
               WHEN Rtn-Agendada
                   MOVE "AGENDAD" TO WS-Tipo
               WHEN Rtn-Portab
                   MOVE "PORTAB" TO WS-Tipo
               WHEN OTHER
                   MOVE TipoRtn TO WS-Tipo
           END-EVALUATE.
           MOVE ValorRtn TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumRtn " " CodC-Rtn " " WS-Tipo " " WS-Valor-Edt
               " " BancoRtn " " AgenciaRtn " " ContaRtn "  "
               FavorecidoRtn " " DataRtn " " OperadorRtn " "
               FimCarenciaRtn
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "         CONTATO ANTERIOR: " TelefoneAntRtn " / "
               EmailAntRtn
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           EVALUATE TRUE
               WHEN Rtn-Liberada
                   MOVE "LIBERADA" TO WS-Situacao
                   ADD 1 TO WS-Liberadas
                   ADD ValorRtn TO WS-Valor-Liberadas
                   STRING "         " WS-Situacao " " DataDecRtn " "
                       SupervisorRtn "   " MotivoRtn
                       DELIMITED BY SIZE INTO LINHA-REL
               WHEN Rtn-Cancelada
                   MOVE "CANCELADA" TO WS-Situacao
                   ADD 1 TO WS-Canceladas
                   ADD ValorRtn TO WS-Valor-Canceladas
                   STRING "         " WS-Situacao " " DataDecRtn " "
                       SupervisorRtn "   " MotivoRtn
                       DELIMITED BY SIZE INTO LINHA-REL
               WHEN OTHER
                   MOVE "RETIDA" TO WS-Situacao
                   ADD 1 TO WS-Retidas
                   ADD ValorRtn TO WS-Valor-Retidas
                   COMPUTE WS-Dias-Espera =
                       FUNCTION INTEGER-OF-DATE(WS-Data-Hoje)
                       - FUNCTION INTEGER-OF-DATE(DataRtn)
                   STRING "         " WS-Situacao " AGUARDANDO "
                       "SUPERVISOR HA " WS-Dias-Espera " DIAS"
                       DELIMITED BY SIZE INTO LINHA-REL
           END-EVALUATE.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "RETENCOES: " WS-Lidas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Valor-Retidas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  PENDENTES:  " WS-Retidas "  VALOR " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Valor-Liberadas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  LIBERADAS:  " WS-Liberadas "  VALOR " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Valor-Canceladas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  CANCELADAS: " WS-Canceladas "  VALOR "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "RETENCOES: " WS-Lidas " PENDENTES: " WS-Retidas
               " LIBERADAS: " WS-Liberadas " CANCELADAS: "
               WS-Canceladas.
           DISPLAY "Relatorio gravado em RETENCAO.LST".

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
