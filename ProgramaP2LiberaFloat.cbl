      *-DISPONIVEL, que deixa de descontar o valor. Resumo em
      *-LIBFLOAT.LST. Roda na sequencia noturna antes dos jobs de
      *-debito, para o dinheiro liberado contar na mesma noite.
      *-Cheque devolvido pelo sacado ja chega aqui cancelado ('D')
      *-pelo ProgramaP2RetornoCheques, que roda antes: so o que
      *-continua pendente e liberado; os devolvidos hoje saem
      *-contados no resumo.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           VALUE OF FILE-ID IS "LIBFLOAT.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-FLT pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
           01 WS-Data-Liberacao pic 9(8) value zeros.
           01 WS-Liberados pic 9(6) value zeros.
           01 WS-Pendentes pic 9(6) value zeros.
           01 WS-Devolvidos pic 9(6) value zeros.
           01 WS-Data-Devolucao pic 9(8) value zeros.
           01 WS-Total-Liberado pic 9(9)V99 value zeros.
           01 WS-Valor-Edt pic Z(6)9,99.
           01 WS-Total-Edt pic Z(8)9,99.
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-FLOAT UNTIL ARQST-FLT = "10".
                   IF Float-Pendente
                       PERFORM 04-LIBERA-SE-VENCIDO
                   END-IF
                   IF Float-Devolvido
                       PERFORM 06-CONTA-DEVOLVIDO
                   END-IF
           END-READ.

       04-LIBERA-SE-VENCIDO.
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       06-CONTA-DEVOLVIDO.
           COMPUTE WS-Data-Devolucao =
               AnoDevolucaoFlt * 10000
               + MesDevolucaoFlt * 100 + DiaDevolucaoFlt.
           IF WS-Data-Devolucao = WS-Data-Hoje
               ADD 1 TO WS-Devolvidos
           END-IF.

       03-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
               "  TOTAL LIBERADO: " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CHEQUES DEVOLVIDOS HOJE (NAO LIBERADOS): "
               WS-Devolvidos
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2LIBERAFLOAT - LIBERACAO DE FLOAT".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  DEPOSITOS LIBERADOS: " WS-Liberados.
           DISPLAY "  AINDA PENDENTES: " WS-Pendentes.
           DISPLAY "  DEVOLVIDOS HOJE: " WS-Devolvidos.
           DISPLAY "  TOTAL LIBERADO: " WS-Total-Liberado.
           DISPLAY "  RESUMO GRAVADO EM LIBFLOAT.LST".
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
