       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelPrejuizo.
      *-----------------------------------------------------------
      *-Relatorio dos emprestimos baixados para prejuizo e do que
      *-ja foi recuperado deles: junta as baixas de BAIXAEMP.DAT
      *-(pelo mes da baixa) e os pagamentos do diario RECUPEMP.DAT
      *-(pelo mes do recebimento), ordena por mes e agencia e
      *-imprime em PREJUIZO.LST, para cada mes, o valor baixado e o
      *-recuperado por agencia, com o total do mes e o total geral.
      *-No fim, o saldo ainda a recuperar da carteira baixada.
      *-Passo de fim de mes do ProgramaP2Noturno.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BAIXAEMP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato-Bx
       FILE STATUS ARQST-BX.

       SELECT RECUPEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RCP.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Arquivo de trabalho do SORT: um registro por baixa e um por
      *-recuperacao, na chave mes + agencia.
       SELECT WORKSORT ASSIGN TO DISK.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAIXAEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-BAIXAEMP
           VALUE OF FILE-ID IS "BAIXAEMP.DAT".

           COPY BAIXAEMP.

       FD  RECUPEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-RECUPEMP
           VALUE OF FILE-ID IS "RECUPEMP.DAT".

           COPY RECUPEMP.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "PREJUIZO.LST".
       01 LINHA-REL pic X(100).

       SD  WORKSORT
           DATA RECORD IS REG-SORT.
       01 REG-SORT.
           02 SortAnoMes pic 9(6).
           02 SortAgencia pic 9(4).
           02 SortBaixado pic 9(9)V99.
           02 SortRecuperado pic 9(9)V99.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-BX pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-RCP pic X(2).
           01 ARQST-REL pic X(2).
           01 ARQST-SRT pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

      *-Quebras de controle: mes (AAAAMM) e agencia correntes.
           01 WS-Mes-Atual pic 9(6) value zeros.
           01 WS-Mes-Atual-R REDEFINES WS-Mes-Atual.
               02 WS-Atual-Ano pic 9(4).
               02 WS-Atual-Mes pic 9(2).
           01 WS-Agencia-Atual pic 9(4) value zeros.
           01 WS-Primeiro pic X(1) value 'S'.
               88 Primeiro-Registro value 'S'.

           01 WS-Age-Baixado pic 9(11)V99 value zeros.
           01 WS-Age-Recuperado pic 9(11)V99 value zeros.
           01 WS-Mes-Baixado pic 9(11)V99 value zeros.
           01 WS-Mes-Recuperado pic 9(11)V99 value zeros.
           01 WS-Tot-Baixado pic 9(11)V99 value zeros.
           01 WS-Tot-Recuperado pic 9(11)V99 value zeros.
           01 WS-A-Recuperar pic S9(11)V99 value zeros.

           01 WS-Baixas pic 9(6) value zeros.
           01 WS-Recuperacoes pic 9(6) value zeros.
           01 WS-Abertos pic 9(6) value zeros.

           01 WS-Valor-Edt pic Z(10)9,99.
           01 WS-Valor-Edt2 pic Z(10)9,99.
           01 WS-Saldo-Edt pic -(10)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           DISPLAY "BAIXADOS PARA PREJUIZO - PROGRAMAP2RELPREJUIZO".
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "EMPRESTIMOS BAIXADOS PARA PREJUIZO E RECUPERADOS"
               " - " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "MES     AGENCIA        BAIXADO     RECUPERADO"
               TO LINHA-REL.
           WRITE LINHA-REL.
           SORT WORKSORT ON ASCENDING KEY SortAnoMes SortAgencia
               INPUT PROCEDURE IS 10-LIBERA-MOVIMENTOS
               OUTPUT PROCEDURE IS 20-IMPRIME-MESES.
           PERFORM 30-RESUMO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em PREJUIZO.LST".
           DISPLAY "Contratos baixados:       " WS-Baixas.
           DISPLAY "Recuperacoes recebidas:   " WS-Recuperacoes.
           DISPLAY "Total baixado:            " WS-Tot-Baixado.
           DISPLAY "Total recuperado:         " WS-Tot-Recuperado.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       10-LIBERA-MOVIMENTOS.
      *-Sem BAIXAEMP.DAT ou RECUPEMP.DAT o lado que falta so nao
      *-entra; o relatorio sai com o que houver.
           OPEN INPUT BAIXAEMP.
           IF ARQST-BX = "00"
               PERFORM 11-LIBERA-BAIXA UNTIL ARQST-BX = "10"
               CLOSE BAIXAEMP
           END-IF.
           OPEN INPUT RECUPEMP.
           IF ARQST-RCP = "00"
               PERFORM 12-LIBERA-RECUPERACAO UNTIL ARQST-RCP = "10"
               CLOSE RECUPEMP
           END-IF.

       11-LIBERA-BAIXA.
           READ BAIXAEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BX
               NOT AT END
                   ADD 1 TO WS-Baixas
                   IF Baixa-Aberta
                       ADD 1 TO WS-Abertos
                   END-IF
                   COMPUTE SortAnoMes = AnoBaixaBx * 100 + MesBaixaBx
                   MOVE CodAgencia-Bx TO SortAgencia
                   MOVE ValorBaixadoBx TO SortBaixado
                   MOVE ZEROS TO SortRecuperado
                   RELEASE REG-SORT
           END-READ.

       12-LIBERA-RECUPERACAO.
           READ RECUPEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RCP
               NOT AT END
                   ADD 1 TO WS-Recuperacoes
                   COMPUTE SortAnoMes = AnoRecup * 100 + MesRecup
                   MOVE CodAgencia-Rc TO SortAgencia
                   MOVE ZEROS TO SortBaixado
                   MOVE ValorRecup TO SortRecuperado
                   RELEASE REG-SORT
           END-READ.

       20-IMPRIME-MESES.
           MOVE "00" TO ARQST-SRT.
           PERFORM 21-RETORNA-MOVIMENTO UNTIL ARQST-SRT = "10".
           IF NOT Primeiro-Registro
               PERFORM 23-FECHA-AGENCIA
               PERFORM 24-FECHA-MES
           END-IF.

       21-RETORNA-MOVIMENTO.
           RETURN WORKSORT
               AT END
                   MOVE "10" TO ARQST-SRT
               NOT AT END
                   PERFORM 22-QUEBRA
                   ADD SortBaixado TO WS-Age-Baixado
                   ADD SortRecuperado TO WS-Age-Recuperado
           END-RETURN.

       22-QUEBRA.
           IF Primeiro-Registro
               MOVE 'N' TO WS-Primeiro
               MOVE SortAnoMes TO WS-Mes-Atual
               MOVE SortAgencia TO WS-Agencia-Atual
           ELSE
               IF SortAnoMes NOT = WS-Mes-Atual
                   PERFORM 23-FECHA-AGENCIA
                   PERFORM 24-FECHA-MES
                   MOVE SortAnoMes TO WS-Mes-Atual
                   MOVE SortAgencia TO WS-Agencia-Atual
               ELSE
                   IF SortAgencia NOT = WS-Agencia-Atual
                       PERFORM 23-FECHA-AGENCIA
                       MOVE SortAgencia TO WS-Agencia-Atual
                   END-IF
               END-IF
           END-IF.

       23-FECHA-AGENCIA.
           MOVE WS-Age-Baixado TO WS-Valor-Edt.
           MOVE WS-Age-Recuperado TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Atual-Mes "/" WS-Atual-Ano "  " WS-Agencia-Atual
               "  " WS-Valor-Edt "  " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ADD WS-Age-Baixado TO WS-Mes-Baixado.
           ADD WS-Age-Recuperado TO WS-Mes-Recuperado.
           MOVE ZEROS TO WS-Age-Baixado WS-Age-Recuperado.

       24-FECHA-MES.
           MOVE WS-Mes-Baixado TO WS-Valor-Edt.
           MOVE WS-Mes-Recuperado TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL " WS-Atual-Mes "/" WS-Atual-Ano
               "  " WS-Valor-Edt "  " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           ADD WS-Mes-Baixado TO WS-Tot-Baixado.
           ADD WS-Mes-Recuperado TO WS-Tot-Recuperado.
           MOVE ZEROS TO WS-Mes-Baixado WS-Mes-Recuperado.

       30-RESUMO.
           MOVE WS-Tot-Baixado TO WS-Valor-Edt.
           MOVE WS-Tot-Recuperado TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL GERAL    " WS-Valor-Edt "  " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           COMPUTE WS-A-Recuperar = WS-Tot-Baixado - WS-Tot-Recuperado.
           MOVE WS-A-Recuperar TO WS-Saldo-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTRATOS BAIXADOS: " WS-Baixas
               "   AINDA COM SALDO: " WS-Abertos
               "   A RECUPERAR: " WS-Saldo-Edt
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
