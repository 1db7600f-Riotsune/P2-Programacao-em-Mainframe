       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelOuvidoria.
      *-----------------------------------------------------------
      *-Relatorio semanal da ouvidoria: varre OUVIDORIA.DAT e lista
      *-em OUVIDORIA.LST as reclamacoes em aberto por categoria e
      *-faixa de idade (dias corridos desde a abertura) e, em
      *-seguida, as abertas que ja passaram do prazo regulatorio
      *-(DataPrazoOuv, em dias uteis, gravado na abertura pela tela
      *-de ouvidoria do ProgramaP2).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUVIDORIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumOuv
       ALTERNATE RECORD KEY CodC-Ouv WITH DUPLICATES
       FILE STATUS ARQST-OUV.

      *-Ficheiro impresso (spool) com o quadro e os vencidos.
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
       FD  OUVIDORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-OUVIDORIA
           VALUE OF FILE-ID IS "OUVIDORIA.DAT".

           COPY OUVIDORIA.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "OUVIDORIA.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-OUV pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Abertura pic 9(8) value zeros.
           01 WS-Prazo pic 9(8) value zeros.
           01 WS-Idade pic S9(5) value zeros.
           01 WS-Atraso pic S9(5) value zeros.
           01 WS-Atraso-Edt pic ZZZZ9.

      *-Quadro de abertas: linha = categoria (T/D/A/O), coluna =
      *-faixa de idade (0-5, 6-10, 11-30, mais de 30 dias).
           01 WS-Nomes-Cat.
               02 FILLER pic X(13) value "TTARIFA".
               02 FILLER pic X(13) value "DDEB.INDEVIDO".
               02 FILLER pic X(13) value "AATENDIMENTO".
               02 FILLER pic X(13) value "OOUTROS".
           01 WS-Tab-Cat redefines WS-Nomes-Cat.
               02 WS-Cat occurs 4 times.
                   03 WS-Cod-Cat pic X(1).
                   03 WS-Nome-Cat pic X(12).
           01 WS-Quadro.
               02 WS-Linha-Quadro occurs 4 times.
                   03 WS-Qtd-Faixa pic 9(5) occurs 4 times.
                   03 WS-Qtd-Cat pic 9(5).
           01 WS-Totais.
               02 WS-Tot-Faixa pic 9(5) occurs 4 times.
           01 WS-Edicao.
               02 WS-Faixa-Edt pic ZZZZ9 occurs 4 times.
           01 WS-Cat-Idx pic 9(2) value zeros.
           01 WS-Faixa-Idx pic 9(2) value zeros.
           01 WS-Total-Edt pic ZZZZ9.

           01 WS-Lidas pic 9(6) value zeros.
           01 WS-Abertas pic 9(6) value zeros.
           01 WS-Vencidas pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           MOVE ZEROS TO WS-Quadro WS-Totais.
           OPEN INPUT OUVIDORIA.
           IF ARQST-OUV NOT = "00"
               DISPLAY "OUVIDORIA.DAT NAO ENCONTRADO"
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "OUVIDORIA - RECLAMACOES EM ABERTO - " DIA "/" MES
               "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 02-ACUMULA-RECLAMACAO UNTIL ARQST-OUV = "10".
           PERFORM 04-IMPRIME-QUADRO.
           CLOSE OUVIDORIA.
           OPEN INPUT OUVIDORIA.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "ABERTAS FORA DO PRAZO REGULATORIO" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "PROTOCOLO CONTA  CATEGORIA    PRAZO      "
               "DIAS DE ATRASO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 06-PROCURA-VENCIDA UNTIL ARQST-OUV = "10".
           PERFORM 08-RESUMO.
           CLOSE OUVIDORIA.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em OUVIDORIA.LST".
           DISPLAY "Reclamacoes lidas:        " WS-Lidas.
           DISPLAY "Em aberto:                " WS-Abertas.
           DISPLAY "Fora do prazo:            " WS-Vencidas.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       02-ACUMULA-RECLAMACAO.
           READ OUVIDORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OUV
               NOT AT END
                   ADD 1 TO WS-Lidas
                   IF Ouv-Aberta
                       PERFORM 03-CLASSIFICA
                   END-IF
           END-READ.

       03-CLASSIFICA.
           ADD 1 TO WS-Abertas.
           MOVE 4 TO WS-Cat-Idx.
           EVALUATE TRUE
               WHEN Ouv-Tarifa
                   MOVE 1 TO WS-Cat-Idx
               WHEN Ouv-Debito-Indevido
                   MOVE 2 TO WS-Cat-Idx
               WHEN Ouv-Atendimento
                   MOVE 3 TO WS-Cat-Idx
           END-EVALUATE.
           MOVE DataAberturaOuv TO WS-Abertura.
           COMPUTE WS-Idade = WS-Hoje-Int
               - FUNCTION INTEGER-OF-DATE(WS-Abertura).
           EVALUATE TRUE
               WHEN WS-Idade <= 5
                   MOVE 1 TO WS-Faixa-Idx
               WHEN WS-Idade <= 10
                   MOVE 2 TO WS-Faixa-Idx
               WHEN WS-Idade <= 30
                   MOVE 3 TO WS-Faixa-Idx
               WHEN OTHER
                   MOVE 4 TO WS-Faixa-Idx
           END-EVALUATE.
           ADD 1 TO WS-Qtd-Faixa(WS-Cat-Idx, WS-Faixa-Idx).
           ADD 1 TO WS-Qtd-Cat(WS-Cat-Idx).
           ADD 1 TO WS-Tot-Faixa(WS-Faixa-Idx).

       04-IMPRIME-QUADRO.
           MOVE SPACES TO LINHA-REL.
           STRING "CATEGORIA       0-5D  6-10D 11-30D   >30D  TOTAL"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 05-LINHA-QUADRO VARYING WS-Cat-Idx FROM 1 BY 1
               UNTIL WS-Cat-Idx > 4.
           PERFORM 05-EDITA-TOTAL VARYING WS-Faixa-Idx FROM 1 BY 1
               UNTIL WS-Faixa-Idx > 4.
           MOVE WS-Abertas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL          " WS-Faixa-Edt(1) "  "
               WS-Faixa-Edt(2) "  " WS-Faixa-Edt(3) "  "
               WS-Faixa-Edt(4) "  " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       05-LINHA-QUADRO.
           PERFORM 05-EDITA-FAIXA VARYING WS-Faixa-Idx FROM 1 BY 1
               UNTIL WS-Faixa-Idx > 4.
           MOVE WS-Qtd-Cat(WS-Cat-Idx) TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Nome-Cat(WS-Cat-Idx) "   " WS-Faixa-Edt(1) "  "
               WS-Faixa-Edt(2) "  " WS-Faixa-Edt(3) "  "
               WS-Faixa-Edt(4) "  " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       05-EDITA-FAIXA.
           MOVE WS-Qtd-Faixa(WS-Cat-Idx, WS-Faixa-Idx)
               TO WS-Faixa-Edt(WS-Faixa-Idx).

       05-EDITA-TOTAL.
           MOVE WS-Tot-Faixa(WS-Faixa-Idx)
               TO WS-Faixa-Edt(WS-Faixa-Idx).

       06-PROCURA-VENCIDA.
           READ OUVIDORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OUV
               NOT AT END
                   MOVE DataPrazoOuv TO WS-Prazo
                   IF Ouv-Aberta AND WS-Prazo < WS-Hoje
                       PERFORM 07-IMPRIME-VENCIDA
                   END-IF
           END-READ.

       07-IMPRIME-VENCIDA.
           MOVE 4 TO WS-Cat-Idx.
           EVALUATE TRUE
               WHEN Ouv-Tarifa
                   MOVE 1 TO WS-Cat-Idx
               WHEN Ouv-Debito-Indevido
                   MOVE 2 TO WS-Cat-Idx
               WHEN Ouv-Atendimento
                   MOVE 3 TO WS-Cat-Idx
           END-EVALUATE.
           COMPUTE WS-Atraso = WS-Hoje-Int
               - FUNCTION INTEGER-OF-DATE(WS-Prazo).
           MOVE WS-Atraso TO WS-Atraso-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumOuv "  " CodC-Ouv " " WS-Nome-Cat(WS-Cat-Idx)
               " " DiaPrazoOuv "/" MesPrazoOuv "/" AnoPrazoOuv
               "     " WS-Atraso-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-Vencidas.

       08-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "RECLAMACOES LIDAS: " WS-Lidas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "EM ABERTO:         " WS-Abertas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "FORA DO PRAZO:     " WS-Vencidas
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
