       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelDevolucoes.
      *-----------------------------------------------------------
      *-Relatorio mensal de devolucoes da loja: soma o diario
      *-DEVOLUCAO.DAT do mes pedido (AAAAMM; vazio = mes corrente)
      *-e imprime o detalhe de cada devolucao, os totais por
      *-produto e por operador (quantidade de devolucoes, unidades,
      *-valor e quantas foram troca) e o resumo por motivo, para a
      *-loja ver o que volta e quem recebe. DEVOLUCOES.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEVOLUCAO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-DEV.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLUCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVOLUCAO
           VALUE OF FILE-ID IS "DEVOLUCAO.DAT".

           COPY DEVOLUCAO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "DEVOLUCOES.LST".
       01 LINHA-REL pic X(100).

       WORKING-STORAGE SECTION.

           01 ARQST-DEV pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Mes-Ref pic 9(6) value zeros.
           01 WS-Mes-Ref-R REDEFINES WS-Mes-Ref.
               02 WS-Ref-Ano pic 9(4).
               02 WS-Ref-Mes pic 9(2).

      *-Totais por produto (ate 300).
           01 WS-Prd-Tab.
               02 WS-Prd-Ent occurs 300 times.
                   03 WS-Prd-Cod pic 9(4).
                   03 WS-Prd-Nome pic X(30).
                   03 WS-Prd-Qtd pic 9(5).
                   03 WS-Prd-Unid pic 9(6).
                   03 WS-Prd-Trocas pic 9(5).
                   03 WS-Prd-Valor pic 9(9)V99.
           01 WS-Prd-Qtd-Tab pic 9(3) value zeros.
           01 WS-Prd-Idx pic 9(3) value zeros.
           01 WS-Prd-Achou pic 9(3) value zeros.

      *-Totais por operador (ate 50).
           01 WS-Op-Tab.
               02 WS-Op-Ent occurs 50 times.
                   03 WS-Op-Id pic X(8).
                   03 WS-Op-Qtd pic 9(5).
                   03 WS-Op-Unid pic 9(6).
                   03 WS-Op-Trocas pic 9(5).
                   03 WS-Op-Valor pic 9(9)V99.
           01 WS-Op-Qtd-Tab pic 9(2) value zeros.
           01 WS-Op-Idx pic 9(2) value zeros.
           01 WS-Op-Achou pic 9(2) value zeros.

      *-Resumo por motivo, na ordem D A T E O do cadastro.
           01 WS-Mot-Nomes-Ini.
               02 FILLER pic X(21) value "DDEFEITO            ".
               02 FILLER pic X(21) value "ADESISTENCIA        ".
               02 FILLER pic X(21) value "TTAMANHO/MODELO     ".
               02 FILLER pic X(21) value "EERRO NA VENDA      ".
               02 FILLER pic X(21) value "OOUTROS             ".
           01 WS-Mot-Nomes REDEFINES WS-Mot-Nomes-Ini.
               02 WS-Mot-Ent occurs 5 times.
                   03 WS-Mot-Cod pic X(1).
                   03 WS-Mot-Nome pic X(20).
           01 WS-Mot-Qtd pic 9(5) occurs 5 times.
           01 WS-Mot-Valor pic 9(9)V99 occurs 5 times.
           01 WS-Mot-Idx pic 9(1) value zeros.

           01 WS-Tot-Qtd pic 9(5) value zeros.
           01 WS-Tot-Unid pic 9(6) value zeros.
           01 WS-Tot-Trocas pic 9(5) value zeros.
           01 WS-Tot-Valor pic 9(9)V99 value zeros.
           01 WS-Tot-Reembolso pic 9(9)V99 value zeros.
           01 WS-Tot-Cancelado pic 9(9)V99 value zeros.
           01 WS-Tot-Creditado pic 9(9)V99 value zeros.

           01 WS-Valor-Edt pic Z(7)9,99.
           01 WS-Valor-Edt2 pic Z(7)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "DEVOLUCOES DO MES - PROGRAMAP2RELDEVOLUCOES".
           DISPLAY "Mes (AAAAMM, vazio = corrente): "
               WITH NO ADVANCING.
           ACCEPT WS-Mes-Ref.
           IF WS-Mes-Ref = ZEROS
               MOVE ANO TO WS-Ref-Ano
               MOVE MES TO WS-Ref-Mes
           END-IF.
           OPEN INPUT DEVOLUCAO.
           IF ARQST-DEV NOT = "00"
               DISPLAY "DEVOLUCAO.DAT AUSENTE, SEM DIARIO"
               GOBACK
           END-IF.
           PERFORM 05-ZERA-MOTIVO VARYING WS-Mot-Idx FROM 1 BY 1
               UNTIL WS-Mot-Idx > 5.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "DEVOLUCOES DE MERCADORIA EM " WS-Ref-Mes "/"
               WS-Ref-Ano " - EMITIDO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 01-ACUMULA UNTIL ARQST-DEV = "10".
           PERFORM 10-TOTAIS-PRODUTO.
           PERFORM 20-TOTAIS-OPERADOR.
           PERFORM 30-TOTAIS-MOTIVO.
           PERFORM 40-RESUMO.
           CLOSE DEVOLUCAO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em DEVOLUCOES.LST".
           GOBACK.

       01-ACUMULA.
           READ DEVOLUCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DEV
               NOT AT END
                   IF AnoDev = WS-Ref-Ano AND MesDev = WS-Ref-Mes
                       PERFORM 02-LINHA-E-SOMA
                   END-IF
           END-READ.

       02-LINHA-E-SOMA.
           MOVE ValorDev TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING DiaDev "/" MesDev "/" AnoDev
               " ITEM " CodigoDev " " NomeDev
               " QTD " QtdDev " " WS-Valor-Edt
               " " TipoDev MotivoDev " " OperadorDev
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-Tot-Qtd.
           ADD QtdDev TO WS-Tot-Unid.
           ADD ValorDev TO WS-Tot-Valor.
           ADD ReembolsoDev TO WS-Tot-Reembolso.
           ADD CanceladoDev TO WS-Tot-Cancelado.
           ADD CreditadoDev TO WS-Tot-Creditado.
           IF Dev-Troca
               ADD 1 TO WS-Tot-Trocas
           END-IF.
           PERFORM 03-SOMA-PRODUTO.
           PERFORM 04-SOMA-OPERADOR.
           PERFORM 06-SOMA-MOTIVO VARYING WS-Mot-Idx FROM 1 BY 1
               UNTIL WS-Mot-Idx > 5.

       03-SOMA-PRODUTO.
           MOVE ZEROS TO WS-Prd-Achou.
           PERFORM 07-PROCURA-PRODUTO
               VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab
               OR WS-Prd-Achou > ZEROS.
           IF WS-Prd-Achou = ZEROS AND WS-Prd-Qtd-Tab < 300
               ADD 1 TO WS-Prd-Qtd-Tab
               MOVE WS-Prd-Qtd-Tab TO WS-Prd-Achou
               MOVE CodigoDev TO WS-Prd-Cod(WS-Prd-Achou)
               MOVE NomeDev TO WS-Prd-Nome(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Qtd(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Unid(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Trocas(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Valor(WS-Prd-Achou)
           END-IF.
           IF WS-Prd-Achou > ZEROS
               ADD 1 TO WS-Prd-Qtd(WS-Prd-Achou)
               ADD QtdDev TO WS-Prd-Unid(WS-Prd-Achou)
               ADD ValorDev TO WS-Prd-Valor(WS-Prd-Achou)
               IF Dev-Troca
                   ADD 1 TO WS-Prd-Trocas(WS-Prd-Achou)
               END-IF
           END-IF.

       07-PROCURA-PRODUTO.
           IF WS-Prd-Cod(WS-Prd-Idx) = CodigoDev
               MOVE WS-Prd-Idx TO WS-Prd-Achou
           END-IF.

       04-SOMA-OPERADOR.
           MOVE ZEROS TO WS-Op-Achou.
           PERFORM 08-PROCURA-OPERADOR
               VARYING WS-Op-Idx FROM 1 BY 1
               UNTIL WS-Op-Idx > WS-Op-Qtd-Tab
               OR WS-Op-Achou > ZEROS.
           IF WS-Op-Achou = ZEROS AND WS-Op-Qtd-Tab < 50
               ADD 1 TO WS-Op-Qtd-Tab
               MOVE WS-Op-Qtd-Tab TO WS-Op-Achou
               MOVE OperadorDev TO WS-Op-Id(WS-Op-Achou)
               MOVE ZEROS TO WS-Op-Qtd(WS-Op-Achou)
               MOVE ZEROS TO WS-Op-Unid(WS-Op-Achou)
               MOVE ZEROS TO WS-Op-Trocas(WS-Op-Achou)
               MOVE ZEROS TO WS-Op-Valor(WS-Op-Achou)
           END-IF.
           IF WS-Op-Achou > ZEROS
               ADD 1 TO WS-Op-Qtd(WS-Op-Achou)
               ADD QtdDev TO WS-Op-Unid(WS-Op-Achou)
               ADD ValorDev TO WS-Op-Valor(WS-Op-Achou)
               IF Dev-Troca
                   ADD 1 TO WS-Op-Trocas(WS-Op-Achou)
               END-IF
           END-IF.

       08-PROCURA-OPERADOR.
           IF WS-Op-Id(WS-Op-Idx) = OperadorDev
               MOVE WS-Op-Idx TO WS-Op-Achou
           END-IF.

       05-ZERA-MOTIVO.
           MOVE ZEROS TO WS-Mot-Qtd(WS-Mot-Idx).
           MOVE ZEROS TO WS-Mot-Valor(WS-Mot-Idx).

       06-SOMA-MOTIVO.
           IF WS-Mot-Cod(WS-Mot-Idx) = MotivoDev
               ADD 1 TO WS-Mot-Qtd(WS-Mot-Idx)
               ADD ValorDev TO WS-Mot-Valor(WS-Mot-Idx)
           END-IF.

       10-TOTAIS-PRODUTO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAIS POR PRODUTO (DEVOLUCOES / UNIDADES / TROCAS /"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE " VALOR):" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 11-LINHA-PRODUTO
               VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab.

       11-LINHA-PRODUTO.
           MOVE WS-Prd-Valor(WS-Prd-Idx) TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Prd-Cod(WS-Prd-Idx) " "
               WS-Prd-Nome(WS-Prd-Idx) " "
               WS-Prd-Qtd(WS-Prd-Idx) " / "
               WS-Prd-Unid(WS-Prd-Idx) " / "
               WS-Prd-Trocas(WS-Prd-Idx) " / " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       20-TOTAIS-OPERADOR.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "TOTAIS POR OPERADOR (DEVOLUCOES / UNIDADES / TROCAS /"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE " VALOR):" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 21-LINHA-OPERADOR
               VARYING WS-Op-Idx FROM 1 BY 1
               UNTIL WS-Op-Idx > WS-Op-Qtd-Tab.

       21-LINHA-OPERADOR.
           MOVE WS-Op-Valor(WS-Op-Idx) TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Op-Id(WS-Op-Idx) " "
               WS-Op-Qtd(WS-Op-Idx) " / "
               WS-Op-Unid(WS-Op-Idx) " / "
               WS-Op-Trocas(WS-Op-Idx) " / " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       30-TOTAIS-MOTIVO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DEVOLUCOES POR MOTIVO:" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 31-LINHA-MOTIVO VARYING WS-Mot-Idx FROM 1 BY 1
               UNTIL WS-Mot-Idx > 5.

       31-LINHA-MOTIVO.
           MOVE WS-Mot-Valor(WS-Mot-Idx) TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Mot-Cod(WS-Mot-Idx) " "
               WS-Mot-Nome(WS-Mot-Idx) " "
               WS-Mot-Qtd(WS-Mot-Idx) " / " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Valor TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL DO MES: " WS-Tot-Qtd " DEVOLUCOES, "
               WS-Tot-Unid " UNIDADES, " WS-Tot-Trocas " TROCAS, "
               "VALOR " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Reembolso TO WS-Valor-Edt.
           MOVE WS-Tot-Cancelado TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "REEMBOLSADO EM ESPECIE " WS-Valor-Edt
               "  CANCELADO DO CREDIARIO " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Creditado TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CREDITADO EM CONTA " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
