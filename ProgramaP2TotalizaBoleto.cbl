       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2TotalizaBoleto.
      *-----------------------------------------------------------
      *-Liquidacao de saida de boletos: totaliza os boletos de um
      *-banco emissor pagos aqui num dia (BOLOUTbbbb.DAT, registros
      *-com DataPagtoBpg igual a data pedida) - quantidade, valor
      *-dos documentos, valor pago e a abertura por origem (lote de
      *-fornecedores, debito em conta, especie) - para a tesouraria
      *-bater contra a liquidacao do outro banco.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BOLOUT ASSIGN TO WS-Nome-BolOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BOU.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-BOLPAG.

           COPY BOLPAG.

       WORKING-STORAGE SECTION.

           01 ARQST-BOU pic X(2).
           01 WS-Banco pic 9(4) value zeros.
           01 WS-Data pic 9(8) value zeros.
           01 WS-Data-Pagto pic 9(8) value zeros.
           01 WS-Nome-BolOut pic X(14) value spaces.
           01 WS-Qtd pic 9(6) value zeros.
           01 WS-Total-Nominal pic 9(9)V99 value zeros.
           01 WS-Total pic 9(9)V99 value zeros.
           01 WS-Qtd-Lote pic 9(6) value zeros.
           01 WS-Total-Lote pic 9(9)V99 value zeros.
           01 WS-Qtd-Conta pic 9(6) value zeros.
           01 WS-Total-Conta pic 9(9)V99 value zeros.
           01 WS-Qtd-Especie pic 9(6) value zeros.
           01 WS-Total-Especie pic 9(9)V99 value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           DISPLAY "LIQUIDACAO DE SAIDA - BOLETOS DE OUTROS BANCOS".
           DISPLAY "Banco emissor (COMPE): " WITH NO ADVANCING.
           ACCEPT WS-Banco.
           DISPLAY "Data de pagamento (AAAAMMDD, zero = hoje): "
               WITH NO ADVANCING.
           ACCEPT WS-Data.
           IF WS-Data = ZEROS
               ACCEPT WS-Data FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO WS-Nome-BolOut.
           STRING "BOLOUT" DELIMITED BY SIZE
               WS-Banco DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-BolOut.
           OPEN INPUT BOLOUT.
           IF ARQST-BOU NOT = "00"
               DISPLAY "SEM ARQUIVO DE BOLETOS PARA O BANCO " WS-Banco
               MOVE "10" TO ARQST-BOU
           END-IF.
           PERFORM 01-SOMA UNTIL ARQST-BOU = "10".
           CLOSE BOLOUT.
           DISPLAY "BOLETOS PAGOS EM " WS-Data ": " WS-Qtd.
           DISPLAY "VALOR DOS DOCUMENTOS: " WS-Total-Nominal.
           DISPLAY "VALOR TOTAL A LIQUIDAR: " WS-Total.
           DISPLAY "  LOTE FORNECEDORES: " WS-Qtd-Lote " "
               WS-Total-Lote.
           DISPLAY "  DEBITO EM CONTA:   " WS-Qtd-Conta " "
               WS-Total-Conta.
           DISPLAY "  ESPECIE NO CAIXA:  " WS-Qtd-Especie " "
               WS-Total-Especie.
           GOBACK.

       01-SOMA.
           READ BOLOUT NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BOU
               NOT AT END
                   COMPUTE WS-Data-Pagto = AnoPagtoBpg * 10000
                       + MesPagtoBpg * 100 + DiaPagtoBpg
                   IF WS-Data-Pagto = WS-Data
                       PERFORM 02-SOMA-BOLETO
                   END-IF
           END-READ.

       02-SOMA-BOLETO.
           ADD 1 TO WS-Qtd.
           ADD ValorNominalBpg TO WS-Total-Nominal.
           ADD ValorPagoBpg TO WS-Total.
           EVALUATE TRUE
               WHEN Bpg-Lote-Fornecedor
                   ADD 1 TO WS-Qtd-Lote
                   ADD ValorPagoBpg TO WS-Total-Lote
               WHEN Bpg-Debito-Conta
                   ADD 1 TO WS-Qtd-Conta
                   ADD ValorPagoBpg TO WS-Total-Conta
               WHEN Bpg-Especie-Gaveta
                   ADD 1 TO WS-Qtd-Especie
                   ADD ValorPagoBpg TO WS-Total-Especie
           END-EVALUATE.
