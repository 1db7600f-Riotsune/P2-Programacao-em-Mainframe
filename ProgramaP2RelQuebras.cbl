       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelQuebras.
      *-----------------------------------------------------------
      *-Relatorio de quebras do inventario fisico: le o diario de
      *-ajustes aprovados AJUSTEEST.DAT das contagens feitas no
      *-periodo pedido e valoriza as perdas (contado abaixo do
      *-sistema) ao preco da ficha na contagem - por data de
      *-contagem, item a item com subtotal, e no fim por produto.
      *-As sobras aparecem so no total, para o liquido. QUEBRAS.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AJUSTEEST ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AJT.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTEEST LABEL RECORD STANDARD
           DATA RECORD IS REG-AJUSTEEST
           VALUE OF FILE-ID IS "AJUSTEEST.DAT".

           COPY AJUSTEEST.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "QUEBRAS.LST".
       01 LINHA-REL pic X(100).

       WORKING-STORAGE SECTION.

           01 ARQST-AJT pic X(2).
           01 ARQST-REL pic X(2).

           01 WS-Data-Ini pic 9(8) value zeros.
           01 WS-Data-Fim pic 9(8) value zeros.
           01 WS-Data-Reg pic 9(8) value zeros.

      *-Quebra de controle por contagem (o diario sai contagem a
      *-contagem, na ordem da aprovacao).
           01 WS-Cnt-Atual pic 9(4) value zeros.
           01 WS-Cnt-Data pic 9(8) value zeros.
           01 WS-Cnt-Data-R REDEFINES WS-Cnt-Data.
               02 WS-Cnt-Ano pic 9(4).
               02 WS-Cnt-Mes pic 9(2).
               02 WS-Cnt-Dia pic 9(2).
           01 WS-Cnt-Perdas pic S9(9)V99 value zeros.
           01 WS-Cnt-Itens pic 9(4) value zeros.

      *-Perdas por produto no periodo (ate 300).
           01 WS-Prd-Tab.
               02 WS-Prd-Ent occurs 300 times.
                   03 WS-Prd-Cod pic 9(4).
                   03 WS-Prd-Nome pic X(30).
                   03 WS-Prd-Unid pic S9(7).
                   03 WS-Prd-Valor pic S9(9)V99.
           01 WS-Prd-Qtd-Tab pic 9(3) value zeros.
           01 WS-Prd-Idx pic 9(3) value zeros.
           01 WS-Prd-Achou pic 9(3) value zeros.

           01 WS-Tot-Perdas pic S9(9)V99 value zeros.
           01 WS-Tot-Sobras pic S9(9)V99 value zeros.
           01 WS-Tot-Liquido pic S9(9)V99 value zeros.
           01 WS-Qtd-Contagens pic 9(4) value zeros.

           01 WS-Qtd-Edt pic -(6)9.
           01 WS-Sis-Edt pic -(5)9.
           01 WS-Valor-Edt pic -(8)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           DISPLAY "QUEBRAS DE ESTOQUE - PROGRAMAP2RELQUEBRAS".
           DISPLAY "Contagens de (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Data-Ini.
           DISPLAY "Ate (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-Data-Fim.
           OPEN INPUT AJUSTEEST.
           IF ARQST-AJT NOT = "00"
               DISPLAY "AJUSTEEST.DAT AUSENTE, SEM AJUSTES"
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "QUEBRAS DE ESTOQUE - CONTAGENS DE " WS-Data-Ini
               " A " WS-Data-Fim
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 01-ACUMULA UNTIL ARQST-AJT = "10".
           IF WS-Cnt-Atual NOT = ZEROS
               PERFORM 04-FECHA-CONTAGEM
           END-IF.
           PERFORM 10-TOTAIS-PRODUTO.
           PERFORM 20-RESUMO.
           CLOSE AJUSTEEST.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em QUEBRAS.LST".
           GOBACK.

       01-ACUMULA.
           READ AJUSTEEST NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AJT
               NOT AT END
                   COMPUTE WS-Data-Reg = AnoContagemAjt * 10000
                       + MesContagemAjt * 100 + DiaContagemAjt
                   IF WS-Data-Reg >= WS-Data-Ini
                       AND WS-Data-Reg <= WS-Data-Fim
                       PERFORM 02-SOMA-AJUSTE
                   END-IF
           END-READ.

       02-SOMA-AJUSTE.
           ADD ValorAjt TO WS-Tot-Liquido.
           IF ValorAjt >= ZEROS
               ADD ValorAjt TO WS-Tot-Sobras
           ELSE
               IF NumContagemAjt NOT = WS-Cnt-Atual
                   IF WS-Cnt-Atual NOT = ZEROS
                       PERFORM 04-FECHA-CONTAGEM
                   END-IF
                   PERFORM 03-ABRE-CONTAGEM
               END-IF
               PERFORM 05-LINHA-PERDA
               PERFORM 06-SOMA-PRODUTO
           END-IF.

       03-ABRE-CONTAGEM.
           MOVE NumContagemAjt TO WS-Cnt-Atual.
           MOVE WS-Data-Reg TO WS-Cnt-Data.
           MOVE ZEROS TO WS-Cnt-Perdas WS-Cnt-Itens.
           ADD 1 TO WS-Qtd-Contagens.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTAGEM " WS-Cnt-Atual " DE " WS-Cnt-Dia "/"
               WS-Cnt-Mes "/" WS-Cnt-Ano
               " (ITEM / SISTEMA / CONTADO / PERDA / VALOR):"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       04-FECHA-CONTAGEM.
           MOVE WS-Cnt-Perdas TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  PERDAS DA CONTAGEM " WS-Cnt-Atual ": "
               WS-Cnt-Itens " ITENS " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       05-LINHA-PERDA.
           ADD 1 TO WS-Cnt-Itens.
           ADD ValorAjt TO WS-Cnt-Perdas.
           ADD ValorAjt TO WS-Tot-Perdas.
           MOVE ValorAjt TO WS-Valor-Edt.
           MOVE DiferencaAjt TO WS-Qtd-Edt.
           MOVE SaldoSistemaAjt TO WS-Sis-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " CodigoAjt " " NomeAjt " " WS-Sis-Edt
               " " QtdContadaAjt " " WS-Qtd-Edt " " WS-Valor-Edt
               " " MotivoAjt " " AprovadorAjt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       06-SOMA-PRODUTO.
           MOVE ZEROS TO WS-Prd-Achou.
           PERFORM 07-PROCURA-PRODUTO
               VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab
               OR WS-Prd-Achou > ZEROS.
           IF WS-Prd-Achou = ZEROS AND WS-Prd-Qtd-Tab < 300
               ADD 1 TO WS-Prd-Qtd-Tab
               MOVE WS-Prd-Qtd-Tab TO WS-Prd-Achou
               MOVE CodigoAjt TO WS-Prd-Cod(WS-Prd-Achou)
               MOVE NomeAjt TO WS-Prd-Nome(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Unid(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Valor(WS-Prd-Achou)
           END-IF.
           IF WS-Prd-Achou > ZEROS
               ADD DiferencaAjt TO WS-Prd-Unid(WS-Prd-Achou)
               ADD ValorAjt TO WS-Prd-Valor(WS-Prd-Achou)
           END-IF.

       07-PROCURA-PRODUTO.
           IF WS-Prd-Cod(WS-Prd-Idx) = CodigoAjt
               MOVE WS-Prd-Idx TO WS-Prd-Achou
           END-IF.

       10-TOTAIS-PRODUTO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "PERDAS POR PRODUTO NO PERIODO (UNIDADES / VALOR):"
               TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 11-LINHA-PRODUTO
               VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab.

       11-LINHA-PRODUTO.
           MOVE WS-Prd-Unid(WS-Prd-Idx) TO WS-Qtd-Edt.
           MOVE WS-Prd-Valor(WS-Prd-Idx) TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Prd-Cod(WS-Prd-Idx) " "
               WS-Prd-Nome(WS-Prd-Idx) " " WS-Qtd-Edt " / "
               WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       20-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Perdas TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTAGENS COM PERDA: " WS-Qtd-Contagens
               "  TOTAL DAS PERDAS: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Sobras TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "SOBRAS: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Liquido TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RESULTADO LIQUIDO DO INVENTARIO: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
