       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelMargem.
      *-----------------------------------------------------------
      *-Margem bruta mensal da loja por produto: soma as vendas do
      *-mes pedido (AAAAMM; vazio = mes corrente) em PRODUTOS.DAT -
      *-receita pelo preco liquido do desconto (UNIT-P) e custo
      *-pelo custo medio gravado na venda (CUSTO-P) - e tira as
      *-devolucoes do mes (DEVOLUCAO.DAT) pelo valor devolvido e o
      *-custo da mercadoria que voltou. Imprime a curva ABC da
      *-receita e a curva ABC da margem (A ate 80% acumulado, B ate
      *-95%, C o resto; margem zero ou negativa e sempre C) e o
      *-estoque em maos valorizado ao custo medio (ESTOQUE.DAT).
      *-Vendas anteriores ao custeio entram com custo zero e sao
      *-contadas a parte, para a margem delas nao enganar.
      *-MARGEM.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUTOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PROD.

       SELECT DEVOLUCAO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-DEV.

       SELECT ESTOQUE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodigoEstq
       FILE STATUS ARQST-EST.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Arquivo de trabalho do SORT: a tabela de produtos do mes,
      *-ordenada uma vez pela receita e outra pela margem.
       SELECT WORKSORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01 REG-PROD.
           02 CODIG-P PIC 9(4).
           02 NOME-P PIC X(30).
           02 QTDADE-P PIC 9(4).
           02 UNIT-P PIC 9(5)V99.
           02 TOTAL-P PIC 9(6)V99.
           02 CODC-P PIC 9(6).
           02 STATUS-P PIC X(1).
           02 DataCompra-P.
               03 AnoCompra-P PIC 9(4).
               03 MesCompra-P PIC 9(2).
               03 DiaCompra-P PIC 9(2).
           02 PARCELAS-P PIC 9(2).
           02 MOTIVO-FALHA-P PIC X(1).
           02 DATA-FALHA-P.
               03 ANO-FALHA-P PIC 9(4).
               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
      *-Custo da venda pelo custo medio da ficha; espacos nas
      *-vendas anteriores ao custeio.
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  DEVOLUCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVOLUCAO
           VALUE OF FILE-ID IS "DEVOLUCAO.DAT".

           COPY DEVOLUCAO.

       FD  ESTOQUE LABEL RECORD STANDARD
           DATA RECORD IS REG-ESTOQUE
           VALUE OF FILE-ID IS "ESTOQUE.DAT".

           COPY ESTOQUE.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "MARGEM.LST".
       01 LINHA-REL pic X(100).

       SD  WORKSORT
           DATA RECORD IS REG-SORT.
       01 REG-SORT.
           02 SortCodigo pic 9(4).
           02 SortNome pic X(30).
           02 SortUnid pic S9(7).
           02 SortReceita pic S9(9)V99.
           02 SortCusto pic S9(9)V99.
           02 SortMargem pic S9(9)V99.
           02 SortSemCusto pic 9(5).

       WORKING-STORAGE SECTION.

           01 ARQST-PROD pic X(2).
           01 ARQST-DEV pic X(2).
           01 ARQST-EST pic X(2).
           01 ARQST-REL pic X(2).
           01 ARQST-SRT pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Mes-Ref pic 9(6) value zeros.
           01 WS-Mes-Ref-R REDEFINES WS-Mes-Ref.
               02 WS-Ref-Ano pic 9(4).
               02 WS-Ref-Mes pic 9(2).

      *-Vendas do mes por produto (ate 500).
           01 WS-Prd-Tab.
               02 WS-Prd-Ent occurs 500 times.
                   03 WS-Prd-Cod pic 9(4).
                   03 WS-Prd-Nome pic X(30).
                   03 WS-Prd-Unid pic S9(7).
                   03 WS-Prd-Receita pic S9(9)V99.
                   03 WS-Prd-Custo pic S9(9)V99.
                   03 WS-Prd-Sem-Custo pic 9(5).
           01 WS-Prd-Qtd-Tab pic 9(3) value zeros.
           01 WS-Prd-Idx pic 9(3) value zeros.
           01 WS-Prd-Achou pic 9(3) value zeros.
           01 WS-Cod-Busca pic 9(4) value zeros.
           01 WS-Nome-Busca pic X(30) value spaces.

      *-Curva ABC: total da base, acumulado e posicao na curva.
           01 WS-Base-Curva pic S9(11)V99 value zeros.
           01 WS-Acumulado pic S9(11)V99 value zeros.
           01 WS-Pct-Item pic S9(3)V99 value zeros.
           01 WS-Pct-Anterior pic S9(5)V99 value zeros.
           01 WS-Pct-Acum pic S9(5)V99 value zeros.
           01 WS-Valor-Curva pic S9(9)V99 value zeros.
           01 WS-Classe pic X value space.
           01 WS-Posicao pic 9(3) value zeros.
           01 WS-Classe-Qtd pic 9(3) occurs 3 times.
           01 WS-Classe-Valor pic S9(11)V99 occurs 3 times.
           01 WS-Classe-Idx pic 9(1) value zeros.

           01 WS-Tot-Receita pic S9(11)V99 value zeros.
           01 WS-Tot-Custo pic S9(11)V99 value zeros.
           01 WS-Tot-Margem pic S9(11)V99 value zeros.
           01 WS-Tot-Margem-Pos pic S9(11)V99 value zeros.
           01 WS-Tot-Dev-Valor pic S9(11)V99 value zeros.
           01 WS-Tot-Dev-Custo pic S9(11)V99 value zeros.
           01 WS-Tot-Sem-Custo pic 9(5) value zeros.
           01 WS-Qtd-Vendas pic 9(6) value zeros.
           01 WS-Qtd-Devolucoes pic 9(5) value zeros.
           01 WS-Custo-Dev pic 9(9)V99 value zeros.
           01 WS-Margem-Item pic S9(9)V99 value zeros.

      *-Estoque em maos ao custo medio.
           01 WS-Valor-Item pic 9(11)V99 value zeros.
           01 WS-Tot-Estoque pic 9(11)V99 value zeros.
           01 WS-Itens-Estoque pic 9(5) value zeros.
           01 WS-Itens-Sem-Custo pic 9(5) value zeros.

           01 WS-Qtd-Edt pic -(6)9.
           01 WS-Valor-Edt pic -(10)9,99.
           01 WS-Valor-Edt2 pic -(10)9,99.
           01 WS-Pct-Edt pic -(4)9,99.
           01 WS-Pct-Edt2 pic -(4)9,99.
           01 WS-Custo-Edt pic Z(4)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "MARGEM BRUTA DA LOJA - PROGRAMAP2RELMARGEM".
           DISPLAY "Mes (AAAAMM, vazio = corrente): "
               WITH NO ADVANCING.
           ACCEPT WS-Mes-Ref.
           IF WS-Mes-Ref = ZEROS
               MOVE ANO TO WS-Ref-Ano
               MOVE MES TO WS-Ref-Mes
           END-IF.
           OPEN INPUT PRODUTOS.
           IF ARQST-PROD NOT = "00"
               DISPLAY "PRODUTOS.DAT AUSENTE, SEM VENDAS"
               GOBACK
           END-IF.
           PERFORM 01-ACUMULA-VENDA UNTIL ARQST-PROD = "10".
           CLOSE PRODUTOS.
           OPEN INPUT DEVOLUCAO.
           IF ARQST-DEV = "00"
               PERFORM 05-ACUMULA-DEVOLUCAO UNTIL ARQST-DEV = "10"
               CLOSE DEVOLUCAO
           END-IF.
           PERFORM 08-SOMA-TOTAIS VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "MARGEM BRUTA POR PRODUTO EM " WS-Ref-Mes "/"
               WS-Ref-Ano " - EMITIDO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Receita TO WS-Base-Curva.
           PERFORM 20-CABECALHO-RECEITA.
           SORT WORKSORT ON DESCENDING KEY SortReceita
               INPUT PROCEDURE IS 10-LIBERA-PRODUTOS
               OUTPUT PROCEDURE IS 21-CURVA-RECEITA.
           PERFORM 28-TOTAIS-CLASSE.
           MOVE WS-Tot-Margem-Pos TO WS-Base-Curva.
           PERFORM 25-CABECALHO-MARGEM.
           SORT WORKSORT ON DESCENDING KEY SortMargem
               INPUT PROCEDURE IS 10-LIBERA-PRODUTOS
               OUTPUT PROCEDURE IS 26-CURVA-MARGEM.
           PERFORM 28-TOTAIS-CLASSE.
           PERFORM 30-ESTOQUE-AO-CUSTO.
           PERFORM 40-RESUMO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em MARGEM.LST".
           GOBACK.

       01-ACUMULA-VENDA.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PROD
               NOT AT END
                   IF AnoCompra-P = WS-Ref-Ano
                       AND MesCompra-P = WS-Ref-Mes
                       AND QTDADE-P NUMERIC AND QTDADE-P > ZEROS
                       PERFORM 02-SOMA-VENDA
                   END-IF
           END-READ.

       02-SOMA-VENDA.
      *-Receita pelo preco liquido vendido; a devolucao parcial que
      *-abateu TOTAL-P volta pelo diario de devolucoes, nao aqui.
           ADD 1 TO WS-Qtd-Vendas.
           MOVE CODIG-P TO WS-Cod-Busca.
           MOVE NOME-P TO WS-Nome-Busca.
           PERFORM 06-LOCALIZA-PRODUTO.
           IF WS-Prd-Achou > ZEROS
               ADD QTDADE-P TO WS-Prd-Unid(WS-Prd-Achou)
               COMPUTE WS-Prd-Receita(WS-Prd-Achou) =
                   WS-Prd-Receita(WS-Prd-Achou) + QTDADE-P * UNIT-P
               IF CUSTO-P NUMERIC AND CUSTO-P > ZEROS
                   ADD CUSTO-P TO WS-Prd-Custo(WS-Prd-Achou)
               ELSE
                   ADD 1 TO WS-Prd-Sem-Custo(WS-Prd-Achou)
               END-IF
           END-IF.

       05-ACUMULA-DEVOLUCAO.
           READ DEVOLUCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DEV
               NOT AT END
                   IF AnoDev = WS-Ref-Ano AND MesDev = WS-Ref-Mes
                       PERFORM 07-TIRA-DEVOLUCAO
                   END-IF
           END-READ.

       06-LOCALIZA-PRODUTO.
           MOVE ZEROS TO WS-Prd-Achou.
           PERFORM 09-PROCURA-PRODUTO
               VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab
               OR WS-Prd-Achou > ZEROS.
           IF WS-Prd-Achou = ZEROS AND WS-Prd-Qtd-Tab < 500
               ADD 1 TO WS-Prd-Qtd-Tab
               MOVE WS-Prd-Qtd-Tab TO WS-Prd-Achou
               MOVE WS-Cod-Busca TO WS-Prd-Cod(WS-Prd-Achou)
               MOVE WS-Nome-Busca TO WS-Prd-Nome(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Unid(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Receita(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Custo(WS-Prd-Achou)
               MOVE ZEROS TO WS-Prd-Sem-Custo(WS-Prd-Achou)
           END-IF.

       07-TIRA-DEVOLUCAO.
      *-A devolucao sai da receita pelo valor devolvido e do custo
      *-pelo custo da venda original.
           ADD 1 TO WS-Qtd-Devolucoes.
           IF CustoUnitDev NUMERIC
               COMPUTE WS-Custo-Dev = QtdDev * CustoUnitDev
           ELSE
               MOVE ZEROS TO WS-Custo-Dev
           END-IF.
           ADD ValorDev TO WS-Tot-Dev-Valor.
           ADD WS-Custo-Dev TO WS-Tot-Dev-Custo.
           MOVE CodigoDev TO WS-Cod-Busca.
           MOVE NomeDev TO WS-Nome-Busca.
           PERFORM 06-LOCALIZA-PRODUTO.
           IF WS-Prd-Achou > ZEROS
               SUBTRACT QtdDev FROM WS-Prd-Unid(WS-Prd-Achou)
               SUBTRACT ValorDev FROM WS-Prd-Receita(WS-Prd-Achou)
               SUBTRACT WS-Custo-Dev FROM WS-Prd-Custo(WS-Prd-Achou)
           END-IF.

       08-SOMA-TOTAIS.
           ADD WS-Prd-Receita(WS-Prd-Idx) TO WS-Tot-Receita.
           ADD WS-Prd-Custo(WS-Prd-Idx) TO WS-Tot-Custo.
           ADD WS-Prd-Sem-Custo(WS-Prd-Idx) TO WS-Tot-Sem-Custo.
           COMPUTE WS-Margem-Item = WS-Prd-Receita(WS-Prd-Idx)
               - WS-Prd-Custo(WS-Prd-Idx).
           ADD WS-Margem-Item TO WS-Tot-Margem.
           IF WS-Margem-Item > ZEROS
               ADD WS-Margem-Item TO WS-Tot-Margem-Pos
           END-IF.

       09-PROCURA-PRODUTO.
           IF WS-Prd-Cod(WS-Prd-Idx) = WS-Cod-Busca
               MOVE WS-Prd-Idx TO WS-Prd-Achou
           END-IF.

       10-LIBERA-PRODUTOS.
           PERFORM 11-LIBERA-PRODUTO VARYING WS-Prd-Idx FROM 1 BY 1
               UNTIL WS-Prd-Idx > WS-Prd-Qtd-Tab.

       11-LIBERA-PRODUTO.
           MOVE WS-Prd-Cod(WS-Prd-Idx) TO SortCodigo.
           MOVE WS-Prd-Nome(WS-Prd-Idx) TO SortNome.
           MOVE WS-Prd-Unid(WS-Prd-Idx) TO SortUnid.
           MOVE WS-Prd-Receita(WS-Prd-Idx) TO SortReceita.
           MOVE WS-Prd-Custo(WS-Prd-Idx) TO SortCusto.
           COMPUTE SortMargem = WS-Prd-Receita(WS-Prd-Idx)
               - WS-Prd-Custo(WS-Prd-Idx).
           MOVE WS-Prd-Sem-Custo(WS-Prd-Idx) TO SortSemCusto.
           RELEASE REG-SORT.

       20-CABECALHO-RECEITA.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CURVA ABC DA RECEITA (POS / PRODUTO / UNIDADES / "
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "  RECEITA / % / % ACUMULADO / CLASSE):" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 29-ZERA-CURVA.

       21-CURVA-RECEITA.
           MOVE "00" TO ARQST-SRT.
           PERFORM 22-RETORNA-RECEITA UNTIL ARQST-SRT = "10".

       22-RETORNA-RECEITA.
           RETURN WORKSORT
               AT END
                   MOVE "10" TO ARQST-SRT
               NOT AT END
                   MOVE SortReceita TO WS-Valor-Curva
                   PERFORM 23-CLASSIFICA
                   MOVE SortUnid TO WS-Qtd-Edt
                   MOVE SortReceita TO WS-Valor-Edt
                   MOVE SPACES TO LINHA-REL
                   STRING "  " WS-Posicao " " SortCodigo " "
                       SortNome " " WS-Qtd-Edt " " WS-Valor-Edt
                       " " WS-Pct-Edt " " WS-Pct-Edt2 "  " WS-Classe
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-RETURN.

       23-CLASSIFICA.
      *-Classe pelo acumulado ANTES do item: o item que cruza os
      *-80% ainda e A, o que cruza os 95% ainda e B. Valor zero ou
      *-negativo nao entra no acumulado e e sempre C.
           ADD 1 TO WS-Posicao.
           MOVE ZEROS TO WS-Pct-Item.
           MOVE WS-Pct-Acum TO WS-Pct-Anterior.
           IF WS-Base-Curva > ZEROS AND WS-Valor-Curva > ZEROS
               ADD WS-Valor-Curva TO WS-Acumulado
               COMPUTE WS-Pct-Item ROUNDED =
                   WS-Valor-Curva * 100 / WS-Base-Curva
               COMPUTE WS-Pct-Acum ROUNDED =
                   WS-Acumulado * 100 / WS-Base-Curva
           END-IF.
           EVALUATE TRUE
               WHEN WS-Valor-Curva NOT > ZEROS
                   MOVE 'C' TO WS-Classe
                   MOVE 3 TO WS-Classe-Idx
               WHEN WS-Pct-Anterior < 80
                   MOVE 'A' TO WS-Classe
                   MOVE 1 TO WS-Classe-Idx
               WHEN WS-Pct-Anterior < 95
                   MOVE 'B' TO WS-Classe
                   MOVE 2 TO WS-Classe-Idx
               WHEN OTHER
                   MOVE 'C' TO WS-Classe
                   MOVE 3 TO WS-Classe-Idx
           END-EVALUATE.
           ADD 1 TO WS-Classe-Qtd(WS-Classe-Idx).
           ADD WS-Valor-Curva TO WS-Classe-Valor(WS-Classe-Idx).
           MOVE WS-Pct-Item TO WS-Pct-Edt.
           MOVE WS-Pct-Acum TO WS-Pct-Edt2.

       24-LINHA-CLASSE.
           MOVE WS-Classe-Valor(WS-Classe-Idx) TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  CLASSE " WS-Classe ": "
               WS-Classe-Qtd(WS-Classe-Idx) " PRODUTOS "
               WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       25-CABECALHO-MARGEM.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CURVA ABC DA MARGEM (POS / PRODUTO / RECEITA / "
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "  MARGEM / % / % ACUMULADO / CLASSE / SEM CUSTO):"
               TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 29-ZERA-CURVA.

       26-CURVA-MARGEM.
           MOVE "00" TO ARQST-SRT.
           PERFORM 27-RETORNA-MARGEM UNTIL ARQST-SRT = "10".

       27-RETORNA-MARGEM.
           RETURN WORKSORT
               AT END
                   MOVE "10" TO ARQST-SRT
               NOT AT END
                   MOVE SortMargem TO WS-Valor-Curva
                   PERFORM 23-CLASSIFICA
                   MOVE SortReceita TO WS-Valor-Edt
                   MOVE SortMargem TO WS-Valor-Edt2
                   MOVE SPACES TO LINHA-REL
                   IF SortSemCusto > ZEROS
                       STRING "  " WS-Posicao " " SortCodigo " "
                           SortNome " " WS-Valor-Edt " "
                           WS-Valor-Edt2 " " WS-Pct-Edt " "
                           WS-Pct-Edt2 "  " WS-Classe " *"
                           SortSemCusto
                           DELIMITED BY SIZE INTO LINHA-REL
                   ELSE
                       STRING "  " WS-Posicao " " SortCodigo " "
                           SortNome " " WS-Valor-Edt " "
                           WS-Valor-Edt2 " " WS-Pct-Edt " "
                           WS-Pct-Edt2 "  " WS-Classe
                           DELIMITED BY SIZE INTO LINHA-REL
                   END-IF
                   WRITE LINHA-REL
           END-RETURN.

       28-TOTAIS-CLASSE.
           MOVE 1 TO WS-Classe-Idx.
           MOVE 'A' TO WS-Classe.
           PERFORM 24-LINHA-CLASSE.
           MOVE 2 TO WS-Classe-Idx.
           MOVE 'B' TO WS-Classe.
           PERFORM 24-LINHA-CLASSE.
           MOVE 3 TO WS-Classe-Idx.
           MOVE 'C' TO WS-Classe.
           PERFORM 24-LINHA-CLASSE.

       29-ZERA-CURVA.
           MOVE ZEROS TO WS-Acumulado WS-Pct-Acum WS-Posicao.
           MOVE ZEROS TO WS-Classe-Qtd(1) WS-Classe-Qtd(2)
               WS-Classe-Qtd(3).
           MOVE ZEROS TO WS-Classe-Valor(1) WS-Classe-Valor(2)
               WS-Classe-Valor(3).

       30-ESTOQUE-AO-CUSTO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           OPEN INPUT ESTOQUE.
           IF ARQST-EST NOT = "00"
               MOVE "ESTOQUE.DAT AUSENTE, SEM VALOR DO ESTOQUE"
                   TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE "ESTOQUE EM MAOS AO CUSTO MEDIO (PRODUTO / SALDO"
                   TO LINHA-REL
               WRITE LINHA-REL
               MOVE "  / CUSTO MEDIO / VALOR):" TO LINHA-REL
               WRITE LINHA-REL
               PERFORM 31-VALORIZA-ITEM UNTIL ARQST-EST = "10"
               CLOSE ESTOQUE
               MOVE WS-Tot-Estoque TO WS-Valor-Edt
               MOVE SPACES TO LINHA-REL
               STRING "  ITENS EM MAOS: " WS-Itens-Estoque
                   "  VALOR AO CUSTO: " WS-Valor-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
               IF WS-Itens-Sem-Custo > ZEROS
                   MOVE SPACES TO LINHA-REL
                   STRING "  ITENS SEM CUSTO MEDIO (FORA DO VALOR): "
                       WS-Itens-Sem-Custo
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           END-IF.

       31-VALORIZA-ITEM.
           READ ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EST
               NOT AT END
                   IF SaldoEstq > ZEROS
                       PERFORM 32-LINHA-ESTOQUE
                   END-IF
           END-READ.

       32-LINHA-ESTOQUE.
           ADD 1 TO WS-Itens-Estoque.
           IF CustoMedioEstq NOT NUMERIC
               MOVE ZEROS TO CustoMedioEstq
           END-IF.
           IF CustoMedioEstq = ZEROS
               ADD 1 TO WS-Itens-Sem-Custo
           END-IF.
           COMPUTE WS-Valor-Item = SaldoEstq * CustoMedioEstq.
           ADD WS-Valor-Item TO WS-Tot-Estoque.
           MOVE SaldoEstq TO WS-Qtd-Edt.
           MOVE CustoMedioEstq TO WS-Custo-Edt.
           MOVE WS-Valor-Item TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " CodigoEstq " " NomeEstq " " WS-Qtd-Edt " "
               WS-Custo-Edt " " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "VENDAS NO MES: " WS-Qtd-Vendas
               "  DEVOLUCOES NO MES: " WS-Qtd-Devolucoes
               "  PRODUTOS: " WS-Prd-Qtd-Tab
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Dev-Valor TO WS-Valor-Edt.
           MOVE WS-Tot-Dev-Custo TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "DEVOLVIDO (JA DESCONTADO): RECEITA " WS-Valor-Edt
               "  CUSTO " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Receita TO WS-Valor-Edt.
           MOVE WS-Tot-Custo TO WS-Valor-Edt2.
           MOVE SPACES TO LINHA-REL.
           STRING "RECEITA LIQUIDA: " WS-Valor-Edt
               "  CUSTO DAS MERCADORIAS: " WS-Valor-Edt2
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO WS-Pct-Acum.
           IF WS-Tot-Receita > ZEROS
               COMPUTE WS-Pct-Acum ROUNDED =
                   WS-Tot-Margem * 100 / WS-Tot-Receita
           END-IF.
           MOVE WS-Tot-Margem TO WS-Valor-Edt.
           MOVE WS-Pct-Acum TO WS-Pct-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "MARGEM BRUTA: " WS-Valor-Edt "  (" WS-Pct-Edt
               "% DA RECEITA)"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-Tot-Sem-Custo > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "* VENDAS SEM CUSTO GRAVADO (MARGEM SUPERESTI"
                   "MADA): " WS-Tot-Sem-Custo
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
