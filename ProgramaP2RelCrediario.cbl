               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
      *-Custo da mercadoria vendida: custo medio da ficha de
      *-estoque na hora da venda e o total (QTDADE-P * unitario).
      *-Espacos nas vendas anteriores ao custeio.
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
