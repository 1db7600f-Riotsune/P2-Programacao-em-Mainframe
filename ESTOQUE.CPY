           02 PrecoEstq pic 9(5)V99.
           02 SaldoEstq pic S9(6).
           02 EstoqueMinimo pic 9(4).
      *-Custo medio ponderado da unidade em maos: cada entrada com
      *-custo (recebimento de pedido ou entrada avulsa no
      *-ProgramaP2Estoque) recalcula a media com o saldo anterior;
      *-a venda do INDICE grava este custo na compra. Zeros nas
      *-fichas anteriores ao custeio (ProgramaP2ReorgArq).
           02 CustoMedioEstq pic 9(5)V99.
      *-Classe fiscal do produto (tabela CLASSEFIS.CPY): decide o
      *-imposto destacado no documento fiscal da venda. Espaco nas
      *-fichas antigas vale como tributada.
           02 ClasseFiscalEstq pic X(1).
               88 Classe-Fiscal-Valida values 'T' 'R' 'S' 'I' 'N'.
