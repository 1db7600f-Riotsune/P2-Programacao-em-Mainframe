      *-----------------------------------------------------------
      *-Layout de REG-DEVOLUCAO (DEVOLUCAO.DAT) - diario so-
      *-acrescimo das devolucoes de mercadoria da loja, lancadas
      *-pelo ProgramaP2Devolucao. Cada registro aponta a venda
      *-original de PRODUTOS.DAT (produto, conta, data e a posicao
      *-do registro no arquivo) e diz o que foi feito com o
      *-dinheiro: reembolso em especie (venda a vista), parcelas/
      *-compra pendente canceladas e credito em conta pelo que ja
      *-tinha sido debitado ou faturado. A troca e uma devolucao
      *-(TipoDev 'T') seguida de venda nova no INDICE. Base do
      *-relatorio mensal ProgramaP2RelDevolucoes.
      *-----------------------------------------------------------
       01 REG-DEVOLUCAO.
           02 DataDev.
               03 AnoDev pic 9(4).
               03 MesDev pic 9(2).
               03 DiaDev pic 9(2).
           02 HoraDev pic 9(6).
      *-Venda original: NumVendaDev e a ordem do registro em
      *-PRODUTOS.DAT, que so cresce por acrescimo.
           02 NumVendaDev pic 9(6).
           02 CodigoDev pic 9(4).
           02 NomeDev pic X(30).
           02 CodC-Dev pic 9(6).
           02 DataVendaDev.
               03 AnoVendaDev pic 9(4).
               03 MesVendaDev pic 9(2).
               03 DiaVendaDev pic 9(2).
           02 QtdDev pic 9(4).
           02 ValorDev pic 9(6)V99.
           02 TipoDev pic X(1).
               88 Dev-Devolucao value 'D'.
               88 Dev-Troca value 'T'.
           02 MotivoDev pic X(1).
               88 Motivo-Defeito value 'D'.
               88 Motivo-Desistencia value 'A'.
               88 Motivo-Tamanho value 'T'.
               88 Motivo-Erro-Venda value 'E'.
               88 Motivo-Outros value 'O'.
               88 Motivo-Valido values 'D' 'A' 'T' 'E' 'O'.
      *-Destino do dinheiro: reembolso em especie (venda a vista),
      *-valor cancelado da compra/parcelas ainda nao cobradas e
      *-valor creditado na conta (lancamento "DV" em MOVIMENTO.DAT).
           02 ReembolsoDev pic 9(6)V99.
           02 CanceladoDev pic 9(6)V99.
           02 CreditadoDev pic 9(6)V99.
           02 OperadorDev pic X(8).
      *-Custo unitario gravado na venda original (zeros nas vendas
      *-anteriores ao custeio), para a margem do mes descontar o
      *-custo da mercadoria que voltou.
           02 CustoUnitDev pic 9(5)V99.
