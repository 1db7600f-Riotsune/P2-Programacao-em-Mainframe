      *-----------------------------------------------------------
      *-Layout de REG-FATURA (FATURA.DAT) - fatura mensal do cartao
      *-da loja, uma por conta e mes de fechamento (ChaveFat).
      *-Gravada pelo ProgramaP2FaturaLoja no fechamento do ciclo:
      *-saldo rotativo trazido da fatura anterior, juros do
      *-rotativo, compras e parcelas do ciclo, total e pagamento
      *-minimo. No vencimento (rolado para dia util) o mesmo batch
      *-debita a conta uma unica vez: o total se o disponivel
      *-cobre, senao o minimo; o que nao foi pago volta ao
      *-rotativo do cartao (CARTLOJA.DAT).
      *-----------------------------------------------------------
       01 REG-FATURA.
           02 ChaveFat.
               03 CodC-Fat pic 9(6).
               03 AnoMesFat pic 9(6).
           02 DataFechamentoFat.
               03 AnoFechamentoFat pic 9(4).
               03 MesFechamentoFat pic 9(2).
               03 DiaFechamentoFat pic 9(2).
           02 DataVencimentoFat.
               03 AnoVencimentoFat pic 9(4).
               03 MesVencimentoFat pic 9(2).
               03 DiaVencimentoFat pic 9(2).
           02 SaldoAnteriorFat pic 9(7)V99.
           02 JurosRotativoFat pic 9(7)V99.
           02 ComprasFat pic 9(7)V99.
           02 TotalFat pic 9(7)V99.
           02 MinimoFat pic 9(7)V99.
           02 PagoFat pic 9(7)V99.
           02 DataPagamentoFat.
               03 AnoPagamentoFat pic 9(4).
               03 MesPagamentoFat pic 9(2).
               03 DiaPagamentoFat pic 9(2).
           02 ItensFat pic 9(4).
           02 StatusFat pic X(1).
               88 Fatura-Aberta value 'A'.
               88 Fatura-Paga value 'P'.
      *-Pago so o minimo (ou mais que o minimo, menos que o total):
      *-a diferenca foi para o rotativo.
               88 Fatura-Rotativo value 'R'.
      *-Nem o minimo coube no disponivel: tudo para o rotativo.
               88 Fatura-Nao-Paga value 'N'.
