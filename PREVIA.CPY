      *-----------------------------------------------------------
      *-Layout de REG-PREVIA (PREVIA.DAT) - previa dos lancamentos
      *-da sequencia noturna em simulacao: um registro por
      *-lancamento que o job faria (mesmos origem, tipo, valor com
      *-sinal e descricao de MOVIMENTO.DAT, com o saldo antes e
      *-depois). Esvaziado pelo ProgramaP2Noturno no inicio de cada
      *-simulacao e acrescido pelos jobs (ProgramaP2Juros,
      *-ProgramaP2Tarifa, ProgramaP2IOF, ProgramaP2TarifaPacote,
      *-ProgramaP2DebitoOrdens); o resumo por job e tipo, contra o
      *-ultimo processamento real, sai no ProgramaP2RelPrevia.
      *-----------------------------------------------------------
       01 REG-PREVIA.
           02 DataPrv.
               03 AnoPrv pic 9(4).
               03 MesPrv pic 9(2).
               03 DiaPrv pic 9(2).
           02 JobPrv pic X(28).
           02 CodC-Prv pic 9(6).
           02 OrigemPrv pic X(1).
           02 TipoPrv pic X(2).
           02 ValorPrv pic S9(7)V99.
           02 SaldoAnteriorPrv pic S9(7)V99.
           02 SaldoNovoPrv pic S9(7)V99.
           02 DescricaoPrv pic X(30).
