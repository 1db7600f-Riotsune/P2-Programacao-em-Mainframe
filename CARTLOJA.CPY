      *-----------------------------------------------------------
      *-Layout de REG-CARTLOJA (CARTLOJA.DAT) - ciclo do cartao da
      *-loja, um registro por conta (CodC-Clj). Cliente com cartao
      *-nao tem mais cada compra/parcela do crediario debitada
      *-avulsa: o batch ProgramaP2FaturaLoja fecha no dia de
      *-fechamento uma fatura (FATURA.DAT) com tudo o que venceu no
      *-ciclo e a debita uma vez so no dia de vencimento. O INDICE
      *-cria o registro na primeira venda a credito da conta,
      *-pedindo o dia de vencimento; contas com crediario anterior
      *-ao cartao sao inscritas pelo proprio batch com o vencimento
      *-padrao (FATVENC). O fechamento fica FATDIAS dias antes do
      *-vencimento. SaldoRotativoClj e o que sobrou sem pagar da
      *-ultima fatura, levado com juros (FATJUROS) para a proxima.
      *-----------------------------------------------------------
       01 REG-CARTLOJA.
           02 CodC-Clj pic 9(6).
           02 DiaFechamentoClj pic 9(2).
           02 DiaVencimentoClj pic 9(2).
           02 SaldoRotativoClj pic 9(7)V99.
           02 DataUltFechamentoClj.
               03 AnoUltFechamentoClj pic 9(4).
               03 MesUltFechamentoClj pic 9(2).
               03 DiaUltFechamentoClj pic 9(2).
           02 DataInscricaoClj.
               03 AnoInscricaoClj pic 9(4).
               03 MesInscricaoClj pic 9(2).
               03 DiaInscricaoClj pic 9(2).
           02 StatusClj pic X(1).
               88 Cartao-Ativo value 'A'.
               88 Cartao-Cancelado value 'C'.
