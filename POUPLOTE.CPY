      *-----------------------------------------------------------
      *-Layout de REG-POUPLOTE (POUPLOTE.DAT) - lotes da poupanca
      *-por data de aniversario. Cada credito na conta poupanca
      *-vira um lote (SeqLote = NumSeq-Mov do credito) que rende
      *-no seu dia de aniversario mensal (DiaAnivLote; depositos
      *-dos dias 29, 30 e 31 contam como feitos no dia 1 do mes
      *-seguinte). Debitos consomem primeiro os lotes mais novos,
      *-e o dinheiro retirado antes do aniversario nao rende no
      *-ciclo. DataCicloLote e o inicio do ciclo corrente (o
      *-deposito ou o ultimo aniversario creditado); lote zerado e
      *-excluido. Os lotes sao mantidos pela passada noturna
      *-(ProgramaP2PassoContas) e pelo ProgramaP2Juros a partir da
      *-cadeia de MOVIMENTO.DAT: o registro de controle da conta
      *-(SeqLote = 99999999) guarda o ultimo NumSeq-Mov ja
      *-incorporado. Conta sem controle entra com um lote unico do
      *-saldo, com aniversario no dia da abertura.
      *-----------------------------------------------------------
       01 REG-POUPLOTE.
           02 ChaveLote.
               03 CodC-Lote pic 9(6).
               03 SeqLote pic 9(8).
                   88 Lote-Controle value 99999999.
           02 DadosLote.
               03 DiaAnivLote pic 9(2).
               03 DataDepositoLote.
                   04 AnoDepositoLote pic 9(4).
                   04 MesDepositoLote pic 9(2).
                   04 DiaDepositoLote pic 9(2).
               03 ValorOrigLote pic 9(7)V99.
               03 SaldoLote pic 9(7)V99.
               03 DataCicloLote.
                   04 AnoCicloLote pic 9(4).
                   04 MesCicloLote pic 9(2).
                   04 DiaCicloLote pic 9(2).
           02 DadosCtlLote REDEFINES DadosLote.
               03 UltSeqLote pic 9(8).
               03 FILLER pic X(28).
