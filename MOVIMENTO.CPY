      *-excedente de pacote (ProgramaP2TarifaPacote), R = estorno de TED
      *-rejeitada (ProgramaP2RetornoTransf), F = IOF de cheque
      *-especial (ProgramaP2IOF), M = saque na rede de ATM
      *-(ProgramaP2ATM), L = credito de devolucao de mercadoria
      *-da loja (ProgramaP2Devolucao), K = anuidade de caixa de
      *-aluguel (ProgramaP2AluguelCaixa), Z = correcao de periodo
      *-contabil fechado (ProgramaP2AjustePeriodo), W = ajuste de
      *-juros, cheque especial e IOF de lancamento retroativo
      *-(ProgramaP2DataValor), X = estorno em lote de rodada
      *-lancada por engano (ProgramaP2EstornoLote), espaco = demais
      *-lancamentos feitos pelo ProgramaP2.
           02 OrigemMov pic X(1).
      *-Tipo do lancamento (tabela TIPOMOV.CPY), valor movimentado
      *-original, para o extrato mostrar o par.
           02 EstornadoMov pic X(1).
           02 SeqEstornoMov pic 9(8).
      *-Data-valor: dia a partir do qual o lancamento conta para
      *-juros, cheque especial e IOF. Igual a DataMov no lancamento
      *-comum; anterior a ela no lancamento retroativo (folha que
      *-chegou atrasada, estorno de lancamento de dia anterior,
      *-correcao de periodo). SitValorMov marca o retroativo ainda
      *-nao recalculado pelo ProgramaP2DataValor ('P') e o ja
      *-recalculado ('R'); espaco = sem recalculo a fazer.
           02 DataValorMov.
               03 AnoValorMov pic 9(4).
               03 MesValorMov pic 9(2).
               03 DiaValorMov pic 9(2).
           02 SitValorMov pic X(1).
               88 Valor-Pendente value 'P'.
               88 Valor-Recalculado value 'R'.
      *-Encadeamento (HASHCTL.CPY): hash do lancamento anterior da
      *-conta e hash deste, gravados junto com o sequencial no
      *-contador (MOVSEQ.DAT). Zeros = lancamento de antes do
      *-encadeamento. O transporte do expurgo ("TP", sequencial 0)
      *-leva como anterior o ultimo lancamento arquivado da conta.
           02 HashAntMov pic 9(10).
           02 HashMov pic 9(10).
