      *-----------------------------------------------------------
      *-Layout de REG-BOLPAG (BOLOUTbbbb.DAT) - boletos de outros
      *-bancos pagos aqui, um arquivo de liquidacao por banco
      *-emissor e por dia (o nome leva o codigo COMPE do emissor,
      *-como o TRFOUTbbbb.DAT das transferencias). A linha
      *-digitavel vai como recebida (47 posicoes: banco 3, moeda,
      *-campo livre e digitos, fator de vencimento 34-37 e valor
      *-em centavos 38-47). ValorPagoBpg e o que saiu do pagador,
      *-ja com multa/juros quando houve. OrigemBpg diz de onde veio
      *-o dinheiro: L lote de pagamento a fornecedores, C debito
      *-em conta, G especie na gaveta do caixa (CodCOrigemBpg
      *-zerado, OperadorBpg preenchido). Totalizado por dia pela
      *-tesouraria em ProgramaP2TotalizaBoleto.
      *-----------------------------------------------------------
       01 REG-BOLPAG.
           02 LinhaDigitavelBpg pic X(47).
           02 CodBancoBpg pic 9(4).
           02 ValorNominalBpg pic 9(7)V99.
           02 ValorPagoBpg pic 9(7)V99.
           02 DataPagtoBpg.
               03 AnoPagtoBpg pic 9(4).
               03 MesPagtoBpg pic 9(2).
               03 DiaPagtoBpg pic 9(2).
           02 CodCOrigemBpg pic 9(6).
           02 OrigemBpg pic X(1).
               88 Bpg-Lote-Fornecedor value 'L'.
               88 Bpg-Debito-Conta value 'C'.
               88 Bpg-Especie-Gaveta value 'G'.
           02 OperadorBpg pic X(8).
