      *-----------------------------------------------------------
      *-Layout de REG-ALCADA (ALCADA.DAT) - alcada de cada operador:
      *-o valor ate onde ele faz sozinho cada tipo de operacao de
      *-balcao (saque, transferencia interna, TED, estorno,
      *-concessao de emprestimo e aplicacao a prazo). Acima dele a
      *-operacao so sai com o visto de outro operador cuja alcada
      *-cubra o valor (755-Verifica-Alcada), e o visto fica em
      *-ALCUSO.DAT. Operador sem registro aqui nao tem teto
      *-individual (opera como antes das alcadas); supervisor sem
      *-registro vista qualquer valor. Manutencao na tela de
      *-operadores (so supervisores).
      *-----------------------------------------------------------
       01 REG-ALCADA.
           02 IdOperAlc pic X(8).
           02 LimitesAlc.
               03 LimSaqueAlc pic 9(9)V99.
               03 LimTransfIntAlc pic 9(9)V99.
               03 LimTransfExtAlc pic 9(9)V99.
               03 LimEstornoAlc pic 9(9)V99.
               03 LimEmprestimoAlc pic 9(9)V99.
               03 LimAplicacaoAlc pic 9(9)V99.
      *-Mesma lista, por indice: 1 SQ, 2 TI, 3 TE, 4 ES, 5 EP, 6 AP.
           02 LimitesAlc-R REDEFINES LimitesAlc.
               03 LimiteAlc pic 9(9)V99 occurs 6 times.
      *-Ultima alteracao: supervisor e data.
           02 OperadorAltAlc pic X(8).
           02 DataAltAlc.
               03 AnoAltAlc pic 9(4).
               03 MesAltAlc pic 9(2).
               03 DiaAltAlc pic 9(2).
