      *-dos contratos de emprestimo, uma linha por parcela com
      *-vencimento mensal; a cobranca debita as vencidas e marca
      *-cada uma individualmente, contando as tentativas.
      *-Amortizacao-Pe + Juros-Pe = ValorParcela-Pe nos contratos
      *-Price/SAC; nos contratos antigos (sem sistema) os dois vem
      *-em branco/zeros.
      *-----------------------------------------------------------
       01 REG-PARCEMP.
           02 NumContrato-Pe pic 9(6).
               03 MesDebito-Pe pic 9(2).
               03 DiaDebito-Pe pic 9(2).
           02 Tentativas-Pe pic 9(2).
           02 Amortizacao-Pe pic 9(7)V99.
           02 Juros-Pe pic 9(7)V99.
