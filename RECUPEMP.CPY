      *-----------------------------------------------------------
      *-Layout de REG-RECUPEMP (RECUPEMP.DAT) - diario das
      *-recuperacoes de emprestimos baixados para prejuizo
      *-(BAIXAEMP.DAT), um registro por pagamento recebido na tela
      *-de emprestimos do ProgramaP2: 'C' debitado da conta
      *-(lancamento "RP" no ledger) ou 'D' recebido em dinheiro na
      *-gaveta. So-acrescimo; base do ProgramaP2RelPrejuizo.
      *-----------------------------------------------------------
       01 REG-RECUPEMP.
           02 NumContrato-Rc pic 9(6).
           02 CodC-Rc pic 9(6).
           02 CodAgencia-Rc pic 9(4).
           02 DataRecup.
               03 AnoRecup pic 9(4).
               03 MesRecup pic 9(2).
               03 DiaRecup pic 9(2).
           02 ValorRecup pic 9(9)V99.
           02 FormaRecup pic X(1).
               88 Rec-Na-Conta value 'C'.
               88 Rec-Em-Dinheiro value 'D'.
           02 OperadorRecup pic X(8).
