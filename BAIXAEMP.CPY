      *-----------------------------------------------------------
      *-Layout de REG-BAIXAEMP (BAIXAEMP.DAT) - registro dos
      *-emprestimos baixados para prejuizo, um por contrato (chave
      *-NumContrato-Bx). Gravado pelo batch mensal
      *-ProgramaP2BaixaPrejuizo quando o contrato classe H passa
      *-dos dias de atraso da politica (BXPDIAS em PARAMETROS.DAT):
      *-o saldo devedor sai do contrato (que fica 'P') e vem para
      *-ValorBaixadoBx. Pagamento posterior entra como recuperacao
      *-pela tela de emprestimos do ProgramaP2 (opcao 5), somando em
      *-ValorRecuperadoBx e gravando o evento em RECUPEMP.DAT.
      *-Agencia = agencia da conta do contrato na data da baixa.
      *-----------------------------------------------------------
       01 REG-BAIXAEMP.
           02 NumContrato-Bx pic 9(6).
           02 CodC-Bx pic 9(6).
           02 CodAgencia-Bx pic 9(4).
           02 DataBaixaBx.
               03 AnoBaixaBx pic 9(4).
               03 MesBaixaBx pic 9(2).
               03 DiaBaixaBx pic 9(2).
           02 ValorBaixadoBx pic 9(9)V99.
      *-Situacao do contrato na baixa: maior atraso em dias e
      *-classe de risco (sempre H pela politica atual).
           02 DiasAtrasoBx pic 9(5).
           02 ClasseRiscoBx pic X(1).
           02 ValorRecuperadoBx pic 9(9)V99.
           02 QtdRecuperacoesBx pic 9(3).
           02 DataUltRecBx.
               03 AnoUltRecBx pic 9(4).
               03 MesUltRecBx pic 9(2).
               03 DiaUltRecBx pic 9(2).
      *-A = baixado, ainda com saldo a recuperar; R = recuperado
      *-por inteiro (ValorRecuperadoBx alcancou ValorBaixadoBx).
           02 StatusBx pic X(1).
               88 Baixa-Aberta value 'A'.
               88 Baixa-Recuperada value 'R'.
