           02 NumContrato pic 9(6).
           02 CodC-Emp pic 9(6).
           02 ValorEmp pic 9(7)V99.
      *-Taxa mensal do contrato, juros compostos sobre o saldo
      *-devedor no sistema escolhido (SistemaEmp). Contrato sem
      *-sistema (espaco) e anterior a ele: juros simples sobre o
      *-principal, parcelas iguais sem separacao de juros.
           02 TaxaEmp pic 9V9999.
           02 PrazoEmp pic 9(3).
           02 DataInicioEmp.
               88 Emprestimo-Ativo value 'A'.
               88 Emprestimo-Quitado value 'Q'.
               88 Emprestimo-Renegociado value 'R'.
      *-Baixado para prejuizo (ProgramaP2BaixaPrejuizo): saldo
      *-devedor zerado aqui e levado para BAIXAEMP.DAT, fora da
      *-cobranca; pagamento posterior e recuperacao.
               88 Emprestimo-Prejuizo value 'P'.
           02 SaldoDevedorEmp pic 9(9)V99.
           02 ParcelasPagasEmp pic 9(3).
      *-Parcelas vencidas e ainda nao pagas (apurado pela cobranca).
               03 AnoEstagioCobEmp pic 9(4).
               03 MesEstagioCobEmp pic 9(2).
               03 DiaEstagioCobEmp pic 9(2).
      *-Sistema de amortizacao escolhido na abertura: P = Price
      *-(parcela fixa), S = SAC (amortizacao fixa, parcela
      *-decrescente). CetAnualEmp = custo efetivo total anual em
      *-percentual (taxa interna de retorno dos fluxos do contrato,
      *-anualizada), informado ao cliente no contrato impresso.
           02 SistemaEmp pic X(1).
               88 Sistema-Price value 'P'.
               88 Sistema-Sac value 'S'.
           02 CetAnualEmp pic 9(4)V99.
      *-Consignado em folha: nome da empresa empregadora como vem
      *-no cabecalho do SALARIO.DAT dela. Contrato consignado e
      *-cobrado pelo ProgramaP2CreditoSalario, descontando a
      *-parcela do salario antes do credito liquido, e fica fora
      *-da cobranca mensal em conta. Espacos = emprestimo comum.
           02 ConsignanteEmp pic X(30).
