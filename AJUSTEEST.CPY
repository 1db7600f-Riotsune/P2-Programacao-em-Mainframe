      *-----------------------------------------------------------
      *-Layout de REG-AJUSTEEST (AJUSTEEST.DAT) - diario so-
      *-acrescimo dos ajustes de estoque aprovados no inventario
      *-fisico (ProgramaP2Estoque): um registro por produto com
      *-diferenca, com o saldo congelado, o contado, a diferenca
      *-lancada no saldo e o seu valor a preco de ficha, o motivo,
      *-quem contou e o supervisor que aprovou. Base do relatorio
      *-de quebras ProgramaP2RelQuebras.
      *-----------------------------------------------------------
       01 REG-AJUSTEEST.
           02 DataAjt.
               03 AnoAjt pic 9(4).
               03 MesAjt pic 9(2).
               03 DiaAjt pic 9(2).
           02 NumContagemAjt pic 9(4).
      *-Data em que a folha foi congelada (data da contagem).
           02 DataContagemAjt.
               03 AnoContagemAjt pic 9(4).
               03 MesContagemAjt pic 9(2).
               03 DiaContagemAjt pic 9(2).
           02 CodigoAjt pic 9(4).
           02 NomeAjt pic X(30).
           02 SaldoSistemaAjt pic S9(6).
           02 QtdContadaAjt pic 9(6).
           02 DiferencaAjt pic S9(6).
           02 PrecoAjt pic 9(5)V99.
           02 ValorAjt pic S9(9)V99.
           02 MotivoAjt pic X(1).
           02 OperadorAjt pic X(8).
           02 AprovadorAjt pic X(8).
