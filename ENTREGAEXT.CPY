      *-----------------------------------------------------------
      *-Layout de REG-ENTREGAEXT (ENTREGAEXT.DAT) - controle de
      *-entrega do extrato eletronico: um registro por conta e dia
      *-de referencia, com o arquivo gerado, o layout, as somas de
      *-conferencia e quantas vezes o dia foi gerado. Situacao G
      *-= gerado; R = regeracao pedida no ProgramaP2AdesaoExtrato,
      *-atendida pelo lote noturno seguinte, que volta a G.
      *-----------------------------------------------------------
       01 REG-ENTREGAEXT.
           02 ChaveEex.
               03 CodC-Eex pic 9(6).
               03 DataRefEex pic 9(8).
           02 NomeArqEex pic X(20).
           02 FormatoEex pic X(1).
           02 NsaEex pic 9(6).
           02 QtdLancEex pic 9(6).
           02 SaldoIniEex pic S9(9)V99.
           02 SaldoFimEex pic S9(9)V99.
           02 TotDebitosEex pic 9(11)V99.
           02 TotCreditosEex pic 9(11)V99.
           02 DataGerEex pic 9(8).
           02 HoraGerEex pic 9(6).
           02 GeracoesEex pic 9(3).
           02 SituacaoEex pic X(1).
               88 Extrato-Gerado value 'G'.
               88 Extrato-Regerar value 'R'.
           02 OperadorRegEex pic X(8).
