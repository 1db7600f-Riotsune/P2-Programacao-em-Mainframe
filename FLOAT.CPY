      *-pendentes da conta do saldo disponivel, junto com os
      *-bloqueios judiciais. O passo noturno ProgramaP2LiberaFloat
      *-marca liberado o que alcancou a data.
      *-Cheque de outro banco e apresentado ao sacado na noite do
      *-deposito (ProgramaP2ApresentaCheques, CHQOUTbbbb.DAT); o
      *-cheque que volta no arquivo de devolucao do sacado
      *-(ProgramaP2RetornoCheques) tem o credito estornado na
      *-conta e o float cancelado ('D', com a alinea), e nunca e
      *-liberado.
      *-----------------------------------------------------------
       01 REG-FLOAT.
           02 NumFlt pic 9(8).
           02 StatusFlt pic X(1).
               88 Float-Pendente value 'P'.
               88 Float-Liberado value 'L'.
               88 Float-Devolvido value 'D'.
           02 DataDepositoFlt.
               03 AnoDepositoFlt pic 9(4).
               03 MesDepositoFlt pic 9(2).
               03 MesLiberacaoFlt pic 9(2).
               03 DiaLiberacaoFlt pic 9(2).
           02 OperadorFlt pic X(8).
           02 ApresentadoFlt pic X(1).
               88 Cheque-Apresentado value 'S'.
           02 DataApresentacaoFlt.
               03 AnoApresentacaoFlt pic 9(4).
               03 MesApresentacaoFlt pic 9(2).
               03 DiaApresentacaoFlt pic 9(2).
      *-Devolucao pelo sacado: alinea (motivo) e data do retorno.
           02 AlineaDevFlt pic 9(2).
           02 DataDevolucaoFlt.
               03 AnoDevolucaoFlt pic 9(4).
               03 MesDevolucaoFlt pic 9(2).
               03 DiaDevolucaoFlt pic 9(2).
