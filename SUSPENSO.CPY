      *-----------------------------------------------------------
      *-Layout de REG-SUSPENSO (SUSPENSO.DAT) - conta de suspenso
      *-das TED recebidas que nao casaram: linha de TRFIN.DAT sem
      *-conta nossa na agencia + conta informadas, com a conta
      *-encerrada/recolhida, ou que nao conseguiu ser creditada.
      *-O ProgramaP2RecebeTransf grava o item 'P' com a linha
      *-inteira em DadosSusp (vista campo a campo no REDEFINES).
      *-Na tela de pesquisa do ProgramaP2 o operador aloca o item
      *-a conta certa, com autorizacao de supervisor, e o credito
      *-sai como "TE" (item 'A', conta e sequencial do lancamento
      *-gravados). O que continuar 'P' depois de SUSPDIAS dias
      *-uteis volta ao banco remetente pelo TRFOUTbbbb.DAT no
      *-batch ProgramaP2Suspenso (item 'D'), que tambem emite o
      *-relatorio de envelhecimento do suspenso.
      *-----------------------------------------------------------
       01 REG-SUSPENSO.
           02 NumSusp pic 9(8).
           02 DadosSusp pic X(77).
           02 DadosSusp-R REDEFINES DadosSusp.
               03 CodBancoSusp pic 9(4).
               03 CodAgenciaSusp pic 9(4).
               03 CodContaSusp pic 9(6).
               03 NomeRemetSusp pic A(40).
               03 ValorSusp pic 9(7)V99.
               03 DataIntSusp pic 9(8).
               03 FILLER pic 9(6).
           02 MotivoSusp pic X(1).
               88 Susp-Sem-Conta value 'N'.
               88 Susp-Conta-Inativa value 'I'.
               88 Susp-Erro-Credito value 'G'.
           02 DataEntradaSusp.
               03 AnoEntradaSusp pic 9(4).
               03 MesEntradaSusp pic 9(2).
               03 DiaEntradaSusp pic 9(2).
           02 StatusSusp pic X(1).
               88 Susp-Pendente value 'P'.
               88 Susp-Alocada value 'A'.
               88 Susp-Devolvida value 'D'.
      *-Alocacao: conta creditada, lancamento "TE", operador que
      *-pesquisou e supervisor que autorizou.
           02 CodC-Susp pic 9(6).
           02 NumSeqMovSusp pic 9(8).
           02 OperadorSusp pic X(8).
           02 SupervisorSusp pic X(8).
      *-Data da alocacao ou da devolucao ao remetente.
           02 DataBaixaSusp.
               03 AnoBaixaSusp pic 9(4).
               03 MesBaixaSusp pic 9(2).
               03 DiaBaixaSusp pic 9(2).
