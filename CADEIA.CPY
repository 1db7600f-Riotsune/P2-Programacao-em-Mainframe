      *-----------------------------------------------------------
      *-Layout de REG-CADEIA (CADEIA.DAT) - uma linha por execucao
      *-do ProgramaP2VerificaCadeia, com o resultado da conferencia
      *-das cadeias de hash de MOVIMENTO.DAT (por conta) e de
      *-AUDITORIA.DAT. O detalhe de cada quebra sai em CADEIA.LST;
      *-o ProgramaP2RelDiario mostra no resumo do dia a ultima
      *-verificacao daquele dia.
      *-----------------------------------------------------------
       01 REG-CADEIA.
           02 DataCad.
               03 AnoCad pic 9(4).
               03 MesCad pic 9(2).
               03 DiaCad pic 9(2).
           02 HoraCad pic 9(6).
      *-Ledger: contas e lancamentos conferidos, lancamentos de
      *-antes do encadeamento (sem hash) e contas com elo quebrado.
           02 QtdContasCad pic 9(6).
           02 QtdLancCad pic 9(8).
           02 QtdSemHashCad pic 9(8).
           02 QtdQuebraCad pic 9(6).
      *-Auditoria: linhas conferidas e situacao da cadeia.
           02 QtdAudCad pic 9(8).
           02 SitAudCad pic X(1).
               88 Auditoria-Integra value 'S'.
               88 Auditoria-Quebrada value 'N'.
