      *-----------------------------------------------------------
      *-Layout de REG-MUDANCA (MUDANCA.DAT) - registro das contas
      *-transferidas de agencia (760-Muda-Agencia): a conta fica com
      *-o mesmo CodC (ledger, ordens, cheques, contratos e demais
      *-arquivos por CodC seguem com ela) e troca so a agencia e o
      *-numero da conta. Guarda o numero antigo e o novo, quem fez,
      *-as folhas de cheque do numero antigo canceladas e o fim do
      *-periodo de transicao: ate essa data, a TED recebida
      *-(ProgramaP2RecebeTransf) para a agencia + conta antigas
      *-ainda e creditada na conta, pela chave alternativa.
      *-----------------------------------------------------------
       01 REG-MUDANCA.
           02 NumMud pic 9(8).
           02 CodC-Mud pic 9(6).
           02 CodBancoMud pic 9(4).
           02 ChaveAntMud.
               03 CodAgenciaAntMud pic 9(4).
               03 CodContaAntMud pic 9(6).
           02 CodAgenciaNovaMud pic 9(4).
           02 CodContaNovaMud pic 9(6).
           02 DataMud.
               03 AnoMud pic 9(4).
               03 MesMud pic 9(2).
               03 DiaMud pic 9(2).
           02 HoraMud pic 9(6).
           02 OperadorMud pic X(8).
           02 FolhasCancMud pic 9(4).
           02 FimTransicaoMud.
               03 AnoFimMud pic 9(4).
               03 MesFimMud pic 9(2).
               03 DiaFimMud pic 9(2).
