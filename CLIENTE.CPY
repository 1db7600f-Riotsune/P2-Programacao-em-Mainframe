           02 UfCli pic X(2).
           02 TelefoneCli pic X(15).
           02 EmailCli pic X(40).
      *-Perfil "conheca seu cliente" (KYC), coletado no Incluir de
      *-cliente novo: nascimento, ocupacao, renda mensal e
      *-patrimonio declarados e a marca de pessoa politicamente
      *-exposta. A classe de risco sai da propria coleta (PEP e
      *-alto) e define o ciclo de renovacao; DataKycCli e a data
      *-da ultima coleta, lida pelo ProgramaP2RelKyc para chamar
      *-de volta quem esta vencido. Zeros = cliente de antes do
      *-KYC, sem perfil ainda.
           02 DataNascCli.
               03 AnoNascCli pic 9(4).
               03 MesNascCli pic 9(2).
               03 DiaNascCli pic 9(2).
           02 ProfissaoCli pic X(30).
           02 RendaMensalCli pic 9(7)V99.
           02 PatrimonioCli pic 9(11)V99.
           02 PepCli pic X(1).
               88 Cliente-Pep value 'S'.
               88 Cliente-Nao-Pep value 'N'.
           02 RiscoKycCli pic X(1).
               88 Risco-Kyc-Alto value 'A'.
               88 Risco-Kyc-Medio value 'M'.
               88 Risco-Kyc-Baixo value 'B'.
           02 DataKycCli.
               03 AnoKycCli pic 9(4).
               03 MesKycCli pic 9(2).
               03 DiaKycCli pic 9(2).
           02 OperadorKycCli pic X(8).
      *-Espolio: data do obito registrada pelo supervisor (zeros =
      *-titular vivo), e o alvara judicial apresentado depois para
      *-liberar as contas aos herdeiros (brancos = ainda nao).
           02 DataObitoCli.
               03 AnoObitoCli pic 9(4).
               03 MesObitoCli pic 9(2).
               03 DiaObitoCli pic 9(2).
           02 OperadorObitoCli pic X(8).
           02 AlvaraCli pic X(20).
           02 DataAlvaraCli.
               03 AnoAlvaraCli pic 9(4).
               03 MesAlvaraCli pic 9(2).
               03 DiaAlvaraCli pic 9(2).
           02 OperadorAlvaraCli pic X(8).
