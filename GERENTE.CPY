      *-----------------------------------------------------------
      *-Layout de REG-GERENTE (GERENTE.DAT) - cadastro dos gerentes
      *-de relacionamento, cada um lotado numa agencia (validada no
      *-cadastro de agencias). Os clientes de cada gerente ficam em
      *-CARTEIRA.DAT; o gerente que sai da agencia e desligado (nao
      *-apagado) depois de remanejada a carteira, para o codigo nao
      *-ser reaproveitado. Manutencao na tela de operadores (so
      *-supervisores); a carteira por gerente sai no
      *-ProgramaP2RelCarteira.
      *-----------------------------------------------------------
       01 REG-GERENTE.
           02 CodGerente pic 9(4).
           02 NomeGerente pic A(30).
           02 CodBancoGer pic 9(4).
           02 CodAgenciaGer pic 9(4).
           02 StatusGer pic X(1).
               88 Gerente-Ativo value 'A'.
               88 Gerente-Desligado value 'D'.
           02 DataInclusaoGer.
               03 AnoInclusaoGer pic 9(4).
               03 MesInclusaoGer pic 9(2).
               03 DiaInclusaoGer pic 9(2).
           02 DataSaidaGer.
               03 AnoSaidaGer pic 9(4).
               03 MesSaidaGer pic 9(2).
               03 DiaSaidaGer pic 9(2).
           02 OperadorGer pic X(8).
