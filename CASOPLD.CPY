      *-----------------------------------------------------------
      *-Layout de REG-CASOPLD (CASOPLD.DAT) - casos de prevencao a
      *-lavagem de dinheiro abertos pelo ProgramaP2Pld, um por
      *-achado, para a mesa de compliance decidir:
      *-  L = operacao em especie (DP/SQ) no limite de comunicacao
      *-      obrigatoria (PLDLIMIT) ou acima
      *-  F = fracionamento: varias operacoes em especie logo abaixo
      *-      do limite no mesmo CPF/CNPJ dentro de PLDDIAS dias,
      *-      somando o limite ou mais
      *-  G = evento D/S da gaveta no limite ou acima sem o
      *-      lancamento de conta correspondente no dia
      *-ChaveOrigemPld identifica o achado (lancamento, documento +
      *-dia ou evento de gaveta) e impede o mesmo caso de abrir
      *-duas vezes quando o lote roda de novo. A mesa (tela de
      *-casos PLD do ProgramaP2) marca C = comunicado ou D =
      *-descartado, sempre com motivo; os comunicados vao para o
      *-arquivo do regulador (COAF.DAT) na execucao seguinte do
      *-lote, que carimba DataEnvioPld.
      *-----------------------------------------------------------
       01 REG-CASOPLD.
           02 NumCasoPld pic 9(6).
           02 ChaveOrigemPld pic X(30).
           02 TipoCasoPld pic X(1).
               88 Caso-Limite value 'L'.
               88 Caso-Fracionamento value 'F'.
               88 Caso-Gaveta value 'G'.
           02 CpfCnpjPld pic 9(14).
           02 CodC-Pld pic 9(6).
           02 OperadorGavPld pic X(8).
           02 TipoMovPld pic X(2).
           02 ValorCasoPld pic 9(9)V99.
           02 QtdOperPld pic 9(4).
           02 DataIniPld.
               03 AnoIniPld pic 9(4).
               03 MesIniPld pic 9(2).
               03 DiaIniPld pic 9(2).
           02 DataFimPld.
               03 AnoFimPld pic 9(4).
               03 MesFimPld pic 9(2).
               03 DiaFimPld pic 9(2).
           02 DataAberturaPld.
               03 AnoAbrPld pic 9(4).
               03 MesAbrPld pic 9(2).
               03 DiaAbrPld pic 9(2).
           02 StatusPld pic X(1).
               88 Caso-Aberto value 'A'.
               88 Caso-Comunicado value 'C'.
               88 Caso-Descartado value 'D'.
           02 MotivoPld pic X(40).
           02 DataDecisaoPld.
               03 AnoDecPld pic 9(4).
               03 MesDecPld pic 9(2).
               03 DiaDecPld pic 9(2).
           02 OperadorDecPld pic X(8).
           02 DataEnvioPld.
               03 AnoEnvPld pic 9(4).
               03 MesEnvPld pic 9(2).
               03 DiaEnvPld pic 9(2).
