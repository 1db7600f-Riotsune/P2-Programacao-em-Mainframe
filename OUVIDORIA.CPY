      *-----------------------------------------------------------
      *-Layout de REG-OUVIDORIA (OUVIDORIA.DAT) - reclamacoes de
      *-cliente (ouvidoria), um protocolo numerado por reclamacao
      *-contra uma conta, aberto e solucionado na tela de ouvidoria
      *-do ProgramaP2 (submenu de servicos). SeqMovOuv aponta o
      *-lancamento contestado (ChaveMov = CodC-Ouv + SeqMovOuv;
      *-zeros = reclamacao sem lancamento). O prazo e contado em
      *-dias uteis (OUVPRAZO em PARAMETROS.DAT, fim de semana e
      *-FERIADOS.DAT fora) a partir da abertura. Na solucao com
      *-devolucao, o estorno sai pelo caminho normal de estorno
      *-("ES") e o sequencial do estorno fica aqui, amarrando a
      *-reclamacao ao razao. ProgramaP2RelOuvidoria lista toda
      *-semana as abertas por idade e categoria e as vencidas.
      *-----------------------------------------------------------
       01 REG-OUVIDORIA.
           02 NumOuv pic 9(8).
           02 CodC-Ouv pic 9(6).
           02 SeqMovOuv pic 9(8).
           02 CategoriaOuv pic X(1).
               88 Ouv-Tarifa value 'T'.
               88 Ouv-Debito-Indevido value 'D'.
               88 Ouv-Atendimento value 'A'.
               88 Ouv-Outros value 'O'.
           02 DescricaoOuv pic X(50).
           02 DataAberturaOuv.
               03 AnoAberturaOuv pic 9(4).
               03 MesAberturaOuv pic 9(2).
               03 DiaAberturaOuv pic 9(2).
           02 OperadorAberturaOuv pic X(8).
           02 DataPrazoOuv.
               03 AnoPrazoOuv pic 9(4).
               03 MesPrazoOuv pic 9(2).
               03 DiaPrazoOuv pic 9(2).
           02 StatusOuv pic X(1).
               88 Ouv-Aberta value 'A'.
               88 Ouv-Solucionada value 'S'.
      *-Resultado da solucao: E = procedente com devolucao pelo
      *-estorno do lancamento contestado, P = procedente sem valor
      *-a devolver, I = improcedente.
           02 ResultadoOuv pic X(1).
               88 Ouv-Estornada value 'E'.
               88 Ouv-Procedente value 'P'.
               88 Ouv-Improcedente value 'I'.
           02 SolucaoOuv pic X(50).
           02 SeqEstornoOuv pic 9(8).
           02 ValorEstornoOuv pic 9(7)V99.
           02 DataSolucaoOuv.
               03 AnoSolucaoOuv pic 9(4).
               03 MesSolucaoOuv pic 9(2).
               03 DiaSolucaoOuv pic 9(2).
           02 OperadorSolucaoOuv pic X(8).
