      *-----------------------------------------------------------
      *-Layout de REG-PERIODO (PERIODO.DAT) - controle dos periodos
      *-contabeis, um registro por mes (AAAAMM). O mes nasce aberto
      *-e e fechado pelo ProgramaP2FechaPeriodo depois que o
      *-ProgramaP2FechamentoMensal e o ProgramaP2Contabil do ultimo
      *-dia concluiram. Mes fechado nao recebe lancamento: todo
      *-gravador de MOVIMENTO.DAT confere o periodo antes (area de
      *-trabalho PERCTL) e a correcao posterior passa pelo
      *-ProgramaP2AjustePeriodo, lancada no periodo corrente com a
      *-data original e autorizacao de supervisor (AJUSTEPER.DAT).
      *-----------------------------------------------------------
       01 REG-PERIODO.
           02 ChavePer.
               03 AnoPer pic 9(4).
               03 MesPer pic 9(2).
           02 StatusPer pic X(1).
               88 Periodo-Aberto value 'A'.
               88 Periodo-Fechado value 'F'.
      *-Execucoes que fecharam o mes (datas de JOBCTL.DAT).
           02 DataFechMesPer pic 9(8).
           02 DataContabilPer pic 9(8).
           02 DataFechPer pic 9(8).
           02 HoraFechPer pic 9(6).
           02 OperadorFechPer pic X(8).
