      *-----------------------------------------------------------
      *-Layout de REG-AJUSTEPER (AJUSTEPER.DAT) - correcoes de
      *-lancamentos de periodo contabil ja fechado (PERIODO.DAT),
      *-feitas pelo ProgramaP2AjustePeriodo: o lancamento entra no
      *-periodo corrente e este registro guarda a data original, o
      *-sequencial lancado, o motivo e o supervisor que autorizou.
      *-Tipo E = estorno de um lancamento do mes fechado (o
      *-original fica marcado como estornado); V = ajuste de valor
      *-com data original no mes fechado. Listado no mes pelo
      *-ProgramaP2RelAjustes.
      *-----------------------------------------------------------
       01 REG-AJUSTEPER.
           02 NumAjp pic 9(8).
           02 CodC-Ajp pic 9(6).
           02 TipoAjp pic X(1).
               88 Ajp-Estorno value 'E'.
               88 Ajp-Valor value 'V'.
      *-Data a que a correcao se refere, no periodo fechado, e o
      *-lancamento original (so no estorno; zero no ajuste de valor).
           02 DataOrigAjp.
               03 AnoOrigAjp pic 9(4).
               03 MesOrigAjp pic 9(2).
               03 DiaOrigAjp pic 9(2).
           02 SeqOrigAjp pic 9(8).
      *-Lancamento feito no periodo corrente (MOVIMENTO.DAT).
           02 DataLancAjp.
               03 AnoLancAjp pic 9(4).
               03 MesLancAjp pic 9(2).
               03 DiaLancAjp pic 9(2).
           02 HoraLancAjp pic 9(6).
           02 SeqLancAjp pic 9(8).
           02 TipoMovAjp pic X(2).
           02 ValorAjp pic S9(7)V99.
           02 MotivoAjp pic X(40).
           02 OperadorAjp pic X(8).
           02 SupervisorAjp pic X(8).
