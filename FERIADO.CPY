               03 MesFeriado pic 9(2).
               03 DiaFeriado pic 9(2).
           02 DescricaoFer pic X(30).
      *-Supervisor que propos a data e o que a aprovou.
           02 OperadorFer pic X(8).
           02 AprovadorFer pic X(8).
