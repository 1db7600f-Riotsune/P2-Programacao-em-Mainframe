           02 StatusAut pic X(1).
               88 Autorizacao-Ativa value 'A'.
               88 Autorizacao-Cancelada value 'C'.
      *-Suspensa pelo registro de obito do titular (espolio).
               88 Autorizacao-Suspensa value 'S'.
           02 DataAut.
               03 AnoAut pic 9(4).
               03 MesAut pic 9(2).
