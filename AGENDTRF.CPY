               88 Agd-Executada value 'X'.
               88 Agd-Cancelada value 'C'.
               88 Agd-Recusada value 'R'.
      *-Suspensa pelo registro de obito do titular (espolio).
               88 Agd-Suspensa value 'S'.
      *-Retida pela carencia de troca de contato (RETENCAO.DAT),
      *-aguardando o supervisor liberar (volta a P) ou cancelar.
               88 Agd-Retida value 'H'.
           02 DataInclusaoAgd.
               03 AnoInclusaoAgd pic 9(4).
               03 MesInclusaoAgd pic 9(2).
