           02 StatusOrd pic X(1).
               88 Ordem-Ativa value 'A'.
               88 Ordem-Cancelada value 'C'.
      *-Suspensa pelo registro de obito do titular (espolio): o
      *-lote so debita as ativas; a liberacao aos herdeiros volta
      *-para 'A'.
               88 Ordem-Suspensa value 'S'.
      *-Trava de "uma execucao por mes de vencimento": ano/mes aqui
      *-sao os do VENCIMENTO cobrado (um fim de mes rolado para o
      *-mes seguinte continua contando no mes de origem); o dia e o
