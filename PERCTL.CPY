      *-----------------------------------------------------------
      *-Campos de trabalho da trava de periodo contabil
      *-(PERIODO.DAT), compartilhados pelos gravadores de
      *-MOVIMENTO.DAT (copybook de area de trabalho, no molde da
      *-PENDFILA). Quem grava PERFORMa o paragrafo local de
      *-verificacao com a data do lancamento em WS-Per-Data
      *-(AAAAMM); ele carrega em WS-Per-Fechado o ultimo mes fechado
      *-e devolve Periodo-Travado quando o mes do lancamento ja foi
      *-fechado. Sem PERIODO.DAT, nenhum mes esta fechado.
      *-----------------------------------------------------------
       01 ARQST-PER pic X(2).
       01 WS-Per-Data pic 9(6) value zeros.
       01 WS-Per-Fechado pic 9(6) value zeros.
       01 WS-Per-Situacao pic X value 'L'.
           88 Periodo-Liberado value 'L'.
           88 Periodo-Travado value 'T'.
