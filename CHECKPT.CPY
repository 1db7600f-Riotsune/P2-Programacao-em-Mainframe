      *-----------------------------------------------------------
      *-Layout de REG-CHECKPT, um registro de ponto de controle
      *-(checkpoint) para os jobs batch noturnos (ProgramaP2Juros,
      *-ProgramaP2Tarifa, ProgramaP2PassoContas). Cada job grava seu
      *-proprio arquivo de checkpoint (JUROSCHK.DAT, TARIFACHK.DAT,
      *-PASSOCHK.DAT - este um so para todas as etapas da passada
      *-unica nas contas) com o ultimo CodC
      *-processado; se o job for interrompido antes de concluir,
      *-a proxima execucao retoma a partir dali em vez de repetir
      *-o processamento das contas ja creditadas/tarifadas.
