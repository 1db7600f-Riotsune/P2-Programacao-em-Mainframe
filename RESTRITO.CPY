      *-----------------------------------------------------------
      *-Layout de REG-RESTRITO (RESTRITOS.DAT) - lista de partes
      *-restritas (sancoes e listas de impedidos), indexada para a
      *-triagem: nome, documento (zeros quando a lista so traz o
      *-nome), lista de origem e data de inclusao na lista. O
      *-arquivo e reconstruido inteiro pelo ProgramaP2Restritos a
      *-cada lista nova recebida (RESTRNOVA.DAT), com NumRestr
      *-renumerado; por isso a fila de revisao (TRIAGEM.DAT) guarda
      *-nome/documento/lista do achado, e nao NumRestr. Nomes sempre
      *-em maiusculas, comparados por igualdade com o nome do
      *-cadastro.
      *-----------------------------------------------------------
       01 REG-RESTRITO.
           02 NumRestr pic 9(6).
           02 NomeRestr pic X(40).
           02 DocRestr pic 9(14).
           02 FonteRestr pic X(10).
           02 DataRestr.
               03 AnoRestr pic 9(4).
               03 MesRestr pic 9(2).
               03 DiaRestr pic 9(2).
