      *-nao bloqueia nada - nenhum byte alcanca a producao, porque
      *-todos os arquivos abertos sao os da copia.
               88 Modo-Treino value 'T'.
      *-Simulacao: o ProgramaP2Noturno marca 'S' enquanto roda os
      *-jobs de lancamento em simulacao (juros, tarifas, IOF,
      *-pacote, ordens); eles leem o modo e gravam em PREVIA.DAT o
      *-que lancariam, sem tocar em CC.DAT, MOVIMENTO.DAT,
      *-MOVSEQ.DAT nem nos checkpoints. O online segue liberado e
      *-o modo anterior volta ao final.
               88 Modo-Simulacao value 'S'.
           02 DataModoSis.
               03 AnoModoSis pic 9(4).
               03 MesModoSis pic 9(2).
               03 DiaModoSis pic 9(2).
           02 HoraModoSis pic 9(6).
           02 QuemSis pic X(28).
      *-Data de processamento da passada em curso: o driver grava,
      *-com o modo B, a data de negocio que os jobs devem tratar
      *-como hoje (na recuperacao de noites perdidas, cada data em
      *-atraso, uma por passada). Os jobs da sequencia so a usam
      *-com o modo B; fora dele (ou zerada) vale a data do relogio.
           02 DataProcSis.
               03 AnoProcSis pic 9(4).
               03 MesProcSis pic 9(2).
               03 DiaProcSis pic 9(2).
