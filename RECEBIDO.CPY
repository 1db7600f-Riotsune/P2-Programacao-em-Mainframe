      *-----------------------------------------------------------
      *-Layout de REG-RECEBIDO (RECEBIDOS.DAT) - registro
      *-compartilhado dos arquivos de entrada recebidos pelos
      *-batches de interface (SALARIO.DAT, CONVENIO.DAT,
      *-TRFIN.DAT, TRFRET.DAT, ATMIN.DAT, BOLRET.DAT, PAGFOR.DAT,
      *-CHQDEV.DAT). Antes de lancar qualquer coisa o programa
      *-tira a impressao digital da entrada (nome, linhas, total
      *-dos valores e hash do conteudo) e grava uma entrada aqui:
      *-a mesma impressao ja processada (ou em curso, de execucao
      *-interrompida) e recusada ('D') sem tocar em nada. O
      *-supervisor libera o reprocessamento no ProgramaP2 marcando
      *-a entrada recusada ('A'); a execucao seguinte consome a
      *-liberacao ('U') e processa ('L'). Listado no dia pelo
      *-ProgramaP2RelRecebidos.
      *-----------------------------------------------------------
       01 REG-RECEBIDO.
           02 NumRec pic 9(8).
           02 ImpressaoRec.
               03 NomeArqRec pic X(12).
               03 QtdRegRec pic 9(7).
               03 TotalRec pic 9(13)V99.
               03 HashRec pic 9(10).
      *-Identificacao do cabecalho (ou da primeira linha, nos
      *-arquivos sem cabecalho), so informativa.
           02 IdentRec pic X(50).
           02 JobRec pic X(28).
           02 DataRec.
               03 AnoRec pic 9(4).
               03 MesRec pic 9(2).
               03 DiaRec pic 9(2).
           02 HoraRec.
               03 HHRec pic 9(2).
               03 MMRec pic 9(2).
               03 SSRec pic 9(2).
           02 SituacaoRec pic X(1).
               88 Rec-Em-Curso value 'C'.
               88 Rec-Processado value 'P'.
               88 Rec-Liberado value 'L'.
               88 Rec-Duplicado value 'D'.
               88 Rec-Recusado value 'R'.
               88 Rec-Retido value 'T'.
           02 LancadosRec pic 9(7).
           02 RejeitadosRec pic 9(7).
      *-Na recusa ('D'), a entrada ja processada que ela repete.
           02 DuplicaRec pic 9(8).
      *-Liberacao de reprocessamento (so em entrada 'D'), e o
      *-supervisor que liberou (tambem levado para a entrada 'L').
           02 LiberacaoRec pic X(1).
               88 Liberacao-Pendente value 'A'.
               88 Liberacao-Usada value 'U'.
           02 SupervisorRec pic X(8).
           02 DataLiberacaoRec.
               03 AnoLiberacaoRec pic 9(4).
               03 MesLiberacaoRec pic 9(2).
               03 DiaLiberacaoRec pic 9(2).
