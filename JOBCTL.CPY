      *-pulados e o processamento retoma do primeiro passo nao
      *-concluido (o reinicio dentro de cada job continua por conta
      *-dos arquivos *CHK de checkpoint de cada um).
      *-O arquivo guarda as datas processadas nas ultimas semanas,
      *-uma serie de registros por data de negocio: se noites
      *-deixaram de rodar, o driver processa cada data perdida, em
      *-ordem, antes da de hoje, e marca essas datas como
      *-recuperadas, com a data em que de fato rodaram.
      *-----------------------------------------------------------
       01 REG-JOBCTL.
           02 DataJob.
               88 Job-Em-Andamento value 'A'.
               88 Job-Concluido value 'C'.
               88 Job-Falhou value 'F'.
      *-Data do relogio em que o passo rodou e indicador de data
      *-recuperada (R = noite perdida processada depois).
           02 DataExecJob.
               03 AnoExecJob pic 9(4).
               03 MesExecJob pic 9(2).
               03 DiaExecJob pic 9(2).
           02 RecupJob pic X(1).
               88 Job-Normal value 'N'.
               88 Job-Recuperado value 'R'.
