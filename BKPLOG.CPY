      *-----------------------------------------------------------
      *-Layout de REG-BKPLOG (BACKUPS.DAT) - um registro por backup
      *-diario de CC.DAT gravado pelo ProgramaP2Backup, com a hora
      *-em que a copia comecou. E o ponto de corte do
      *-ProgramaP2Restore: restaurado o CCBKaaaammdd.DAT, todo
      *-lancamento de MOVIMENTO.DAT posterior a essa hora e
      *-reaplicado ao CC.DAT restaurado. Dois backups no mesmo dia
      *-sobrescrevem o arquivo; vale o registro mais recente.
      *-----------------------------------------------------------
       01 REG-BKPLOG.
           02 DataBkl.
               03 AnoBkl pic 9(4).
               03 MesBkl pic 9(2).
               03 DiaBkl pic 9(2).
           02 HoraBkl pic 9(6).
           02 NomeArqBkl pic X(16).
           02 QtdContasBkl pic 9(6).
