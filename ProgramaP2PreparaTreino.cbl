           COMPUTE HoraModoSis = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE "ProgramaP2PreparaTreino" TO QuemSis.
           MOVE ZEROS TO DataProcSis.
           OPEN OUTPUT SISTREINO.
           WRITE REG-SISMODO.
           CLOSE SISTREINO.
