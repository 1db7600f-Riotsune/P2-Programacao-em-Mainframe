      *-como *.A2. JOBCTL.DAT e os *CHK sao controles transitorios
      *-e sao apenas removidos. Datas zeradas (campo nunca
      *-preenchido) continuam zeradas. Rode DEPOIS da migracao de
      *-codigo de conta, com o sistema parado. Base cujo
      *-MOVIMENTO.DAT ou AUDITORIA.DAT ja tem registros encadeados
      *-(HashMov/HashAud) ja esta no layout atual: a migracao
      *-recusa rodar, para nao regravar o arquivo sem os hashes e
      *-quebrar as cadeias do ProgramaP2VerificaCadeia.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 ARQST-PRMV pic X(2).
           01 ARQST-PRMN pic X(2).
           01 WS-Comando pic X(60) value spaces.
      *-Registro encadeado achado nos arquivos atuais.
           01 WS-Cadeia-Achada pic X value 'N'.
               88 Cadeia-Existente value 'S'.
           01 WS-Convertidos pic 9(8) value zeros.
           01 WS-Total-Geral pic 9(8) value zeros.

       00-INICIO.
           DISPLAY "MIGRACAO DAS DATAS PARA ANO COM SECULO (AAAA)".
           DISPLAY "(os originais ficam guardados como *.A2)".
           PERFORM 80-VERIFICA-CADEIA.
           IF Cadeia-Existente
               DISPLAY "MOVIMENTO.DAT/AUDITORIA.DAT JA TEM REGISTROS"
               DISPLAY "ENCADEADOS (LAYOUT ATUAL) - MIGRACAO NAO RODA"
               STOP RUN
           END-IF.
           PERFORM 01-MIGRA-CC.
           PERFORM 02-MIGRA-MOVIMENTO.
           PERFORM 03-MIGRA-ORDEM.
           DISPLAY "MIGRACAO CONCLUIDA".
           STOP RUN.

       80-VERIFICA-CADEIA.
      *-Le os arquivos atuais no layout novo antes de renomear
      *-qualquer coisa. Arquivo ausente ou no layout antigo (que nao
      *-abre, ou abre com o hash em branco) passa.
           MOVE 'N' TO WS-Cadeia-Achada.
           OPEN INPUT MOV-N.
           IF ARQST-MOVN = "00"
               PERFORM 81-LE-MOVIMENTO-ATUAL
                   UNTIL ARQST-MOVN = "10" OR Cadeia-Existente
               CLOSE MOV-N
           END-IF.
           OPEN INPUT AUD-N.
           IF ARQST-AUDN = "00"
               PERFORM 82-LE-AUDITORIA-ATUAL
                   UNTIL ARQST-AUDN = "10" OR Cadeia-Existente
               CLOSE AUD-N
           END-IF.

       81-LE-MOVIMENTO-ATUAL.
           READ MOV-N NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOVN
               NOT AT END
                   IF HashMov NUMERIC AND HashMov NOT = ZEROS
                       MOVE 'S' TO WS-Cadeia-Achada
                   END-IF
           END-READ.

       82-LE-AUDITORIA-ATUAL.
           READ AUD-N NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AUDN
               NOT AT END
                   IF HashAud NUMERIC AND HashAud NOT = ZEROS
                       MOVE 'S' TO WS-Cadeia-Achada
                   END-IF
           END-READ.

       90-CONVERTE-DATA.
      *-Janela de seculo: 00-69 viram 20xx, 70-99 viram 19xx; data
      *-zerada ou em branco (campo nunca preenchido) sai zerada.
       12-LIMPA-TRANSITORIOS.
      *-JOBCTL e os checkpoints valem so dentro do proprio dia/job;
      *-com tudo concluido antes da migracao, sao descartados.
           MOVE "rm -f JUROSCHK.DAT TARIFACHK.DAT PASSOCHK.DAT"
               TO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
           MOVE "rm -f ORDEMCHK.DAT JOBCTL.DAT" TO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
                   MOVE ZEROS TO HoraMov
                   MOVE SPACE TO EstornadoMov
                   MOVE ZEROS TO SeqEstornoMov
                   MOVE DataMov TO DataValorMov
                   MOVE SPACE TO SitValorMov
                   MOVE ZEROS TO HashAntMov HashMov
                   WRITE REG-MOVIMENTO
                   ADD 1 TO WS-Convertidos
           END-READ.
               AT END
                   MOVE "10" TO ARQST-AUDV
               NOT AT END
                   MOVE SPACES TO REG-AUDITORIA
                   MOVE CodC-Aud-V TO CodC-Aud
                   MOVE DataAud-V TO WS-D6
                   PERFORM 90-CONVERTE-DATA
                   MOVE DataGravacaoParam-V TO WS-D6
                   PERFORM 90-CONVERTE-DATA
                   MOVE WS-D8 TO DataGravacaoParam
                   MOVE SPACES TO AprovadorParam
                   WRITE REG-PARAMETRO
                   ADD 1 TO WS-Convertidos
           END-READ.
