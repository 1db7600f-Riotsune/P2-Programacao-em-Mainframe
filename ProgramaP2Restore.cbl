      *-e ressomando SaldoC contra o fechamento daquele dia em
      *-CONTROLE.DAT. Divergencia nao passa em silencio: o programa
      *-grita no console e devolve RETURN-CODE 8.
      *-Provado o backup, os lancamentos de MOVIMENTO.DAT
      *-posteriores a ele (depois da hora de inicio da copia
      *-gravada pelo ProgramaP2Backup em BACKUPS.DAT) sao
      *-reaplicados ao CC.DAT restaurado, conta a conta na ordem do
      *-ledger, e o SaldoC de cada conta e conferido contra o
      *-ultimo SaldoNovoMov da sua cadeia: a base volta ao momento
      *-da falha, nao a noite anterior. Cadeia que nao encadeia
      *-(saldo anterior do lancamento diferente do saldo apurado),
      *-saldo final divergente ou lancamento de conta que nao esta
      *-no backup saem em ROLLFWD.LST, tambem com RETURN-CODE 8.
      *-Backup sem hora registrada (anterior ao BACKUPS.DAT): os
      *-lancamentos do proprio dia do backup entram a partir do
      *-primeiro cujo saldo anterior encadeia no saldo restaurado.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-LST.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

      *-Hora de inicio de cada backup (ProgramaP2Backup).
       SELECT BKPLOG ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BKL.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CCBKLIST.TMP".
       01 LINHA-LST pic X(40).

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  BKPLOG LABEL RECORD STANDARD
           DATA RECORD IS REG-BKPLOG
           VALUE OF FILE-ID IS "BACKUPS.DAT".

           COPY BKPLOG.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ROLLFWD.LST".
       01 LINHA-REL pic X(80).

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-BKP pic X(2).
           01 ARQST-CTL pic X(2).
           01 ARQST-LST pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-BKL pic X(2).
           01 ARQST-REL pic X(2).

           01 WS-Data-Escolhida pic 9(8) value zeros.
           01 WS-Nome-Backup pic X(16) value spaces.
               88 Controle-Encontrado value 'S'.
           01 WS-Data-Controle pic 9(8) value zeros.

      *-Reaplicacao do ledger posterior ao backup.
           01 WS-Data-Bkl pic 9(8) value zeros.
           01 WS-Hora-Corte pic 9(6) value zeros.
           01 WS-Tem-Hora pic X value 'N'.
               88 Hora-Backup-Conhecida value 'S'.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Conta-Atual pic 9(6) value zeros.
           01 WS-Conta-No-Cc pic X value 'N'.
               88 Conta-Restaurada value 'S'.
           01 WS-Ancorado pic X value 'N'.
               88 Cadeia-Ancorada value 'S'.
           01 WS-Posterior pic X value 'N'.
               88 Mov-Posterior value 'S'.
           01 WS-Quebra pic X value 'N'.
               88 Cadeia-Quebrada value 'S'.
           01 WS-Seq-Quebra pic 9(8) value zeros.
           01 WS-Ultimo-Saldo pic S9(7)V99 value zeros.
           01 WS-Reaplicados-Conta pic 9(6) value zeros.
           01 WS-Reaplicados pic 9(8) value zeros.
           01 WS-Contas-Roladas pic 9(6) value zeros.
           01 WS-Contas-Conferidas pic 9(6) value zeros.
           01 WS-Divergentes pic 9(6) value zeros.
           01 WS-Total-Reaplicado pic S9(11)V99 value zeros.
           01 WS-Saldo-Edt pic -(7)9,99.
           01 WS-Ultimo-Edt pic -(7)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 04-APURA-RESTAURADO.
           PERFORM 05-LE-CONTROLE-DO-DIA.
           PERFORM 06-CONFERE.
           PERFORM 11-LE-HORA-BACKUP.
           PERFORM 13-ROLL-FORWARD.
           PERFORM 19-RESUMO-ROLL.
           GOBACK.

       01-LISTA-BACKUPS.
           END-IF.
           DISPLAY "  COPIA DE SEGURANCA ANTERIOR: CC.DAT.PRERST".
           DISPLAY "===================================================".

       11-LE-HORA-BACKUP.
      *-Hora de inicio do backup restaurado (o registro mais
      *-recente da data em BACKUPS.DAT).
           MOVE "00" TO ARQST-BKL.
           OPEN INPUT BKPLOG.
           IF ARQST-BKL = "00"
               PERFORM 12-LE-UM-BKPLOG UNTIL ARQST-BKL = "10"
               CLOSE BKPLOG
           END-IF.

       12-LE-UM-BKPLOG.
           READ BKPLOG NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BKL
               NOT AT END
                   COMPUTE WS-Data-Bkl = AnoBkl * 10000
                       + MesBkl * 100 + DiaBkl
                   IF WS-Data-Bkl = WS-Data-Escolhida
                       MOVE 'S' TO WS-Tem-Hora
                       MOVE HoraBkl TO WS-Hora-Corte
                   END-IF
           END-READ.

       13-ROLL-FORWARD.
      *-Uma passada no ledger, que vem na ordem da chave (conta +
      *-sequencial): cada conta e lida em CC.DAT na primeira linha
      *-dela e regravada/conferida na troca de conta.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "REAPLICACAO DO LEDGER SOBRE " WS-Nome-Backup
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           IF Hora-Backup-Conhecida
               STRING "CORTE: LANCAMENTOS APOS " WS-Data-Escolhida " "
                   WS-Hora-Corte
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "CORTE: BACKUP SEM HORA EM BACKUPS.DAT - DIA "
                   WS-Data-Escolhida " PELO ENCADEAMENTO"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "00" TO ARQST-MOV.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               DISPLAY "  MOVIMENTO.DAT NAO ENCONTRADO - NADA A"
                   " REAPLICAR"
           ELSE
               OPEN I-O CC
               MOVE ZEROS TO WS-Conta-Atual
               PERFORM 14-LE-MOVIMENTO UNTIL ARQST-MOV = "10"
               IF WS-Conta-Atual > ZEROS
                   PERFORM 16-FECHA-CONTA
               END-IF
               CLOSE MOVIMENTO
               CLOSE CC
           END-IF.
           CLOSE RELATORIO.

       14-LE-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-Conta-Atual
                       IF WS-Conta-Atual > ZEROS
                           PERFORM 16-FECHA-CONTA
                       END-IF
                       PERFORM 15-ABRE-CONTA
                   END-IF
                   PERFORM 17-CONFERE-CORTE
                   IF Mov-Posterior
                       PERFORM 18-REAPLICA
                   END-IF
                   MOVE SaldoNovoMov TO WS-Ultimo-Saldo
           END-READ.

       15-ABRE-CONTA.
           MOVE CodC-Mov TO WS-Conta-Atual.
           MOVE 'N' TO WS-Ancorado WS-Quebra.
           MOVE ZEROS TO WS-Reaplicados-Conta WS-Seq-Quebra.
           MOVE CodC-Mov TO CodC.
           READ CC
               INVALID KEY
                   MOVE 'N' TO WS-Conta-No-Cc
               NOT INVALID KEY
                   MOVE 'S' TO WS-Conta-No-Cc
           END-READ.

       16-FECHA-CONTA.
      *-Saldo apurado contra o ultimo SaldoNovoMov da cadeia; conta
      *-sem lancamento posterior ao backup so e conferida.
           IF NOT Conta-Restaurada
               IF WS-Reaplicados-Conta > ZEROS
                   ADD 1 TO WS-Divergentes
                   MOVE SPACES TO LINHA-REL
                   STRING "CONTA " WS-Conta-Atual " NAO ESTA NO BACKUP"
                       " - " WS-Reaplicados-Conta
                       " LANCAMENTOS POSTERIORES NAO REAPLICADOS"
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           ELSE
               ADD 1 TO WS-Contas-Conferidas
               IF WS-Reaplicados-Conta > ZEROS
                   ADD 1 TO WS-Contas-Roladas
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR CONTA " CodC
                   END-REWRITE
               END-IF
               IF SaldoC NOT = WS-Ultimo-Saldo OR Cadeia-Quebrada
                   ADD 1 TO WS-Divergentes
                   MOVE SaldoC TO WS-Saldo-Edt
                   MOVE WS-Ultimo-Saldo TO WS-Ultimo-Edt
                   MOVE SPACES TO LINHA-REL
                   STRING "CONTA " WS-Conta-Atual " SALDO "
                       WS-Saldo-Edt " ULTIMO DA CADEIA " WS-Ultimo-Edt
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
                   IF Cadeia-Quebrada
                       MOVE SPACES TO LINHA-REL
                       STRING "      CADEIA NAO ENCADEIA NO LANCAMENTO "
                           WS-Seq-Quebra
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
               END-IF
           END-IF.

       17-CONFERE-CORTE.
      *-Dia seguinte ao backup em diante: sempre posterior. No dia
      *-do backup, pela hora de inicio da copia; sem ela, a partir
      *-do primeiro lancamento que encadeia no saldo restaurado.
           MOVE 'N' TO WS-Posterior.
           COMPUTE WS-Data-Mov = AnoMov * 10000 + MesMov * 100 + DiaMov.
           IF WS-Data-Mov > WS-Data-Escolhida
               MOVE 'S' TO WS-Posterior
           END-IF.
           IF WS-Data-Mov = WS-Data-Escolhida
               IF Hora-Backup-Conhecida
                   IF HoraMov(1:6) >= WS-Hora-Corte
                       MOVE 'S' TO WS-Posterior
                   END-IF
               ELSE
                   IF Cadeia-Ancorada
                       OR (Conta-Restaurada
                           AND SaldoAnteriorMov = SaldoC)
                       MOVE 'S' TO WS-Posterior
                   END-IF
               END-IF
           END-IF.

       18-REAPLICA.
           MOVE 'S' TO WS-Ancorado.
           ADD 1 TO WS-Reaplicados-Conta.
           IF Conta-Restaurada
               IF SaldoAnteriorMov NOT = SaldoC AND NOT Cadeia-Quebrada
                   MOVE 'S' TO WS-Quebra
                   MOVE NumSeq-Mov TO WS-Seq-Quebra
               END-IF
               COMPUTE SaldoC = SaldoC
                   + SaldoNovoMov - SaldoAnteriorMov
               ADD 1 TO WS-Reaplicados
               COMPUTE WS-Total-Reaplicado = WS-Total-Reaplicado
                   + SaldoNovoMov - SaldoAnteriorMov
           END-IF.

       19-RESUMO-ROLL.
           DISPLAY "==================================================".
           DISPLAY "  REAPLICACAO DO LEDGER POSTERIOR AO BACKUP".
           IF Hora-Backup-Conhecida
               DISPLAY "  CORTE: " WS-Data-Escolhida " " WS-Hora-Corte
           ELSE
               DISPLAY "  CORTE: SEM HORA DO BACKUP, PELO ENCADEAMENTO"
           END-IF.
           DISPLAY "  LANCAMENTOS REAPLICADOS: " WS-Reaplicados.
           DISPLAY "  VARIACAO TOTAL DE SALDO: " WS-Total-Reaplicado.
           DISPLAY "  CONTAS ATUALIZADAS: " WS-Contas-Roladas
               " DE " WS-Contas-Conferidas " CONFERIDAS".
           IF WS-Divergentes > ZEROS
               DISPLAY "  *** " WS-Divergentes " CONTAS NAO ENCADEIAM"
                   " COM O LEDGER - VER ROLLFWD.LST"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  RESULTADO: TODAS AS CONTAS BATEM COM O ULTIMO"
               DISPLAY "  SALDO DA CADEIA EM MOVIMENTO.DAT"
           END-IF.
           DISPLAY "==================================================".
