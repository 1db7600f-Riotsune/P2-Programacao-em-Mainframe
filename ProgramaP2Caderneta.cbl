      *-saldo corrido no ponto da marca) e avanca a marca. Segunda
      *-via (caderno perdido): informando uma data de reinicio, a
      *-cadeia e reimpressa daquela data em diante com os saldos de
      *-linha recalculados do comeco, e a marca fica no fim. As
      *-linhas de rendimento ("JU") saem com a descricao, que diz
      *-de qual deposito e o aniversario, e o caderno fecha com os
      *-lotes em aberto e o proximo aniversario de cada um
      *-(POUPLOTE.DAT).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       RECORD KEY CodC-Cad
       FILE STATUS ARQST-CAD.

      *-Lotes da poupanca por data de aniversario.
       SELECT POUPLOTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveLote
       FILE STATUS ARQST-LOT.

       SELECT CADERNO ASSIGN TO WS-Nome-Caderno
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL

           COPY CADERNETA.

       FD  POUPLOTE LABEL RECORD STANDARD
           DATA RECORD IS REG-POUPLOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

           COPY POUPLOTE.

       FD  CADERNO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CAD.
       01 LINHA-CAD pic X(80).
           01 ARQST-MOV pic X(2).
           01 ARQST-CAD pic X(2).
           01 ARQST-LST pic X(2).
           01 ARQST-LOT pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
           01 WS-Delta-Edt pic -Z(6)9,99.
           01 WS-Saldo-Edt pic -Z(8)9,99.

      *-Lotes em aberto no fim do caderno: saldo e proximo
      *-aniversario (o dia do lote no mes seguinte ao do ciclo).
           01 WS-Lotes-Impressos pic 9(4) value zeros.
           01 WS-Lote-Saldo-Edt pic Z(6)9,99.
           01 WS-Lote-Prox pic 9(8) value zeros.
           01 WS-Lote-Prox-R REDEFINES WS-Lote-Prox.
               02 WS-Lote-Prox-Ano pic 9(4).
               02 WS-Lote-Prox-Mes pic 9(2).
               02 WS-Lote-Prox-Dia pic 9(2).

       PROCEDURE DIVISION.

       00-INICIO.
           OPEN OUTPUT CADERNO.
           PERFORM 03-IMPRIME-CABECALHO.
           PERFORM 04-IMPRIME-LANCAMENTOS.
           PERFORM 08-IMPRIME-LOTES.
           PERFORM 123-IMPRIME-CAMPANHAS.
           PERFORM 05-AVANCA-MARCA.
           CLOSE CADERNO.
           MOVE WS-Delta TO WS-Delta-Edt.
           MOVE WS-Saldo-Corrido TO WS-Saldo-Edt.
           MOVE SPACES TO LINHA-CAD.
           IF TipoMov = "JU"
               STRING "  " DiaMov "/" MesMov "/" AnoMov "  " TipoMov
                   "  " WS-Delta-Edt "  " WS-Saldo-Edt
                   "  " DescricaoMov
                   DELIMITED BY SIZE INTO LINHA-CAD
           ELSE
               STRING "  " DiaMov "/" MesMov "/" AnoMov "  " TipoMov
                   "  " WS-Delta-Edt "  " WS-Saldo-Edt
                   DELIMITED BY SIZE INTO LINHA-CAD
           END-IF.
           WRITE LINHA-CAD.

       08-IMPRIME-LOTES.
      *-Depositos ainda rendendo, com o dia de aniversario e a data
      *-do proximo credito; sem POUPLOTE.DAT (ou sem lote da
      *-conta) nada e impresso.
           MOVE ZEROS TO WS-Lotes-Impressos.
           OPEN INPUT POUPLOTE.
           IF ARQST-LOT = "00"
               MOVE WS-Conta TO CodC-Lote
               MOVE ZEROS TO SeqLote
               START POUPLOTE KEY IS NOT LESS THAN ChaveLote
                   INVALID KEY
                       MOVE "10" TO ARQST-LOT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-LOT
               END-START
               PERFORM 10-LINHA-LOTE UNTIL ARQST-LOT = "10"
               CLOSE POUPLOTE
           END-IF.

       10-LINHA-LOTE.
           READ POUPLOTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-LOT
               NOT AT END
                   IF CodC-Lote NOT = WS-Conta OR Lote-Controle
                       MOVE "10" TO ARQST-LOT
                   ELSE
                       IF WS-Lotes-Impressos = ZEROS
                           MOVE SPACES TO LINHA-CAD
                           WRITE LINHA-CAD
                           MOVE SPACES TO LINHA-CAD
                           STRING "  DEPOSITO    ANIV        SALDO"
                               "  PROX. ANIVERSARIO"
                               DELIMITED BY SIZE INTO LINHA-CAD
                           WRITE LINHA-CAD
                       END-IF
                       ADD 1 TO WS-Lotes-Impressos
                       MOVE DataCicloLote TO WS-Lote-Prox
                       ADD 1 TO WS-Lote-Prox-Mes
                       IF WS-Lote-Prox-Mes > 12
                           MOVE 1 TO WS-Lote-Prox-Mes
                           ADD 1 TO WS-Lote-Prox-Ano
                       END-IF
                       MOVE DiaAnivLote TO WS-Lote-Prox-Dia
                       MOVE SaldoLote TO WS-Lote-Saldo-Edt
                       MOVE SPACES TO LINHA-CAD
                       STRING "  " DiaDepositoLote "/" MesDepositoLote
                           "/" AnoDepositoLote "  DIA " DiaAnivLote
                           "  " WS-Lote-Saldo-Edt "  "
                           WS-Lote-Prox-Dia "/" WS-Lote-Prox-Mes "/"
                           WS-Lote-Prox-Ano
                           DELIMITED BY SIZE INTO LINHA-CAD
                       WRITE LINHA-CAD
                   END-IF
           END-READ.

       05-AVANCA-MARCA.
      *-A marca passa a apontar o ultimo sequencial impresso, com o
      *-saldo corrido no ponto (sem lancamento novo, fica onde
