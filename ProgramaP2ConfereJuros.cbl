      *-checkpoint mal resolvido. Roda na noite seguinte a do
      *-lancamento; os lancamentos JU/JC/IR do proprio dia ficam
      *-fora da reconstrucao do saldo (sao o objeto da conferencia).
      *-A poupanca rende por lote no aniversario de cada deposito
      *-(POUPLOTE.DAT), e nao sobre o saldo medio: nela so o "JC"
      *-e conferido.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONFJUROS.LST".
       01 LINHA-REL pic X(100).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-FXJ pic X(2).
           01 WS-Soma-Saldos pic S9(13)V99 value zeros.
           01 WS-Saldo-Medio pic S9(11)V99 value zeros.
           01 WS-Dia-Idx pic 9(2) value zeros.
           01 WS-Dia-Valor pic 9(2) value zeros.

           01 WS-JU-Lancado pic S9(9)V99 value zeros.
           01 WS-JC-Lancado pic S9(9)V99 value zeros.
       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 16-CARREGA-FAIXAS.
           OPEN INPUT CC.
                                   AND (TipoMov = "JU"
                                       OR TipoMov = "JC"
                                       OR TipoMov = "IR"))
      *-Retroativo conta desde a data-valor, como no ProgramaP2Juros.
                               MOVE DiaMov TO WS-Dia-Valor
                               IF DataValorMov < DataMov
                                   MOVE 1 TO WS-Dia-Valor
                                   IF AnoValorMov = ANO
                                       AND MesValorMov = MES
                                       AND DiaValorMov >= 1
                                       MOVE DiaValorMov TO WS-Dia-Valor
                                   END-IF
                               END-IF
                               COMPUTE WS-Dia-Delta(WS-Dia-Valor) =
                                   WS-Dia-Delta(WS-Dia-Valor)
                                   + SaldoNovoMov
                                   - SaldoAnteriorMov
                               COMPUTE WS-Delta-Mes = WS-Delta-Mes
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-JU-Esperado WS-JC-Esperado.
           IF Conta-Poupanca
               MOVE WS-JU-Lancado TO WS-JU-Esperado
           END-IF.
           IF WS-Saldo-Medio > ZEROS AND NOT Conta-Poupanca
               COMPUTE WS-JU-Esperado ROUNDED =
                   WS-Saldo-Medio * WS-Taxa-Aplicada
           END-IF.
           IF WS-Saldo-Medio < ZEROS
               COMPUTE WS-JC-Esperado ROUNDED =
                   (ZEROS - WS-Saldo-Medio)
                   * WS-Taxa-Juros-Cheque
           DISPLAY "  CONTAS DIVERGENTES: " WS-Divergentes.
           DISPLAY "  RELATORIO GRAVADO EM CONFJUROS.LST".
           DISPLAY "===================================================".

       89-DATA-PROCESSAMENTO.
      *-Data de processamento: a do relogio, salvo com a sequencia
      *-noturna no ar (modo B), quando vale a data que o driver
      *-ProgramaP2Noturno gravou em SISMODO.DAT para a passada - na
      *-recuperacao de noites perdidas, a data em atraso.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT SISMODO.
           IF ARQST-SIS = "00"
               READ SISMODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Modo-Batch AND DataProcSis NUMERIC
                           AND DataProcSis NOT = ZEROS
                           MOVE DataProcSis TO DATA-SIS
                       END-IF
               END-READ
               CLOSE SISMODO
           END-IF.
