       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Cadastro de favorecidos, so leitura, para por o nome de cada
      *-beneficiario na remessa de pagamentos.
       SELECT FAVORECIDO ASSIGN TO DISK
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REM.

      *-Modo do sistema: em 'S' o job roda em simulacao, pedida
      *-pelo ProgramaP2Noturno.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.
      *-Previa dos lancamentos que o job faria, na simulacao.
       SELECT PREVIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRV.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM LABEL RECORD STANDARD

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  REMESSA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REM
           VALUE OF FILE-ID IS "REMESSA.DAT".

           COPY PARAMETRO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       FD  PREVIA LABEL RECORD STANDARD
           DATA RECORD IS REG-PREVIA
           VALUE OF FILE-ID IS "PREVIA.DAT".

           COPY PREVIA.

       WORKING-STORAGE SECTION.

           01 ARQST-SIS pic X(2).
           01 ARQST-PRV pic X(2).
           01 WS-Simulacao pic X value 'N'.
               88 Em-Simulacao value 'S'.

           01 ARQST-ORD pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

      *-Soma dos bloqueios judiciais ativos da conta corrente, para
      *-a regra de saldo disponivel; sem BLOQJUD.DAT na maquina a
           01 WS-Nao-Debitadas pic 9(6) value zeros.
           01 WS-Total-Debitado pic 9(9)V99 value zeros.
           01 WS-Erro-Grava-Ordem pic 9(6) value zeros.
      *-Simulacao: o que ja foi debitado (so na previa) de cada
      *-conta nesta execucao, para a ordem seguinte da mesma conta
      *-ver o saldo como ficaria.
           01 WS-Sim-Tabela.
               02 WS-Sim-Conta OCCURS 500 TIMES.
                   03 WS-Sim-CodC pic 9(6).
                   03 WS-Sim-Debito pic 9(9)V99.
           01 WS-Sim-Qtd pic 9(3) value zeros.
           01 WS-Sim-Idx pic 9(3) value zeros.
           01 WS-Sim-Achado pic 9(3) value zeros.
      *-NumSeq-Mov vem do relogio (HHMMSSCC): dois lancamentos no
      *-mesmo centesimo colidem na chave do ledger indexado; o
      *-gravador avanca o sequencial ate achar vaga.
       PROCEDURE DIVISION.

       00-INICIO.
      *-Trava de periodo: com o mes corrente ja fechado (PERIODO.DAT)
      *-nada e lancado e o passo termina com erro.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Per-Data = Ano * 100 + Mes.
           PERFORM 94-VERIFICA-PERIODO.
           IF Periodo-Travado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 28-VERIFICA-SIMULACAO.
           IF Em-Simulacao
               PERFORM 29-ABRE-SIMULACAO
           ELSE
               PERFORM 01-ABRE-ARQ
           END-IF.
           PERFORM 12-CARREGA-PARAMETROS.
           IF NOT Em-Simulacao
               PERFORM 01-LE-CHECKPOINT
           END-IF.
           IF Retomando-Processamento
               DISPLAY "RETOMANDO PROCESSAMENTO APOS A ORDEM "
                   WS-Ordem-Reinicio
           END-IF.
           PERFORM 19-CARREGA-FERIADOS.
           PERFORM 02-PROCESSA-ORDEM UNTIL ARQST-ORD = "10".
           IF NOT Em-Simulacao
               PERFORM 15-APURA-REMESSA
               PERFORM 10-GRAVA-REMESSA
               PERFORM 04-CHECKPOINT-CONCLUIDO
           END-IF.
           PERFORM 03-RESUMO.
           CLOSE ORDEM.
           IF Bloqjud-Aberto
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Em-Simulacao
               CLOSE CC PREVIA
               GOBACK
           END-IF.
           CLOSE PENDDEB.
           CLOSE CC.
           CLOSE MOVIMENTO.
                   IF Ordem-Ativa
                       PERFORM 27-TESTA-VENCIMENTO-ORDEM
                   END-IF
                   IF NOT Em-Simulacao
                       PERFORM 05-GRAVA-CHECKPOINT
                   END-IF
           END-READ.

       27-TESTA-VENCIMENTO-ORDEM.
                   MOVE WS-Ord-Prev-Ano TO WS-Ord-Venc-Ano
                   MOVE WS-Ord-Prev-Mes TO WS-Ord-Venc-Mes
                   MOVE 'S' TO WS-Ord-Disparou
                   IF Em-Simulacao
                       PERFORM 30-SIMULA-DEBITO
                   ELSE
                       PERFORM 06-DEBITA-ORDEM
                   END-IF
               END-IF
           END-IF.
           IF WS-Ord-Disparou = 'N'
               IF WS-Util-Data <= WS-Ord-Data-Hoje
                   MOVE ANO TO WS-Ord-Venc-Ano
                   MOVE MES TO WS-Ord-Venc-Mes
                   IF Em-Simulacao
                       PERFORM 30-SIMULA-DEBITO
                   ELSE
                       PERFORM 06-DEBITA-ORDEM
                   END-IF
               END-IF
           END-IF.

           PERFORM 23-PROCURA-PENDENCIA.
           IF Pendencia-Achada
               MOVE WS-Pnd-Valor TO ValorPend
               MOVE WS-Pnd-Encargos TO EncargosPend
               MOVE ANO TO AnoFalhaPend
               MOVE MES TO MesFalhaPend
               MOVE DIA TO DiaFalhaPend
               MOVE WS-Pnd-Parcela TO ParcelaPend
               MOVE WS-Pnd-Desc TO DescricaoPend
               MOVE WS-Pnd-Valor TO ValorPend
               MOVE WS-Pnd-Encargos TO EncargosPend
               MOVE ANO TO AnoFalhaPend
               MOVE MES TO MesFalhaPend
               MOVE DIA TO DiaFalhaPend
           MOVE ANO TO AnoMov.
           MOVE MES TO MesMov.
           MOVE DIA TO DiaMov.
           MOVE ANO TO AnoValorMov.
           MOVE MES TO MesValorMov.
           MOVE DIA TO DiaValorMov.
           MOVE SPACE TO SitValorMov.
           COMPUTE HoraMov =
               HH-SIS * 1000000 + MM-SIS * 10000
               + SS-SIS * 100 + CC-SIS.

       92-INICIA-CONTADOR.
      *-Contador novo parte do maior sequencial da cadeia e do hash
      *-daquele lancamento.
           MOVE ZEROS TO WS-Seq-Maior WS-Hash-Maior.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
           PERFORM 93-VARRE-MAIOR-SEQ UNTIL ARQST-MOV = "10".
           MOVE CodC TO CodC-Seq.
           MOVE WS-Seq-Maior TO UltimoSeqMov.
           MOVE WS-Hash-Maior TO UltimoHashMov.
           WRITE REG-MOVSEQ
               INVALID KEY
                   CONTINUE
                   ELSE
                       IF NumSeq-Mov > WS-Seq-Maior
                           MOVE NumSeq-Mov TO WS-Seq-Maior
                           IF HashMov NUMERIC
                               MOVE HashMov TO WS-Hash-Maior
                           ELSE
                               MOVE ZEROS TO WS-Hash-Maior
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       91-GRAVA-SEQ-MOV.
      *-Persiste o sequencial efetivamente gravado (o laco de
      *-colisao pode ter avancado alem do previsto) e encadeia o
      *-lancamento na cadeia de hash da conta.
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 96-ENCADEIA-MOV
                   MOVE NumSeq-Mov TO UltimoSeqMov
                   MOVE HashMov TO UltimoHashMov
                   REWRITE REG-MOVSEQ
           END-READ.

       96-ENCADEIA-MOV.
      *-O anterior e o ultimo hash guardado no contador; o
      *-lancamento ja gravado e regravado com os dois hashes.
      *-Lancamento que ja e o ultimo do contador (regravado depois
      *-de gravado) mantem o anterior que ja tinha.
           IF UltimoSeqMov NOT = NumSeq-Mov
               IF UltimoHashMov NUMERIC
                   MOVE UltimoHashMov TO HashAntMov
               ELSE
                   MOVE ZEROS TO HashAntMov
               END-IF
           END-IF.
           PERFORM 97-CALCULA-HASH-MOV.
           MOVE WS-Hash-Valor TO HashMov.
           REWRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO ENCADEAR " ChaveMov
           END-REWRITE.

       97-CALCULA-HASH-MOV.
      *-Registro inteiro, com a marca de estorno e a situacao da
      *-data-valor em branco e sem o proprio hash.
           MOVE EstornadoMov TO WS-Hash-Estornado.
           MOVE SitValorMov TO WS-Hash-SitValor.
           MOVE HashMov TO WS-Hash-Guarda.
           MOVE SPACE TO EstornadoMov SitValorMov.
           MOVE ZEROS TO HashMov.
           MOVE REG-MOVIMENTO TO WS-Hash-Linha.
           MOVE WS-Hash-Estornado TO EstornadoMov.
           MOVE WS-Hash-SitValor TO SitValorMov.
           MOVE WS-Hash-Guarda TO HashMov.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 98-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       98-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       94-VERIFICA-PERIODO.
      *-Carrega o ultimo mes fechado de PERIODO.DAT e trava o
      *-lancamento datado em WS-Per-Data (AAAAMM) ate esse mes.
      *-Correcao de mes fechado e pelo ProgramaP2AjustePeriodo.
           MOVE 'L' TO WS-Per-Situacao.
           MOVE ZEROS TO WS-Per-Fechado.
           OPEN INPUT PERIODO.
           IF ARQST-PER = "00"
               PERFORM 95-VERIFICA-PERIODO-LE UNTIL ARQST-PER = "10"
               CLOSE PERIODO
           END-IF.
           IF WS-Per-Data NOT > WS-Per-Fechado
               MOVE 'T' TO WS-Per-Situacao
               DISPLAY "PERIODO " WS-Per-Data
                   " FECHADO - NADA LANCADO"
           END-IF.

       95-VERIFICA-PERIODO-LE.
           READ PERIODO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PER
               NOT AT END
                   IF Periodo-Fechado
                       AND AnoPer * 100 + MesPer > WS-Per-Fechado
                       COMPUTE WS-Per-Fechado = AnoPer * 100 + MesPer
                   END-IF
           END-READ.

       28-VERIFICA-SIMULACAO.
      *-SISMODO.DAT em 'S' (simulacao pedida pelo ProgramaP2Noturno):
      *-os lancamentos vao so para PREVIA.DAT e nada mais e gravado.
      *-Sem o arquivo, execucao normal.
           MOVE 'N' TO WS-Simulacao.
           OPEN INPUT SISMODO.
           IF ARQST-SIS = "00"
               READ SISMODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Modo-Simulacao
                           MOVE 'S' TO WS-Simulacao
                       END-IF
               END-READ
               CLOSE SISMODO
           END-IF.

       29-ABRE-SIMULACAO.
      *-Simulacao: ORDEM.DAT e CC.DAT so para leitura; MOVSEQ.DAT,
      *-MOVIMENTO.DAT, PENDDEB.DAT, ALERTAS, remessa e checkpoint
      *-nao sao abertos nem gravados.
           OPEN INPUT ORDEM.
           OPEN INPUT CC.
           MOVE ZEROS TO WS-Sim-Qtd.

           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN INPUT BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Bloqjud
           END-IF.

           MOVE 'N' TO WS-Tem-Float.
           OPEN INPUT FLOATDEP.
           IF ARQST-FLT = "00"
               MOVE 'S' TO WS-Tem-Float
           END-IF.

           OPEN EXTEND PREVIA.
           IF ARQST-PRV NOT = "00"
               CLOSE PREVIA
               OPEN OUTPUT PREVIA
           END-IF.

       30-SIMULA-DEBITO.
      *-06-DEBITA-ORDEM em simulacao: a mesma regra de cobertura,
      *-com o saldo ja abatido do que a previa debitou da conta
      *-antes nesta execucao; sem pendencia, alerta nem trava da
      *-ordem (a ordem segue em aberto para a execucao real).
           MOVE CodC-Ord TO CodC.
           READ CC
               INVALID KEY
                   ADD 1 TO WS-Nao-Debitadas
               NOT INVALID KEY
                   PERFORM 13-APURA-BLOQUEIOS
                   PERFORM 31-SALDO-SIMULADO
                   IF Conta-Ativa AND
                       SaldoC - WS-Total-Bloqueado
                       - WS-Total-Float >= ValorOrd
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT ValorOrd FROM SaldoC
                       MOVE "O" TO OrigemPrv
                       MOVE "OR" TO TipoPrv
                       COMPUTE ValorPrv = SaldoC - SaldoC-Antes
                       MOVE SaldoC-Antes TO SaldoAnteriorPrv
                       MOVE SaldoC TO SaldoNovoPrv
                       MOVE DescricaoOrd TO DescricaoPrv
                       PERFORM 33-GRAVA-PREVIA
                       PERFORM 32-ACUMULA-SIMULADO
                       ADD 1 TO WS-Contador
                       ADD ValorOrd TO WS-Total-Debitado
                   ELSE
                       ADD 1 TO WS-Nao-Debitadas
                   END-IF
           END-READ.

       31-SALDO-SIMULADO.
           MOVE ZEROS TO WS-Sim-Achado.
           PERFORM 34-PROCURA-SIMULADO VARYING WS-Sim-Idx FROM 1 BY 1
               UNTIL WS-Sim-Idx > WS-Sim-Qtd OR WS-Sim-Achado > ZEROS.
           IF WS-Sim-Achado > ZEROS
               SUBTRACT WS-Sim-Debito(WS-Sim-Achado) FROM SaldoC
           END-IF.

       32-ACUMULA-SIMULADO.
           IF WS-Sim-Achado > ZEROS
               ADD ValorOrd TO WS-Sim-Debito(WS-Sim-Achado)
           ELSE
               IF WS-Sim-Qtd < 500
                   ADD 1 TO WS-Sim-Qtd
                   MOVE CodC TO WS-Sim-CodC(WS-Sim-Qtd)
                   MOVE ValorOrd TO WS-Sim-Debito(WS-Sim-Qtd)
               END-IF
           END-IF.

       33-GRAVA-PREVIA.
      *-Origem, tipo, valor, saldos e descricao ja montados por
      *-quem chamou, como iriam para MOVIMENTO.DAT.
           MOVE ANO TO AnoPrv.
           MOVE MES TO MesPrv.
           MOVE DIA TO DiaPrv.
           MOVE "ProgramaP2DebitoOrdens" TO JobPrv.
           MOVE CodC TO CodC-Prv.
           WRITE REG-PREVIA.

       34-PROCURA-SIMULADO.
           IF WS-Sim-CodC(WS-Sim-Idx) = CodC
               MOVE WS-Sim-Idx TO WS-Sim-Achado
           END-IF.

       03-RESUMO.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2DEBITOORDENS - DEBITO DE ORDENS DO DIA".
           IF Em-Simulacao
               DISPLAY "  SIMULACAO: NADA GRAVADO (VER PREVIA.DAT)"
           END-IF.
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  ORDENS DEBITADAS: " WS-Contador.
           DISPLAY "  ORDENS NAO DEBITADAS (CONTA/SALDO): "
           DISPLAY "  FAVORECIDOS NA REMESSA: " WS-Rem-Usados.
           DISPLAY "  REMESSA GRAVADA EM REMESSA.DAT".
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
