       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Lancamento proprio por credito de juros, para o extrato
      *-mostrar a linha de juros e a reconciliacao fechar limpa.
       SELECT MOVIMENTO ASSIGN TO DISK
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.
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
      *-Lotes da poupanca por data de aniversario: a poupanca rende
      *-por lote no aniversario de cada deposito, e nao sobre o
      *-saldo medio.
       SELECT POUPLOTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveLote
       FILE STATUS ARQST-LOT.
       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  IRRF LABEL RECORD STANDARD
           DATA RECORD IS REG-IRRF
           VALUE OF FILE-ID IS "IRRF.DAT".
           02 CodC-Irf pic 9(6).
           02 ValorIrf pic 9(7)V99.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       FD  PREVIA LABEL RECORD STANDARD
           DATA RECORD IS REG-PREVIA
           VALUE OF FILE-ID IS "PREVIA.DAT".

           COPY PREVIA.

       FD  POUPLOTE LABEL RECORD STANDARD
           DATA RECORD IS REG-POUPLOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

           COPY POUPLOTE.

       WORKING-STORAGE SECTION.

           01 ARQST-SIS pic X(2).
           01 ARQST-PRV pic X(2).
           01 WS-Simulacao pic X value 'N'.
               88 Em-Simulacao value 'S'.

           01 ARQST pic X(2).
           01 ARQST-CHK pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 ARQST-PRM pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Dia-Deltas.
               02 WS-Dia-Delta OCCURS 31 TIMES pic S9(9)V99.
           01 WS-Dia-Idx pic 9(2) value zeros.
           01 WS-Dia-Valor pic 9(2) value zeros.
           01 WS-Delta-Mes pic S9(9)V99 value zeros.
           01 WS-Saldo-Inicio pic S9(9)V99 value zeros.
           01 WS-Saldo-Dia pic S9(9)V99 value zeros.
           01 WS-Soma-Saldos pic S9(11)V99 value zeros.
           01 WS-Saldo-Medio pic S9(9)V99 value zeros.

      *-Poupanca por aniversario: os lotes da conta carregados de
      *-POUPLOTE.DAT (L = lido do arquivo, N = aberto nesta
      *-execucao), atualizados em memoria e regravados no fim; lote
      *-zerado e excluido do arquivo. Na simulacao o arquivo so e
      *-lido (e pode nem existir).
           01 ARQST-LOT pic X(2).
           01 WS-Tem-Poulote pic X value 'N'.
               88 Poulote-Aberto value 'S'.
           01 WS-Lote-Tab.
               02 WS-Lote-Ent occurs 300 times.
                   03 WS-Lt-Seq pic 9(8).
                   03 WS-Lt-Dia pic 9(2).
                   03 WS-Lt-Deposito pic 9(8).
                   03 WS-Lt-Valor pic 9(7)V99.
                   03 WS-Lt-Saldo pic 9(7)V99.
                   03 WS-Lt-Ciclo pic 9(8).
                   03 WS-Lt-Rend pic 9(7)V99.
                   03 WS-Lt-Situacao pic X(1).
           01 WS-Lote-Qtd pic 9(3) value zeros.
           01 WS-Lote-Idx pic 9(3) value zeros.
           01 WS-Lote-Ult-Seq pic 9(8) value zeros.
           01 WS-Lote-Tem-Ctl pic X value 'N'.
               88 Lote-Com-Controle value 'S'.
           01 WS-Lote-Grava pic X value 'S'.
               88 Lote-Gravavel value 'S'.
           01 WS-Lote-Delta pic S9(9)V99 value zeros.
           01 WS-Lote-Retirada pic 9(9)V99 value zeros.
           01 WS-Lote-Rend-Conta pic 9(7)V99 value zeros.
           01 WS-Lote-Saldo-Lanc pic S9(7)V99 value zeros.
           01 WS-Lote-Desc pic X(30) value spaces.
           01 WS-Lote-Hoje pic 9(8) value zeros.
           01 WS-Lote-Prox pic 9(8) value zeros.
           01 WS-Lote-Prox-R REDEFINES WS-Lote-Prox.
               02 WS-Lote-Prox-Ano pic 9(4).
               02 WS-Lote-Prox-Mes pic 9(2).
               02 WS-Lote-Prox-Dia pic 9(2).
           01 WS-Lote-Data pic 9(8) value zeros.
           01 WS-Lote-Data-R REDEFINES WS-Lote-Data.
               02 WS-Lote-Data-Ano pic 9(4).
               02 WS-Lote-Data-Mes pic 9(2).
               02 WS-Lote-Data-Dia pic 9(2).
           01 WS-Lotes-Aniversario pic 9(6) value zeros.
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
           PERFORM 19-VERIFICA-SIMULACAO.
           IF Em-Simulacao
               PERFORM 20-ABRE-SIMULACAO
           ELSE
               PERFORM 01-ABRE-ARQ
           END-IF.
           COMPUTE WS-Lote-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM VARYING WS-TxM-Idx FROM 1 BY 1
               UNTIL WS-TxM-Idx > 7
               MOVE 'N' TO WS-TxM-Tem-Corr(WS-TxM-Idx)
           END-PERFORM.
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 16-CARREGA-FAIXAS.
           IF NOT Em-Simulacao
               PERFORM 01-LE-CHECKPOINT
           END-IF.
           IF Retomando-Processamento
               DISPLAY "RETOMANDO PROCESSAMENTO APOS A CONTA "
                   WS-Cod-Reinicio
               END-START
           END-IF.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST = "10".
           IF NOT Em-Simulacao
               PERFORM 04-CHECKPOINT-CONCLUIDO
           END-IF.
           PERFORM 03-RESUMO.
           IF Em-Simulacao
               CLOSE CC MOVIMENTO PREVIA
               IF Poulote-Aberto
                   CLOSE POUPLOTE
               END-IF
               GOBACK
           END-IF.
           CLOSE CC.
           CLOSE MOVIMENTO.
           CLOSE POUPLOTE.
           CLOSE IRRF.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF.
           OPEN I-O POUPLOTE.
           IF ARQST-LOT NOT = "00"
               CLOSE POUPLOTE
               OPEN OUTPUT POUPLOTE
               CLOSE POUPLOTE
               OPEN I-O POUPLOTE
           END-IF.
           MOVE 'S' TO WS-Tem-Poulote.
           OPEN EXTEND IRRF.
           IF ARQST-IRF NOT = "00"
               CLOSE IRRF
               AT END
                   MOVE "10" TO ARQST
               NOT AT END
      *-A poupanca nao rende sobre o saldo medio: rende por lote,
      *-no aniversario de cada deposito (30-POUPANCA).
                   IF Conta-Ativa AND SaldoC > ZEROS
                       AND NOT Conta-Poupanca
                       MOVE WS-Taxa-Juros-Corrente
                           TO WS-Taxa-Aplicada
                       PERFORM 11-TAXA-DA-MOEDA
                       PERFORM 12-CALCULA-SALDO-MEDIO
                       PERFORM 18-TAXA-DA-FAIXA
                           MOVE SaldoC TO SaldoC-Antes
                           COMPUTE SaldoC = SaldoC + WS-Juros
                               - WS-IR-Retido
                           IF Em-Simulacao
                               PERFORM 21-PREVIA-JUROS
                           ELSE
                               REWRITE REG-CONTA
                                   INVALID KEY
                                       DISPLAY "ERRO NA CONTA " CodC
                                   NOT INVALID KEY
                                       PERFORM 06-GRAVA-MOVIMENTO
                                       IF WS-IR-Retido > ZEROS
                                           PERFORM 14-GRAVA-MOVIMENTO-IR
                                           PERFORM 15-ACUMULA-IRRF
                                           ADD WS-IR-Retido
                                               TO WS-Total-IR
                                       END-IF
                                       ADD 1 TO WS-Contador
                                       ADD WS-Juros TO WS-Total-Juros
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 30-POUPANCA
      *-Saldo negativo (limite de cheque especial em uso): cobra
      *-juros a taxa propria, lancados como "JC" na cadeia da
      *-conta. O resumo mensal por conta sai de
                           (ZEROS - SaldoC) * WS-Taxa-Juros-Cheque
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT WS-Juros FROM SaldoC
                       IF Em-Simulacao
                           PERFORM 22-PREVIA-JUROS-CE
                       ELSE
                           REWRITE REG-CONTA
                               INVALID KEY
                                   DISPLAY "ERRO NA CONTA " CodC
                               NOT INVALID KEY
                                   PERFORM 07-GRAVA-MOVIMENTO-CE
                                   ADD 1 TO WS-Contador-CE
                                   ADD WS-Juros TO WS-Total-Juros-CE
                           END-REWRITE
                       END-IF
                   END-IF
                   IF NOT Em-Simulacao
                       PERFORM 05-GRAVA-CHECKPOINT
                   END-IF
           END-READ.

       06-GRAVA-MOVIMENTO.
                   ELSE
                       IF AnoMov = ANO AND MesMov = MES
                           AND DiaMov >= 1 AND DiaMov <= 31
      *-Lancamento retroativo conta desde a data-valor; com ela
      *-num mes anterior, desde o primeiro dia deste mes.
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
                               + SaldoNovoMov - SaldoAnteriorMov
                           COMPUTE WS-Delta-Mes = WS-Delta-Mes
                               + SaldoNovoMov - SaldoAnteriorMov
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

       19-VERIFICA-SIMULACAO.
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

       20-ABRE-SIMULACAO.
      *-Simulacao: CC.DAT e MOVIMENTO.DAT so para leitura (o saldo
      *-medio sai da cadeia de movimentos); MOVSEQ.DAT, IRRF.DAT e o
      *-checkpoint nao sao abertos.
           OPEN INPUT CC.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               DISPLAY "MOVIMENTO.DAT NAO ENCONTRADO - SIMULACAO VAZIA"
               MOVE "10" TO ARQST
           END-IF.
           OPEN EXTEND PREVIA.
           IF ARQST-PRV NOT = "00"
               CLOSE PREVIA
               OPEN OUTPUT PREVIA
           END-IF.
           MOVE 'N' TO WS-Tem-Poulote.
           OPEN INPUT POUPLOTE.
           IF ARQST-LOT = "00"
               MOVE 'S' TO WS-Tem-Poulote
           END-IF.

       21-PREVIA-JUROS.
      *-Os lancamentos de 06-GRAVA-MOVIMENTO e 14-GRAVA-MOVIMENTO-IR,
      *-para a previa.
           MOVE "J" TO OrigemPrv.
           MOVE "JU" TO TipoPrv.
           MOVE WS-Juros TO ValorPrv.
           MOVE SaldoC-Antes TO SaldoAnteriorPrv.
           COMPUTE SaldoNovoPrv = SaldoC-Antes + WS-Juros.
           IF WS-Fx-Usada > ZEROS
               MOVE SPACES TO DescricaoPrv
               STRING "JUROS SALDO MEDIO FAIXA " WS-Fx-Usada
                   DELIMITED BY SIZE INTO DescricaoPrv
           ELSE
               MOVE "JUROS SOBRE SALDO MEDIO" TO DescricaoPrv
           END-IF.
           PERFORM 23-GRAVA-PREVIA.
           IF WS-IR-Retido > ZEROS
               MOVE "J" TO OrigemPrv
               MOVE "IR" TO TipoPrv
               COMPUTE ValorPrv = ZEROS - WS-IR-Retido
               COMPUTE SaldoAnteriorPrv = SaldoC-Antes + WS-Juros
               MOVE SaldoC TO SaldoNovoPrv
               MOVE "IR RETIDO SOBRE JUROS" TO DescricaoPrv
               PERFORM 23-GRAVA-PREVIA
               ADD WS-IR-Retido TO WS-Total-IR
           END-IF.
           ADD 1 TO WS-Contador.
           ADD WS-Juros TO WS-Total-Juros.

       22-PREVIA-JUROS-CE.
      *-O lancamento de 07-GRAVA-MOVIMENTO-CE, para a previa.
           MOVE "E" TO OrigemPrv.
           MOVE "JC" TO TipoPrv.
           COMPUTE ValorPrv = SaldoC - SaldoC-Antes.
           MOVE SaldoC-Antes TO SaldoAnteriorPrv.
           MOVE SaldoC TO SaldoNovoPrv.
           MOVE "JUROS DE CHEQUE ESPECIAL" TO DescricaoPrv.
           PERFORM 23-GRAVA-PREVIA.
           ADD 1 TO WS-Contador-CE.
           ADD WS-Juros TO WS-Total-Juros-CE.

       23-GRAVA-PREVIA.
      *-Origem, tipo, valor, saldos e descricao ja montados por
      *-quem chamou, como iriam para MOVIMENTO.DAT.
           MOVE ANO TO AnoPrv.
           MOVE MES TO MesPrv.
           MOVE DIA TO DiaPrv.
           MOVE "ProgramaP2Juros" TO JobPrv.
           MOVE CodC TO CodC-Prv.
           WRITE REG-PREVIA.

       30-POUPANCA.
      *-Poupanca rende por lote, no aniversario de cada deposito:
      *-os lotes de POUPLOTE.DAT recebem os lancamentos novos da
      *-cadeia (credito abre lote, debito consome primeiro os lotes
      *-mais novos) e so os que completam o ciclo hoje rendem, sem
      *-IR. Conta fora de Ativa so tem o ciclo avancado, sem
      *-credito (o dinheiro parado nao rende no ciclo).
           IF Conta-Poupanca AND NOT Conta-Encerrada
               AND NOT Conta-Recolhida
               MOVE WS-Taxa-Juros-Poupanca TO WS-Taxa-Aplicada
               PERFORM 11-TAXA-DA-MOEDA
               PERFORM 31-CARREGA-LOTES
               PERFORM 33-INCORPORA-LEDGER
               MOVE ZEROS TO WS-Lote-Rend-Conta
               PERFORM 38-ANIVERSARIO-LOTE
                   VARYING WS-Lote-Idx FROM 1 BY 1
                   UNTIL WS-Lote-Idx > WS-Lote-Qtd
               MOVE 'S' TO WS-Lote-Grava
               IF WS-Lote-Rend-Conta > ZEROS
                   PERFORM 41-CREDITA-ANIVERSARIOS
               END-IF
               IF Lote-Gravavel AND NOT Em-Simulacao
                   PERFORM 45-GRAVA-LOTES
               END-IF
           END-IF.

       31-CARREGA-LOTES.
           MOVE ZEROS TO WS-Lote-Qtd WS-Lote-Ult-Seq.
           MOVE 'N' TO WS-Lote-Tem-Ctl.
           MOVE CodC TO CodC-Lote.
           MOVE ZEROS TO SeqLote.
           IF NOT Poulote-Aberto
               MOVE "10" TO ARQST-LOT
           ELSE
               START POUPLOTE KEY IS NOT LESS THAN ChaveLote
                   INVALID KEY
                       MOVE "10" TO ARQST-LOT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-LOT
               END-START
           END-IF.
           PERFORM 32-LE-LOTE UNTIL ARQST-LOT = "10".

       32-LE-LOTE.
           READ POUPLOTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-LOT
               NOT AT END
                   IF CodC-Lote NOT = CodC
                       MOVE "10" TO ARQST-LOT
                   ELSE
                       IF Lote-Controle
                           MOVE 'S' TO WS-Lote-Tem-Ctl
                           MOVE UltSeqLote TO WS-Lote-Ult-Seq
                       ELSE
                           IF WS-Lote-Qtd < 300
                               ADD 1 TO WS-Lote-Qtd
                               MOVE WS-Lote-Qtd TO WS-Lote-Idx
                               MOVE SeqLote TO WS-Lt-Seq(WS-Lote-Idx)
                               MOVE DiaAnivLote
                                   TO WS-Lt-Dia(WS-Lote-Idx)
                               MOVE DataDepositoLote
                                   TO WS-Lt-Deposito(WS-Lote-Idx)
                               MOVE ValorOrigLote
                                   TO WS-Lt-Valor(WS-Lote-Idx)
                               MOVE SaldoLote
                                   TO WS-Lt-Saldo(WS-Lote-Idx)
                               MOVE DataCicloLote
                                   TO WS-Lt-Ciclo(WS-Lote-Idx)
                               MOVE 'L' TO WS-Lt-Situacao(WS-Lote-Idx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       33-INCORPORA-LEDGER.
      *-Le a cadeia da conta a partir do primeiro sequencial ainda
      *-nao incorporado. Sem controle (primeira passada da conta),
      *-a cadeia so e percorrida para achar o ultimo sequencial, e
      *-o saldo atual vira um lote unico.
           MOVE CodC TO CodC-Mov.
           IF Lote-Com-Controle
               COMPUTE NumSeq-Mov = WS-Lote-Ult-Seq + 1
           ELSE
               MOVE ZEROS TO NumSeq-Mov
           END-IF.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 34-LE-LANCAMENTO UNTIL ARQST-MOV = "10".
           IF NOT Lote-Com-Controle AND SaldoC > ZEROS
               PERFORM 37-LOTE-DE-ABERTURA
           END-IF.

       34-LE-LANCAMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       MOVE NumSeq-Mov TO WS-Lote-Ult-Seq
                       IF Lote-Com-Controle
                           COMPUTE WS-Lote-Delta =
                               SaldoNovoMov - SaldoAnteriorMov
                           IF WS-Lote-Delta > ZEROS
                               PERFORM 35-NOVO-LOTE
                           END-IF
                           IF WS-Lote-Delta < ZEROS
                               COMPUTE WS-Lote-Retirada =
                                   ZEROS - WS-Lote-Delta
                               MOVE WS-Lote-Qtd TO WS-Lote-Idx
                               PERFORM 36-CONSOME-LOTE
                                   UNTIL WS-Lote-Retirada = ZEROS
                                   OR WS-Lote-Idx = ZEROS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       35-NOVO-LOTE.
      *-Credito abre lote; deposito dos dias 29, 30 e 31 conta como
      *-feito no dia 1 do mes seguinte. Com a tabela cheia, o
      *-credito soma no lote mais novo.
           IF WS-Lote-Qtd < 300
               ADD 1 TO WS-Lote-Qtd
               MOVE WS-Lote-Qtd TO WS-Lote-Idx
               MOVE NumSeq-Mov TO WS-Lt-Seq(WS-Lote-Idx)
               COMPUTE WS-Lt-Deposito(WS-Lote-Idx) =
                   AnoMov * 10000 + MesMov * 100 + DiaMov
               MOVE WS-Lote-Delta TO WS-Lt-Valor(WS-Lote-Idx)
               MOVE WS-Lote-Delta TO WS-Lt-Saldo(WS-Lote-Idx)
               MOVE 'N' TO WS-Lt-Situacao(WS-Lote-Idx)
               IF DiaMov > 28
                   MOVE 1 TO WS-Lt-Dia(WS-Lote-Idx)
                   MOVE AnoMov TO WS-Lote-Prox-Ano
                   COMPUTE WS-Lote-Prox-Mes = MesMov + 1
                   IF WS-Lote-Prox-Mes > 12
                       MOVE 1 TO WS-Lote-Prox-Mes
                       ADD 1 TO WS-Lote-Prox-Ano
                   END-IF
                   MOVE 1 TO WS-Lote-Prox-Dia
                   MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx)
               ELSE
                   MOVE DiaMov TO WS-Lt-Dia(WS-Lote-Idx)
                   MOVE WS-Lt-Deposito(WS-Lote-Idx)
                       TO WS-Lt-Ciclo(WS-Lote-Idx)
               END-IF
           ELSE
               ADD WS-Lote-Delta TO WS-Lt-Valor(WS-Lote-Qtd)
               ADD WS-Lote-Delta TO WS-Lt-Saldo(WS-Lote-Qtd)
           END-IF.

       36-CONSOME-LOTE.
      *-Debito sai do lote mais novo para o mais antigo.
           IF WS-Lt-Saldo(WS-Lote-Idx) > WS-Lote-Retirada
               SUBTRACT WS-Lote-Retirada FROM WS-Lt-Saldo(WS-Lote-Idx)
               MOVE ZEROS TO WS-Lote-Retirada
           ELSE
               SUBTRACT WS-Lt-Saldo(WS-Lote-Idx) FROM WS-Lote-Retirada
               MOVE ZEROS TO WS-Lt-Saldo(WS-Lote-Idx)
           END-IF.
           SUBTRACT 1 FROM WS-Lote-Idx.

       37-LOTE-DE-ABERTURA.
      *-Primeira passada da conta: o saldo existente vira um lote
      *-com aniversario no dia da abertura (29 a 31 contam como dia
      *-1) e o ciclo corrente iniciado no ultimo aniversario.
           ADD 1 TO WS-Lote-Qtd.
           MOVE WS-Lote-Qtd TO WS-Lote-Idx.
           MOVE WS-Lote-Ult-Seq TO WS-Lt-Seq(WS-Lote-Idx).
           COMPUTE WS-Lt-Deposito(WS-Lote-Idx) = AnoAberturaC * 10000
               + MesAberturaC * 100 + DiaAberturaC.
           MOVE SaldoC TO WS-Lt-Valor(WS-Lote-Idx).
           MOVE SaldoC TO WS-Lt-Saldo(WS-Lote-Idx).
           MOVE 'N' TO WS-Lt-Situacao(WS-Lote-Idx).
           IF DiaAberturaC > 28 OR DiaAberturaC = ZEROS
               MOVE 1 TO WS-Lt-Dia(WS-Lote-Idx)
           ELSE
               MOVE DiaAberturaC TO WS-Lt-Dia(WS-Lote-Idx)
           END-IF.
           MOVE ANO TO WS-Lote-Prox-Ano.
           MOVE MES TO WS-Lote-Prox-Mes.
           MOVE WS-Lt-Dia(WS-Lote-Idx) TO WS-Lote-Prox-Dia.
           IF DIA < WS-Lt-Dia(WS-Lote-Idx)
               IF WS-Lote-Prox-Mes = 1
                   MOVE 12 TO WS-Lote-Prox-Mes
                   SUBTRACT 1 FROM WS-Lote-Prox-Ano
               ELSE
                   SUBTRACT 1 FROM WS-Lote-Prox-Mes
               END-IF
           END-IF.
           MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx).

       38-ANIVERSARIO-LOTE.
           MOVE ZEROS TO WS-Lt-Rend(WS-Lote-Idx).
           IF WS-Lt-Saldo(WS-Lote-Idx) > ZEROS
               PERFORM 40-PROXIMO-ANIVERSARIO
               PERFORM 39-CREDITA-CICLO
                   UNTIL WS-Lote-Prox > WS-Lote-Hoje
           END-IF.

       39-CREDITA-CICLO.
      *-Ciclo completo: rende o que sobrou no lote (o retirado antes
      *-do aniversario ja saiu dele); ciclos vencidos em noites sem
      *-processamento rendem um a um.
           IF Conta-Ativa
               COMPUTE WS-Juros ROUNDED =
                   WS-Lt-Saldo(WS-Lote-Idx) * WS-Taxa-Aplicada
               ADD WS-Juros TO WS-Lt-Rend(WS-Lote-Idx)
               ADD WS-Juros TO WS-Lt-Saldo(WS-Lote-Idx)
               ADD WS-Juros TO WS-Lote-Rend-Conta
           END-IF.
           MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx).
           PERFORM 40-PROXIMO-ANIVERSARIO.

       40-PROXIMO-ANIVERSARIO.
      *-O aniversario seguinte e o dia do lote no mes seguinte ao
      *-inicio do ciclo (dia sempre ate 28).
           MOVE WS-Lt-Ciclo(WS-Lote-Idx) TO WS-Lote-Prox.
           ADD 1 TO WS-Lote-Prox-Mes.
           IF WS-Lote-Prox-Mes > 12
               MOVE 1 TO WS-Lote-Prox-Mes
               ADD 1 TO WS-Lote-Prox-Ano
           END-IF.
           MOVE WS-Lt-Dia(WS-Lote-Idx) TO WS-Lote-Prox-Dia.

       41-CREDITA-ANIVERSARIOS.
      *-O rendimento de todos os lotes do dia entra de uma vez no
      *-saldo; no ledger sai um "JU" por lote, para a caderneta
      *-mostrar cada aniversario. Sem a conta regravada, os lotes
      *-ficam como estavam e o ciclo e refeito na proxima execucao.
           MOVE SaldoC TO SaldoC-Antes.
           ADD WS-Lote-Rend-Conta TO SaldoC.
           IF Em-Simulacao
               MOVE SaldoC-Antes TO WS-Lote-Saldo-Lanc
               PERFORM 42-LANCA-ANIVERSARIO
                   VARYING WS-Lote-Idx FROM 1 BY 1
                   UNTIL WS-Lote-Idx > WS-Lote-Qtd
               ADD 1 TO WS-Contador
               ADD WS-Lote-Rend-Conta TO WS-Total-Juros
           ELSE
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO NA CONTA " CodC
                       MOVE SaldoC-Antes TO SaldoC
                       MOVE 'N' TO WS-Lote-Grava
                   NOT INVALID KEY
                       MOVE SaldoC-Antes TO WS-Lote-Saldo-Lanc
                       PERFORM 42-LANCA-ANIVERSARIO
                           VARYING WS-Lote-Idx FROM 1 BY 1
                           UNTIL WS-Lote-Idx > WS-Lote-Qtd
                       ADD 1 TO WS-Contador
                       ADD WS-Lote-Rend-Conta TO WS-Total-Juros
               END-REWRITE
           END-IF.

       42-LANCA-ANIVERSARIO.
           IF WS-Lt-Rend(WS-Lote-Idx) > ZEROS
               MOVE WS-Lt-Deposito(WS-Lote-Idx) TO WS-Lote-Data
               MOVE SPACES TO WS-Lote-Desc
               STRING "RENDIMENTO ANIV DEP " WS-Lote-Data-Dia "/"
                   WS-Lote-Data-Mes "/" WS-Lote-Data-Ano
                   DELIMITED BY SIZE INTO WS-Lote-Desc
               IF Em-Simulacao
                   MOVE "J" TO OrigemPrv
                   MOVE "JU" TO TipoPrv
                   MOVE WS-Lt-Rend(WS-Lote-Idx) TO ValorPrv
                   MOVE WS-Lote-Saldo-Lanc TO SaldoAnteriorPrv
                   COMPUTE SaldoNovoPrv =
                       WS-Lote-Saldo-Lanc + WS-Lt-Rend(WS-Lote-Idx)
                   MOVE WS-Lote-Desc TO DescricaoPrv
                   PERFORM 23-GRAVA-PREVIA
               ELSE
                   PERFORM 43-GRAVA-MOVIMENTO-ANIV
      *-O proprio "JU" ja esta no lote: a marca passa por cima dele.
                   MOVE NumSeq-Mov TO WS-Lote-Ult-Seq
               END-IF
               ADD WS-Lt-Rend(WS-Lote-Idx) TO WS-Lote-Saldo-Lanc
               ADD 1 TO WS-Lotes-Aniversario
           END-IF.

       43-GRAVA-MOVIMENTO-ANIV.
      *-Mesmo molde de 06-GRAVA-MOVIMENTO, um "JU" por lote.
           ACCEPT HORA-SIS FROM TIME.
           MOVE CodC TO CodC-Mov.
           MOVE ANO TO AnoMov.
           MOVE MES TO MesMov.
           MOVE DIA TO DiaMov.
           COMPUTE HoraMov =
               HH-SIS * 1000000 + MM-SIS * 10000
               + SS-SIS * 100 + CC-SIS.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           MOVE WS-Lote-Saldo-Lanc TO SaldoAnteriorMov.
           COMPUTE SaldoNovoMov =
               WS-Lote-Saldo-Lanc + WS-Lt-Rend(WS-Lote-Idx).
           MOVE "J" TO OrigemMov.
           MOVE "JU" TO TipoMov.
           MOVE WS-Lt-Rend(WS-Lote-Idx) TO ValorMov.
           MOVE WS-Lote-Desc TO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 44-TENTA-GRAVAR UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       44-TENTA-GRAVAR.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       45-GRAVA-LOTES.
           PERFORM 46-GRAVA-LOTE
               VARYING WS-Lote-Idx FROM 1 BY 1
               UNTIL WS-Lote-Idx > WS-Lote-Qtd.
           MOVE CodC TO CodC-Lote.
           SET Lote-Controle TO TRUE.
           MOVE SPACES TO DadosLote.
           MOVE WS-Lote-Ult-Seq TO UltSeqLote.
           IF Lote-Com-Controle
               REWRITE REG-POUPLOTE
                   INVALID KEY
                       DISPLAY "ERRO NO CONTROLE DE LOTES " CodC
               END-REWRITE
           ELSE
               WRITE REG-POUPLOTE
                   INVALID KEY
                       DISPLAY "ERRO NO CONTROLE DE LOTES " CodC
               END-WRITE
           END-IF.

       46-GRAVA-LOTE.
           MOVE CodC TO CodC-Lote.
           MOVE WS-Lt-Seq(WS-Lote-Idx) TO SeqLote.
           IF WS-Lt-Saldo(WS-Lote-Idx) > ZEROS
               MOVE WS-Lt-Dia(WS-Lote-Idx) TO DiaAnivLote
               MOVE WS-Lt-Deposito(WS-Lote-Idx) TO DataDepositoLote
               MOVE WS-Lt-Valor(WS-Lote-Idx) TO ValorOrigLote
               MOVE WS-Lt-Saldo(WS-Lote-Idx) TO SaldoLote
               MOVE WS-Lt-Ciclo(WS-Lote-Idx) TO DataCicloLote
               IF WS-Lt-Situacao(WS-Lote-Idx) = 'L'
                   REWRITE REG-POUPLOTE
                       INVALID KEY
                           DISPLAY "ERRO NO LOTE " CodC "/" SeqLote
                   END-REWRITE
               ELSE
                   WRITE REG-POUPLOTE
                       INVALID KEY
                           DISPLAY "ERRO NO LOTE " CodC "/" SeqLote
                   END-WRITE
               END-IF
           ELSE
               IF WS-Lt-Situacao(WS-Lote-Idx) = 'L'
                   DELETE POUPLOTE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

       03-RESUMO.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2JUROS - CREDITO DE JUROS MENSAL".
           IF Em-Simulacao
               DISPLAY "  SIMULACAO: NADA GRAVADO (VER PREVIA.DAT)"
           END-IF.
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  TAXA CONTA CORRENTE: " WS-Taxa-Juros-Corrente.
           DISPLAY "  TAXA CONTA POUPANCA: " WS-Taxa-Juros-Poupanca.
           DISPLAY "  CONTAS CREDITADAS: " WS-Contador.
           DISPLAY "  LOTES DE POUPANCA NO ANIVERSARIO: "
               WS-Lotes-Aniversario.
           DISPLAY "  TOTAL DE JUROS CREDITADOS: " WS-Total-Juros.
           DISPLAY "  ALIQUOTA DE IR: " WS-Aliquota-IR.
           DISPLAY "  IR RETIDO NO TOTAL: " WS-Total-IR.
           DISPLAY "  TOTAL COBRADO DE CHEQUE ESPECIAL: "
               WS-Total-Juros-CE.
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
