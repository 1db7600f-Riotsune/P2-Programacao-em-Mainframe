       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2EstornoLote.
      *-----------------------------------------------------------
      *-Estorno em lote de uma rodada lancada por engano (batch
      *-noturno com parametro errado ou executado duas vezes), em
      *-vez de estornar lancamento por lancamento no ProgramaP2.
      *-Seleciona em MOVIMENTO.DAT todos os lancamentos da origem
      *-(OrigemMov), tipo (TipoMov) e data de lancamento informados,
      *-mostra quantidade e total e, com motivo e PIN de supervisor,
      *-lanca para cada um o estorno "ES" (origem "X") referenciando
      *-o original, que fica marcado como estornado - as mesmas
      *-regras do estorno do ProgramaP2:
      *-  - lancamento ja estornado, estorno ("ES") e lancamento sem
      *-    valor ficam fora da selecao, entao rodar de novo nao
      *-    estorna duas vezes;
      *-  - conta inativa nao e movimentada;
      *-  - estorno que debita a conta nao invade o saldo coberto
      *-    por bloqueio judicial ativo (fica retido, para rodar de
      *-    novo depois da baixa do bloqueio); estorno que credita
      *-    lastreia bloqueio ainda subfinanciado (trilha BLQEVT.DAT,
      *-    evento 'C');
      *-  - data de mes fechado (PERIODO.DAT) nao se estorna aqui: a
      *-    correcao vai pelo ProgramaP2AjustePeriodo.
      *-Estorno de original de dia anterior vale desde aquele dia
      *-(data-valor pendente para o ProgramaP2DataValor). Cada rodada
      *-acrescenta em ESTLOTE.LST o relatorio de controle: um item
      *-por lancamento selecionado e os totais que fecham com a
      *-rodada original (estornado + retido = selecionado).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

      *-Contador de sequencial de lancamento por conta, comum a
      *-todos os gravadores do ledger.
       SELECT MOVSEQ ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Bloqueios judiciais e a trilha das capturas.
       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.
       SELECT BLQEVT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BEV.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

      *-Relatorio de controle, acumulado rodada a rodada.
       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  BLQEVT LABEL RECORD STANDARD
           DATA RECORD IS REG-BLQEVT
           VALUE OF FILE-ID IS "BLQEVT.DAT".

           COPY BLQEVT.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ESTLOTE.LST".
       01 LINHA-REL pic X(100).

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.
           01 ARQST-BLQ pic X(2).
           01 ARQST-BEV pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Confirma pic X(1) value spaces.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 HORA-SIS.
               02 HH-SIS pic 99.
               02 MM-SIS pic 99.
               02 SS-SIS pic 99.
               02 CC-SIS pic 99.
           01 SaldoC-Antes pic S9(7)V99.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.
           01 WS-Data-Hoje pic 9(8) value zeros.

      *-Selecao: origem, tipo e data de lancamento da rodada errada.
           01 WS-Sel-Origem pic X(1) value spaces.
           01 WS-Sel-Tipo pic X(2) value spaces.
           01 WS-Sel-Data pic 9(8) value zeros.
           01 WS-Sel-Data-R REDEFINES WS-Sel-Data.
               02 WS-Sel-Ano pic 9(4).
               02 WS-Sel-Mes pic 9(2).
               02 WS-Sel-Dia pic 9(2).
           01 WS-Motivo pic X(40) value spaces.
      *-Situacao do lancamento lido frente a selecao.
           01 WS-Sel-Situacao pic X(1) value spaces.
               88 Sel-Fora value 'F'.
               88 Sel-Escolhido value 'S'.
               88 Sel-Ja-Estornado value 'E'.

      *-Lancamento original em estorno.
           01 WS-Chave-Atual pic X(14) value spaces.
           01 WS-Orig-CodC pic 9(6) value zeros.
           01 WS-Orig-Seq pic 9(8) value zeros.
           01 WS-Orig-Data pic 9(8) value zeros.
           01 WS-Delta pic S9(7)V99 value zeros.
           01 WS-Seq-Lanc pic 9(8) value zeros.
           01 WS-Resultado pic X(20) value spaces.

      *-Bloqueios judiciais da conta.
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Saldo-Apos pic S9(9)V99 value zeros.
           01 WS-Capt-Credito pic 9(7)V99 value zeros.
           01 WS-Capt-Parcela pic 9(7)V99 value zeros.

      *-Totais da previa e da execucao (com sinal: credito
      *-positivo, debito negativo, como o ValorMov original).
           01 WS-Prv-Qtd pic 9(7) value zeros.
           01 WS-Prv-Total pic S9(11)V99 value zeros.
           01 WS-Jae-Qtd pic 9(7) value zeros.
           01 WS-Jae-Total pic S9(11)V99 value zeros.
           01 WS-Sel-Qtd pic 9(7) value zeros.
           01 WS-Sel-Total pic S9(11)V99 value zeros.
           01 WS-Est-Qtd pic 9(7) value zeros.
           01 WS-Est-Total pic S9(11)V99 value zeros.
           01 WS-Ret-Qtd pic 9(7) value zeros.
           01 WS-Ret-Total pic S9(11)V99 value zeros.
           01 WS-Conf-Qtd pic 9(7) value zeros.
           01 WS-Conf-Total pic S9(11)V99 value zeros.

           01 WS-Valor-Edt pic -.---.--9,99.
           01 WS-Total-Edt pic -(11)9,99.

           01 WS-Sup-Id pic X(8) value spaces.
           01 WS-Sup-Senha pic X(8) value spaces.
           01 WS-Sup-Ok pic X value 'N'.
               88 Supervisor-Autorizou value 'S'.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "ESTORNO EM LOTE - PROGRAMAP2ESTORNOLOTE".
      *-O estorno entra no periodo corrente: com ele fechado, nao
      *-ha onde lancar.
           COMPUTE WS-Per-Data = Ano * 100 + Mes.
           PERFORM 94-VERIFICA-PERIODO.
           IF Periodo-Travado
               DISPLAY "PERIODO CORRENTE FECHADO, NENHUM ESTORNO"
                   " POSSIVEL"
               GOBACK
           END-IF.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               PERFORM 05-LE-SELECAO
           END-IF.
           CLOSE CC MOVIMENTO MOVSEQ OPERADOR.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD BLQEVT
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CC.
           OPEN I-O MOVIMENTO.
           OPEN I-O MOVSEQ.
           IF ARQST-SEQ NOT = "00"
               CLOSE MOVSEQ
               OPEN OUTPUT MOVSEQ
               CLOSE MOVSEQ
               OPEN I-O MOVSEQ
           END-IF.
           OPEN INPUT OPERADOR.
      *-Sem BLOQJUD.DAT nenhuma conta tem bloqueio.
           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN I-O BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Bloqjud
               OPEN EXTEND BLQEVT
               IF ARQST-BEV NOT = "00"
                   CLOSE BLQEVT
                   OPEN OUTPUT BLQEVT
                   CLOSE BLQEVT
                   OPEN EXTEND BLQEVT
               END-IF
           END-IF.

       02-IDENTIFICA-OPERADOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-Operador.
           MOVE WS-Operador TO IdOper.
           READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   MOVE SPACES TO WS-Operador
               NOT INVALID KEY
                   IF Operador-Cancelado-Op
                       DISPLAY "OPERADOR CANCELADO"
                       MOVE SPACES TO WS-Operador
                   END-IF
           END-READ.

       05-LE-SELECAO.
           DISPLAY "Origem do lancamento (OrigemMov, vazio = "
               "ProgramaP2): " WITH NO ADVANCING.
           ACCEPT WS-Sel-Origem.
           INSPECT WS-Sel-Origem CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Tipo do lancamento (TipoMov): " WITH NO ADVANCING.
           ACCEPT WS-Sel-Tipo.
           INSPECT WS-Sel-Tipo CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Data do lancamento (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-Sel-Data.
           COMPUTE WS-Per-Data = WS-Sel-Ano * 100 + WS-Sel-Mes.
           PERFORM 94-VERIFICA-PERIODO.
           EVALUATE TRUE
               WHEN WS-Sel-Tipo = SPACES OR WS-Sel-Tipo = "ES"
                   DISPLAY "TIPO INVALIDO (ESTORNO NAO SE ESTORNA)"
               WHEN WS-Sel-Mes < 1 OR WS-Sel-Mes > 12
                   OR WS-Sel-Dia < 1 OR WS-Sel-Dia > 31
                   OR WS-Sel-Data > WS-Data-Hoje
                   DISPLAY "DATA INVALIDA"
               WHEN Periodo-Travado
                   DISPLAY "DATA DE PERIODO FECHADO - USE O"
                       " PROGRAMAP2AJUSTEPERIODO"
               WHEN OTHER
                   PERFORM 10-PREVIA
           END-EVALUATE.

       10-PREVIA.
      *-Primeira passada: so conta o que sera estornado, para o
      *-supervisor conferir com a rodada errada antes de autorizar.
           MOVE ZEROS TO WS-Prv-Qtd WS-Prv-Total WS-Jae-Qtd
               WS-Jae-Total.
           MOVE LOW-VALUES TO ChaveMov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 11-PREVIA-UM UNTIL ARQST-MOV = "10".
           MOVE WS-Prv-Total TO WS-Total-Edt.
           DISPLAY "LANCAMENTOS A ESTORNAR:   " WS-Prv-Qtd
               "   TOTAL: " WS-Total-Edt.
           IF WS-Jae-Qtd > ZEROS
               MOVE WS-Jae-Total TO WS-Total-Edt
               DISPLAY "JA ESTORNADOS (FORA):     " WS-Jae-Qtd
                   "   TOTAL: " WS-Total-Edt
           END-IF.
           IF WS-Prv-Qtd = ZEROS
               DISPLAY "NADA A ESTORNAR NESTA SELECAO"
           ELSE
               PERFORM 12-CONFIRMA
           END-IF.

       11-PREVIA-UM.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   PERFORM 15-CONFERE-SELECAO
                   EVALUATE TRUE
                       WHEN Sel-Escolhido
                           ADD 1 TO WS-Prv-Qtd
                           ADD WS-Delta TO WS-Prv-Total
                       WHEN Sel-Ja-Estornado
                           ADD 1 TO WS-Jae-Qtd
                           ADD WS-Delta TO WS-Jae-Total
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       15-CONFERE-SELECAO.
      *-Valor pelo par de saldos, como no estorno do ProgramaP2
      *-(lancamento antigo pode nao ter ValorMov).
           MOVE 'F' TO WS-Sel-Situacao.
           IF OrigemMov = WS-Sel-Origem AND TipoMov = WS-Sel-Tipo
               AND AnoMov = WS-Sel-Ano AND MesMov = WS-Sel-Mes
               AND DiaMov = WS-Sel-Dia
               COMPUTE WS-Delta = SaldoNovoMov - SaldoAnteriorMov
               IF EstornadoMov = 'S'
                   MOVE 'E' TO WS-Sel-Situacao
               ELSE
                   IF WS-Delta NOT = ZEROS
                       MOVE 'S' TO WS-Sel-Situacao
                   END-IF
               END-IF
           END-IF.

       12-CONFIRMA.
           DISPLAY "Confirma o estorno de todos (S/N)? "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-Confirma.
           ACCEPT WS-Confirma.
           IF WS-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA"
           ELSE
               MOVE SPACES TO WS-Motivo
               DISPLAY "Motivo: " WITH NO ADVANCING
               ACCEPT WS-Motivo
               IF WS-Motivo = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO, NADA FEITO"
               ELSE
                   PERFORM 46-AUTORIZA-SUPERVISOR
                   IF NOT Supervisor-Autorizou
                       DISPLAY "AUTORIZACAO NEGADA"
                   ELSE
                       PERFORM 20-EXECUTA
                   END-IF
               END-IF
           END-IF.

       20-EXECUTA.
      *-Segunda passada: refaz a selecao (o que mudou desde a previa
      *-vale o que esta gravado agora) e estorna um a um. Cada
      *-estorno grava e relê MOVIMENTO.DAT por chave; a varredura
      *-volta a se posicionar logo depois do original tratado. O
      *-"ES" gravado no caminho nunca e selecionado.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ZEROS TO WS-Sel-Qtd WS-Sel-Total WS-Est-Qtd
               WS-Est-Total WS-Ret-Qtd WS-Ret-Total WS-Jae-Qtd
               WS-Jae-Total.
           PERFORM 40-CABECALHO.
           MOVE LOW-VALUES TO ChaveMov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 21-EXECUTA-UM UNTIL ARQST-MOV = "10".
           PERFORM 45-TOTAIS.
           CLOSE RELATORIO.
           MOVE WS-Est-Total TO WS-Total-Edt.
           DISPLAY "ESTORNADOS:               " WS-Est-Qtd
               "   TOTAL: " WS-Total-Edt.
           MOVE WS-Ret-Total TO WS-Total-Edt.
           DISPLAY "RETIDOS:                  " WS-Ret-Qtd
               "   TOTAL: " WS-Total-Edt.
           DISPLAY "Relatorio de controle acrescentado em ESTLOTE.LST".

       21-EXECUTA-UM.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   PERFORM 15-CONFERE-SELECAO
                   EVALUATE TRUE
                       WHEN Sel-Escolhido
                           MOVE ChaveMov TO WS-Chave-Atual
                           PERFORM 22-ESTORNA-UM
                           MOVE WS-Chave-Atual TO ChaveMov
                           START MOVIMENTO KEY IS GREATER THAN ChaveMov
                               INVALID KEY
                                   MOVE "10" TO ARQST-MOV
                               NOT INVALID KEY
                                   MOVE "00" TO ARQST-MOV
                           END-START
                       WHEN Sel-Ja-Estornado
                           ADD 1 TO WS-Jae-Qtd
                           ADD WS-Delta TO WS-Jae-Total
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       22-ESTORNA-UM.
           ADD 1 TO WS-Sel-Qtd.
           ADD WS-Delta TO WS-Sel-Total.
           MOVE CodC-Mov TO WS-Orig-CodC.
           MOVE NumSeq-Mov TO WS-Orig-Seq.
           COMPUTE WS-Orig-Data = AnoMov * 10000 + MesMov * 100
               + DiaMov.
           MOVE ZEROS TO WS-Seq-Lanc.
           MOVE WS-Orig-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "RETIDO: SEM CONTA" TO WS-Resultado
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       MOVE "RETIDO: CONTA INATIVA" TO WS-Resultado
                   ELSE
                       PERFORM 23-CONFERE-BLOQUEIO
                   END-IF
           END-READ.
           IF WS-Seq-Lanc > ZEROS
               ADD 1 TO WS-Est-Qtd
               ADD WS-Delta TO WS-Est-Total
           ELSE
               ADD 1 TO WS-Ret-Qtd
               ADD WS-Delta TO WS-Ret-Total
           END-IF.
           PERFORM 41-LINHA-ITEM.

       23-CONFERE-BLOQUEIO.
      *-Estorno de credito tira dinheiro da conta: nao pode deixar o
      *-saldo abaixo do total bloqueado judicialmente.
           PERFORM 30-APURA-BLOQUEIOS.
           COMPUTE WS-Saldo-Apos = SaldoC - WS-Delta.
           IF WS-Delta > ZEROS AND WS-Total-Bloqueado > ZEROS
               AND WS-Saldo-Apos < WS-Total-Bloqueado
               MOVE "RETIDO: BLOQ JUDIC" TO WS-Resultado
           ELSE
               PERFORM 24-APLICA-ESTORNO
           END-IF.

       24-APLICA-ESTORNO.
      *-Mesmo caminho do estorno do ProgramaP2: saldo pela conta,
      *-lancamento "ES" referenciando o original e marca no
      *-original.
           MOVE SaldoC TO SaldoC-Antes.
           COMPUTE SaldoC = SaldoC - WS-Delta.
           REWRITE REG-CONTA
               INVALID KEY
                   MOVE "RETIDO: ERRO NA CONTA" TO WS-Resultado
               NOT INVALID KEY
                   PERFORM 32-GRAVA-MOVIMENTO
                   PERFORM 34-MARCA-ORIGINAL
                   MOVE "ESTORNADO" TO WS-Resultado
                   IF WS-Delta < ZEROS AND Bloqjud-Aberto
                       COMPUTE WS-Capt-Credito = ZERO - WS-Delta
                       PERFORM 35-CAPTURA-BLOQUEIO
                   END-IF
           END-REWRITE.

       30-APURA-BLOQUEIOS.
           MOVE ZEROS TO WS-Total-Bloqueado.
           IF Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 31-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.

       31-SOMA-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = CodC
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       IF Bloqueio-Ativo
                           ADD ValorBloqueio TO WS-Total-Bloqueado
                       END-IF
                   END-IF
           END-READ.

       32-GRAVA-MOVIMENTO.
      *-Mesmo molde dos gravadores do ledger, com origem propria
      *-"X" e o sequencial do original em SeqEstornoMov.
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
           MOVE WS-Orig-Seq TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE "X" TO OrigemMov.
           MOVE "ES" TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE SPACES TO DescricaoMov.
           STRING "ESTORNO LOTE DO LANC " WS-Orig-Seq
               DELIMITED BY SIZE INTO DescricaoMov.
      *-Original de dia anterior: o estorno vale desde aquele dia e
      *-fica pendente do recalculo do ProgramaP2DataValor.
           IF WS-Orig-Data < WS-Data-Hoje
               MOVE WS-Orig-Data TO DataValorMov
               MOVE 'P' TO SitValorMov
           END-IF.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 33-TENTA-GRAVAR-MOV UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.
           MOVE NumSeq-Mov TO WS-Seq-Lanc.

       33-TENTA-GRAVAR-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       34-MARCA-ORIGINAL.
           MOVE WS-Orig-CodC TO CodC-Mov.
           MOVE WS-Orig-Seq TO NumSeq-Mov.
           READ MOVIMENTO
               INVALID KEY
                   DISPLAY "ORIGINAL NAO RELIDO " WS-Orig-CodC " "
                       WS-Orig-Seq
               NOT INVALID KEY
                   MOVE 'S' TO EstornadoMov
                   REWRITE REG-MOVIMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR ORIGINAL "
                               WS-Orig-CodC " " WS-Orig-Seq
                   END-REWRITE
           END-READ.

       35-CAPTURA-BLOQUEIO.
      *-Credito devolvido a conta completa o lastro dos bloqueios
      *-ativos ainda subfinanciados, com cada captura na trilha
      *-BLQEVT.DAT (evento 'C').
           MOVE CodC TO CodC-Blq.
           START BLOQJUD KEY IS = CodC-Blq
               INVALID KEY
                   MOVE "10" TO ARQST-BLQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-BLQ
           END-START.
           PERFORM 36-CAPTURA-UM-BLOQUEIO
               UNTIL ARQST-BLQ = "10" OR WS-Capt-Credito = ZEROS.

       36-CAPTURA-UM-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = CodC
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       IF Bloqueio-Ativo
                           AND ValorCaptadoBlq NUMERIC
                           AND ValorCaptadoBlq < ValorBloqueio
                           COMPUTE WS-Capt-Parcela =
                               ValorBloqueio - ValorCaptadoBlq
                           IF WS-Capt-Parcela > WS-Capt-Credito
                               MOVE WS-Capt-Credito
                                   TO WS-Capt-Parcela
                           END-IF
                           ADD WS-Capt-Parcela TO ValorCaptadoBlq
                           SUBTRACT WS-Capt-Parcela
                               FROM WS-Capt-Credito
                           REWRITE REG-BLOQJUD
                           PERFORM 37-GRAVA-EVENTO-CAPTURA
                       END-IF
                   END-IF
           END-READ.

       37-GRAVA-EVENTO-CAPTURA.
           MOVE NumBloqueio TO NumBloqueioEvt.
           MOVE 'C' TO TipoEvt.
           MOVE WS-Capt-Parcela TO ValorEvt.
           MOVE ANO TO AnoEvt.
           MOVE MES TO MesEvt.
           MOVE DIA TO DiaEvt.
           MOVE WS-Operador TO OperadorEvt.
           MOVE ReferenciaBlq TO ReferenciaEvt.
           WRITE REG-BLQEVT.

       40-CABECALHO.
           OPEN EXTEND RELATORIO.
           IF ARQST-REL NOT = "00"
               CLOSE RELATORIO
               OPEN OUTPUT RELATORIO
           END-IF.
           MOVE ALL "=" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ESTORNO EM LOTE - " DIA "/" MES "/" ANO " "
               HH-SIS ":" MM-SIS "   OPERADOR: " WS-Operador
               "   SUPERVISOR: " WS-Sup-Id
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "SELECAO: ORIGEM '" WS-Sel-Origem "'  TIPO "
               WS-Sel-Tipo "  DATA " WS-Sel-Dia "/" WS-Sel-Mes "/"
               WS-Sel-Ano
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "MOTIVO: " WS-Motivo
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONTA  SEQ ORIG       VALOR ORIGINAL SEQ ESTORNO RESU"
               & "LTADO" TO LINHA-REL.
           WRITE LINHA-REL.

       41-LINHA-ITEM.
           MOVE WS-Delta TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Orig-CodC " " WS-Orig-Seq "  " WS-Valor-Edt
               "     " WS-Seq-Lanc "  " WS-Resultado
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       45-TOTAIS.
      *-Fechamento com a rodada original: o que foi selecionado e
      *-exatamente o estornado mais o retido; os ja estornados antes
      *-completam o total da rodada.
           COMPUTE WS-Conf-Qtd = WS-Est-Qtd + WS-Ret-Qtd.
           COMPUTE WS-Conf-Total = WS-Est-Total + WS-Ret-Total.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Sel-Total TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "SELECIONADOS:           " WS-Sel-Qtd "  "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Est-Total TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "ESTORNADOS:             " WS-Est-Qtd "  "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Ret-Total TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RETIDOS:                " WS-Ret-Qtd "  "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Jae-Total TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "JA ESTORNADOS ANTES:    " WS-Jae-Qtd "  "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           COMPUTE WS-Conf-Total = WS-Sel-Total + WS-Jae-Total.
           MOVE WS-Conf-Total TO WS-Total-Edt.
           COMPUTE WS-Conf-Qtd = WS-Sel-Qtd + WS-Jae-Qtd.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL DA RODADA ORIGINAL: " WS-Conf-Qtd
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-Est-Qtd + WS-Ret-Qtd = WS-Sel-Qtd
               AND WS-Est-Total + WS-Ret-Total = WS-Sel-Total
               MOVE "CONFERENCIA: ESTORNADO + RETIDO = SELECIONADO"
                   TO LINHA-REL
           ELSE
               MOVE "CONFERENCIA: DIVERGENTE - VERIFICAR" TO LINHA-REL
           END-IF.
           WRITE LINHA-REL.

       46-AUTORIZA-SUPERVISOR.
           MOVE 'N' TO WS-Sup-Ok.
           MOVE SPACES TO WS-Sup-Id WS-Sup-Senha.
           DISPLAY "Supervisor (ID): " WITH NO ADVANCING.
           ACCEPT WS-Sup-Id.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT WS-Sup-Senha.
           MOVE WS-Sup-Id TO IdOper.
           READ OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SenhaOper = WS-Sup-Senha
                       AND Operador-Ativo-Op
                       AND Perfil-Supervisor
                       MOVE 'S' TO WS-Sup-Ok
                   END-IF
           END-READ.

       90-PROXIMO-SEQ-MOV.
      *-Sequencial verdadeiro por conta, do contador compartilhado
      *-MOVSEQ.DAT; conta sem contador ganha um posicionado no
      *-maior sequencial ja existente na cadeia, para os novos
      *-lancamentos continuarem depois dos antigos (que usavam o
      *-relogio como sequencial).
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   PERFORM 92-INICIA-CONTADOR
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-Seq-Novo = UltimoSeqMov + 1.
      *-A varredura de 92-INICIA-CONTADOR passa por cima da area de
      *-REG-MOVIMENTO ja preenchida por quem chamou: devolve os
      *-campos de identificacao antes de continuar a gravacao.
           MOVE CodC TO CodC-Mov.
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
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 93-VARRE-MAIOR-SEQ UNTIL ARQST-MOV = "10".
           MOVE CodC TO CodC-Seq.
           MOVE WS-Seq-Maior TO UltimoSeqMov.
           MOVE WS-Hash-Maior TO UltimoHashMov.
           WRITE REG-MOVSEQ
               INVALID KEY
                   CONTINUE
           END-WRITE.

       93-VARRE-MAIOR-SEQ.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
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
           MOVE 'L' TO WS-Per-Situacao.
           MOVE ZEROS TO WS-Per-Fechado.
           OPEN INPUT PERIODO.
           IF ARQST-PER = "00"
               PERFORM 95-VERIFICA-PERIODO-LE UNTIL ARQST-PER = "10"
               CLOSE PERIODO
           END-IF.
           IF WS-Per-Data NOT > WS-Per-Fechado
               MOVE 'T' TO WS-Per-Situacao
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
