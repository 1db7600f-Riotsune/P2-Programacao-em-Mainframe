       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2AluguelCaixa.
      *-----------------------------------------------------------
      *-Cobranca anual do aluguel das caixas de aluguel, no molde
      *-do ProgramaP2DebitoEmprestimo: para cada contrato ativo de
      *-CONTRCXS.DAT com a anuidade vencida (DataVencCcx ate hoje)
      *-debita a conta do contrato (conta ativa e saldo disponivel
      *-cobrindo a anuidade, sem entrar no limite) com o
      *-lancamento "CS", e avanca o vencimento para o proximo
      *-aniversario do contrato. Na falha a anuidade entra (ou e
      *-atualizada) na fila PENDDEB.DAT com origem X, referencia
      *-= contrato e parcela = numero da anuidade, e o lote tenta
      *-de novo a cada noite ate a conta cobrir ou o caixa
      *-liquidar na tela D do ProgramaP2.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTRCXS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContratoCcx
       ALTERNATE RECORD KEY CodC-Ccx WITH DUPLICATES
       FILE STATUS ARQST-CCX.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

      *-Bloqueios judiciais parciais: todo debito respeita o saldo
      *-disponivel (menos os bloqueios ativos da conta).
       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.
      *-Float de depositos em cheque pendentes de liberacao:
      *-tambem reduz o saldo disponivel da conta.
       SELECT FLOATDEP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-FLT.
      *-Fila unica de debitos pendentes, alimentada na falha de
      *-debito e baixada quando o cliente paga ou o lote consegue.
       SELECT PENDDEB ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPend
       ALTERNATE RECORD KEY CodC-Pend WITH DUPLICATES
       FILE STATUS ARQST-PND.
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

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRCXS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTRCXS
           VALUE OF FILE-ID IS "CONTRCXS.DAT".

           COPY CONTRCXS.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

       FD  PENDDEB LABEL RECORD STANDARD
           DATA RECORD IS REG-PENDDEB
           VALUE OF FILE-ID IS "PENDDEB.DAT".

           COPY PENDDEB.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CCX pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.
      *-Soma dos bloqueios judiciais ativos da conta corrente, para
      *-a regra de saldo disponivel; sem BLOQJUD.DAT na maquina a
      *-soma fica zero e tudo segue como antes.
           01 ARQST-BLQ pic X(2).
           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
      *-Float de depositos em cheque pendentes da conta; sem
      *-FLOAT.DAT na maquina a soma fica zero e tudo segue como
      *-antes, no mesmo espirito dos bloqueios.
           01 ARQST-FLT pic X(2).
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.

           COPY PENDFILA.

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
      *-NumSeq-Mov vem do relogio (HHMMSSCC): dois lancamentos no
      *-mesmo centesimo colidem na chave do ledger indexado; o
      *-gravador avanca o sequencial ate achar vaga.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Venc pic 9(8) value zeros.
           01 WS-Anuidade pic 9(3) value zeros.
           01 WS-Pagas pic 9(6) value zeros.
           01 WS-Falhas pic 9(6) value zeros.
           01 WS-Total-Debitado pic 9(9)V99 value zeros.

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
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-CONTRATO UNTIL ARQST-CCX = "10".
           PERFORM 03-RESUMO.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
           END-IF.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           CLOSE PENDDEB.
           CLOSE CONTRCXS CC MOVIMENTO MOVSEQ.
           GOBACK.

       01-ABRE-ARQ.
           MOVE "00" TO ARQST-CCX.
           OPEN I-O CONTRCXS.
           IF ARQST-CCX NOT = "00"
               DISPLAY "CONTRCXS.DAT AUSENTE, NADA A COBRAR"
               MOVE "10" TO ARQST-CCX
           END-IF.
           OPEN I-O CC.
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

           OPEN I-O PENDDEB.
           IF ARQST-PND NOT = "00"
               CLOSE PENDDEB
               OPEN OUTPUT PENDDEB
               CLOSE PENDDEB
               OPEN I-O PENDDEB
           END-IF.
           OPEN I-O MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               CLOSE MOVIMENTO
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF.
           OPEN I-O MOVSEQ.
           IF ARQST-SEQ NOT = "00"
               CLOSE MOVSEQ
               OPEN OUTPUT MOVSEQ
               CLOSE MOVSEQ
               OPEN I-O MOVSEQ
           END-IF.

       02-PROCESSA-CONTRATO.
           READ CONTRCXS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CCX
               NOT AT END
                   COMPUTE WS-Data-Venc = AnoVencCcx * 10000
                       + MesVencCcx * 100 + DiaVencCcx
                   IF Contrato-Ativo
                       AND WS-Data-Venc <= WS-Data-Hoje
                       COMPUTE WS-Anuidade = AnuidadesPagasCcx + 1
                       PERFORM 05-DEBITA-CONTA
                   END-IF
           END-READ.

       05-DEBITA-CONTA.
      *-Mesma regra do DebitoOrdens: conta ativa e saldo DISPONIVEL
      *-(menos bloqueios judiciais e float) cobrindo a anuidade,
      *-sem limite de cheque especial.
           MOVE CodC-Ccx TO CodC.
           READ CC
               INVALID KEY
                   PERFORM 06-REGISTRA-FALHA
               NOT INVALID KEY
                   PERFORM 10-APURA-BLOQUEIOS
                   IF Conta-Ativa AND
                       SaldoC - WS-Total-Bloqueado
                       - WS-Total-Float >= ValorAnualCcx
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT ValorAnualCcx FROM SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               PERFORM 06-REGISTRA-FALHA
                           NOT INVALID KEY
                               PERFORM 07-GRAVA-MOVIMENTO
                               PERFORM 08-BAIXA-ANUIDADE
                       END-REWRITE
                   ELSE
                       PERFORM 06-REGISTRA-FALHA
                   END-IF
           END-READ.

       06-REGISTRA-FALHA.
           ADD 1 TO WS-Falhas.
           MOVE CodC-Ccx TO WS-Pnd-CodC.
           MOVE 'X' TO WS-Pnd-Origem.
           MOVE NumContratoCcx TO WS-Pnd-Ref.
           MOVE WS-Anuidade TO WS-Pnd-Parcela.
           MOVE SPACES TO WS-Pnd-Desc.
           STRING "ALUGUEL CAIXA " NumCaixaCcx " CTR "
               NumContratoCcx
               DELIMITED BY SIZE INTO WS-Pnd-Desc.
           MOVE ValorAnualCcx TO WS-Pnd-Valor.
           MOVE ZEROS TO WS-Pnd-Encargos.
           PERFORM 17-GRAVA-PENDENCIA.
           ADD 1 TO TentativasCcx.
           REWRITE REG-CONTRCXS
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTRATO " NumContratoCcx
           END-REWRITE.

       07-GRAVA-MOVIMENTO.
           ACCEPT HORA-SIS FROM TIME.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE 'K' TO OrigemMov.
           MOVE "CS" TO TipoMov.
           COMPUTE ValorMov = SaldoNovoMov - SaldoAnteriorMov.
           MOVE SPACES TO DescricaoMov.
           STRING "ANUIDADE " WS-Anuidade " CAIXA " NumCaixaCcx
               " AG " CodAgenciaCcx
               DELIMITED BY SIZE INTO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 24-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       24-GRAVA-REG-MOVIMENTO.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       08-BAIXA-ANUIDADE.
      *-Anuidade paga: a pendencia aberta dela (noites anteriores)
      *-e superada e o contrato vai para o proximo aniversario.
           MOVE CodC-Ccx TO WS-Pnd-CodC.
           MOVE 'X' TO WS-Pnd-Origem.
           MOVE NumContratoCcx TO WS-Pnd-Ref.
           MOVE WS-Anuidade TO WS-Pnd-Parcela.
           PERFORM 19-BAIXA-PENDENCIA-LOTE.
           PERFORM 09-PROXIMO-ANIVERSARIO.
           MOVE WS-Anuidade TO AnuidadesPagasCcx.
           MOVE ANO TO AnoUltPagCcx.
           MOVE MES TO MesUltPagCcx.
           MOVE DIA TO DiaUltPagCcx.
           MOVE ZEROS TO TentativasCcx.
           REWRITE REG-CONTRCXS
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTRATO " NumContratoCcx
           END-REWRITE.
           ADD 1 TO WS-Pagas.
           ADD ValorAnualCcx TO WS-Total-Debitado.

       09-PROXIMO-ANIVERSARIO.
      *-Vencimento seguinte = dia e mes da contratacao, um ano
      *-depois do vencimento pago; 29/02 vira 28/02 fora do ano
      *-bissexto.
           ADD 1 TO AnoVencCcx.
           MOVE MesInicioCcx TO MesVencCcx.
           MOVE DiaInicioCcx TO DiaVencCcx.
           IF MesVencCcx = 2 AND DiaVencCcx = 29
               IF FUNCTION MOD(AnoVencCcx 4) NOT = 0
                   OR (FUNCTION MOD(AnoVencCcx 100) = 0
                   AND FUNCTION MOD(AnoVencCcx 400) NOT = 0)
                   MOVE 28 TO DiaVencCcx
               END-IF
           END-IF.

       17-GRAVA-PENDENCIA.
      *-Alimenta a fila unica de debitos pendentes: pendencia
      *-aberta da mesma origem/referencia so tem valor e data
      *-atualizados; nova falha ganha registro novo com o proximo
      *-numero livre.
           PERFORM 18-PROCURA-PENDENCIA.
           IF Pendencia-Achada
               MOVE WS-Pnd-Valor TO ValorPend
               MOVE WS-Pnd-Encargos TO EncargosPend
               MOVE ANO TO AnoFalhaPend
               MOVE MES TO MesFalhaPend
               MOVE DIA TO DiaFalhaPend
               REWRITE REG-PENDDEB
           ELSE
               MOVE 99999999 TO NumPend
               START PENDDEB KEY IS LESS THAN NumPend
                   INVALID KEY
                       MOVE 1 TO NumPend
                   NOT INVALID KEY
                       READ PENDDEB NEXT RECORD
                       ADD 1 TO NumPend
               END-START
               MOVE WS-Pnd-CodC TO CodC-Pend
               MOVE WS-Pnd-Origem TO OrigemPend
               MOVE WS-Pnd-Ref TO ReferenciaPend
               MOVE WS-Pnd-Parcela TO ParcelaPend
               MOVE WS-Pnd-Desc TO DescricaoPend
               MOVE WS-Pnd-Valor TO ValorPend
               MOVE WS-Pnd-Encargos TO EncargosPend
               MOVE ANO TO AnoFalhaPend
               MOVE MES TO MesFalhaPend
               MOVE DIA TO DiaFalhaPend
               MOVE 'A' TO StatusPend
               MOVE SPACE TO FormaBaixaPend
               MOVE ZEROS TO DataBaixaPend
               MOVE SPACES TO OperadorBaixaPend
               WRITE REG-PENDDEB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Pnd-Gravadas
               END-WRITE
           END-IF.

       18-PROCURA-PENDENCIA.
      *-Procura pendencia ABERTA da conta com a mesma origem,
      *-referencia e parcela (chave alternada CodC-Pend).
           MOVE 'N' TO WS-Pnd-Achou.
           MOVE WS-Pnd-CodC TO CodC-Pend.
           START PENDDEB KEY IS = CodC-Pend
               INVALID KEY
                   MOVE "10" TO ARQST-PND
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PND
           END-START.
           PERFORM 20-VARRE-PENDENCIA
               UNTIL ARQST-PND = "10" OR Pendencia-Achada.

       20-VARRE-PENDENCIA.
           READ PENDDEB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PND
               NOT AT END
                   IF CodC-Pend NOT = WS-Pnd-CodC
                       MOVE "10" TO ARQST-PND
                   ELSE
                       IF Pend-Aberta
                           AND OrigemPend = WS-Pnd-Origem
                           AND ReferenciaPend = WS-Pnd-Ref
                           AND ParcelaPend = WS-Pnd-Parcela
                           MOVE 'S' TO WS-Pnd-Achou
                       END-IF
                   END-IF
           END-READ.

       19-BAIXA-PENDENCIA-LOTE.
      *-O lote conseguiu debitar: a pendencia aberta equivalente,
      *-se houver, e dada por superada ('B', forma 'L').
           PERFORM 18-PROCURA-PENDENCIA.
           IF Pendencia-Achada
               MOVE 'B' TO StatusPend
               MOVE 'L' TO FormaBaixaPend
               MOVE ANO TO AnoBaixaPend
               MOVE MES TO MesBaixaPend
               MOVE DIA TO DiaBaixaPend
               REWRITE REG-PENDDEB
               ADD 1 TO WS-Pnd-Baixadas
           END-IF.

       90-PROXIMO-SEQ-MOV.
      *-Sequencial verdadeiro por conta, do contador compartilhado
      *-MOVSEQ.DAT; conta sem contador ganha um posicionado no
      *-maior sequencial ja existente na cadeia.
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   PERFORM 92-INICIA-CONTADOR
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-Seq-Novo = UltimoSeqMov + 1.
      *-A varredura de 92-INICIA-CONTADOR passa por cima da area de
      *-REG-MOVIMENTO: os campos de identificacao sao preenchidos
      *-depois dela.
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

       10-APURA-BLOQUEIOS.
      *-Soma os bloqueios ativos da conta corrente (chave alternada
      *-CodC-Blq), para o teste de saldo disponivel.
           MOVE ZEROS TO WS-Total-Bloqueado.
           IF Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 11-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.
           PERFORM 12-APURA-FLOAT.

       11-SOMA-BLOQUEIO.
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

       12-APURA-FLOAT.
      *-Soma os depositos em cheque ainda nao liberados da conta
      *-(chave alternada CodC-Flt), no mesmo molde dos bloqueios.
           MOVE ZEROS TO WS-Total-Float.
           IF Floatdep-Aberto
               MOVE CodC TO CodC-Flt
               START FLOATDEP KEY IS = CodC-Flt
                   INVALID KEY
                       MOVE "10" TO ARQST-FLT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-FLT
               END-START
               PERFORM 13-SOMA-FLOAT UNTIL ARQST-FLT = "10"
           END-IF.

       13-SOMA-FLOAT.
           READ FLOATDEP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FLT
               NOT AT END
                   IF CodC-Flt NOT = CodC
                       MOVE "10" TO ARQST-FLT
                   ELSE
                       IF Float-Pendente
                           ADD ValorFlt TO WS-Total-Float
                       END-IF
                   END-IF
           END-READ.

       03-RESUMO.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2ALUGUELCAIXA - ANUIDADES DAS CAIXAS".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  ANUIDADES DEBITADAS: " WS-Pagas.
           DISPLAY "  ANUIDADES COM FALHA DE DEBITO: " WS-Falhas.
           DISPLAY "  TOTAL DEBITADO: " WS-Total-Debitado.
           DISPLAY "  PENDENCIAS NOVAS: " WS-Pnd-Gravadas
               "  SUPERADAS: " WS-Pnd-Baixadas.
           DISPLAY "==================================================".

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
