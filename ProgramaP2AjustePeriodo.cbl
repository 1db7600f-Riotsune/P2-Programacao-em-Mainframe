       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2AjustePeriodo.
      *-----------------------------------------------------------
      *-Correcao de lancamentos de periodo contabil ja fechado
      *-(PERIODO.DAT, fechado pelo ProgramaP2FechaPeriodo). Mes
      *-fechado nao recebe lancamento; a correcao entra no periodo
      *-corrente, citando a data original, sempre com motivo e PIN
      *-de supervisor:
      *-  1 estorna um lancamento do mes fechado (lancamento "ES"
      *-    hoje, original marcado como estornado, como no estorno
      *-    do ProgramaP2);
      *-  2 ajuste de valor (credito ou debito) referente a uma data
      *-    do mes fechado (lancamento "AJ" hoje);
      *-  3 lista os ajustes ja feitos na conta.
      *-Cada correcao fica em AJUSTEPER.DAT, listado no mes pelo
      *-ProgramaP2RelAjustes. Lancamentos de periodo aberto seguem
      *-pelo caminho normal do ProgramaP2.
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

       SELECT AJUSTEPER ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAjp
       ALTERNATE RECORD KEY CodC-Ajp WITH DUPLICATES
       FILE STATUS ARQST-AJP.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

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

       FD  AJUSTEPER LABEL RECORD STANDARD
           DATA RECORD IS REG-AJUSTEPER
           VALUE OF FILE-ID IS "AJUSTEPER.DAT".

           COPY AJUSTEPER.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.
           01 ARQST-AJP pic X(2).
           01 ARQST-OPE pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.

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

      *-Correcao em preparo: conta, lancamento original (estorno),
      *-data original, valor com sinal e tipo do lancamento novo.
           01 WS-CodC pic 9(6) value zeros.
           01 WS-Conta-Ok pic X value 'N'.
               88 Conta-Achada value 'S'.
           01 WS-Seq pic 9(8) value zeros.
           01 WS-Seq-Orig pic 9(8) value zeros.
           01 WS-Seq-Lanc pic 9(8) value zeros.
           01 WS-Data-Orig pic 9(8) value zeros.
           01 WS-Data-Orig-R REDEFINES WS-Data-Orig.
               02 WS-Orig-Ano pic 9(4).
               02 WS-Orig-Mes pic 9(2).
               02 WS-Orig-Dia pic 9(2).
           01 WS-Tipo-Ajuste pic X(1) value spaces.
               88 Ajuste-Estorno value 'E'.
               88 Ajuste-Valor value 'V'.
           01 WS-Tipo-Mov pic X(2) value spaces.
           01 WS-Sinal pic X(1) value spaces.
           01 WS-Valor pic 9(7)V99 value zeros.
           01 WS-Valor-Lanc pic S9(7)V99 value zeros.
           01 WS-Delta pic S9(7)V99 value zeros.
           01 WS-Motivo pic X(40) value spaces.
           01 WS-Descricao pic X(30) value spaces.
           01 WS-Valor-Edt pic -.---.--9,99.
           01 WS-Listados pic 9(5) value zeros.

           01 WS-Sup-Id pic X(8) value spaces.
           01 WS-Sup-Senha pic X(8) value spaces.
           01 WS-Sup-Ok pic X value 'N'.
               88 Supervisor-Autorizou value 'S'.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "AJUSTE DE PERIODO FECHADO - "
               "PROGRAMAP2AJUSTEPERIODO".
      *-A correcao entra no periodo corrente: com ele fechado, nao
      *-ha onde lancar.
           COMPUTE WS-Per-Data = Ano * 100 + Mes.
           PERFORM 94-VERIFICA-PERIODO.
           IF Periodo-Travado
               DISPLAY "PERIODO CORRENTE FECHADO, NENHUM AJUSTE"
                   " POSSIVEL"
           ELSE
               IF WS-Per-Fechado = ZEROS
                   DISPLAY "NENHUM PERIODO FECHADO - USE O ESTORNO DO"
                       " PROGRAMAP2"
               ELSE
                   DISPLAY "ULTIMO PERIODO FECHADO: " WS-Per-Fechado
                   PERFORM 01-ABRE-ARQ
                   PERFORM 02-IDENTIFICA-OPERADOR
                   IF WS-Operador NOT = SPACES
                       PERFORM 05-MENU WITH TEST AFTER
                           UNTIL WS-Opcao = '0'
                   END-IF
                   CLOSE CC MOVIMENTO MOVSEQ AJUSTEPER OPERADOR
               END-IF
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
           OPEN I-O AJUSTEPER.
           IF ARQST-AJP NOT = "00"
               CLOSE AJUSTEPER
               OPEN OUTPUT AJUSTEPER
               CLOSE AJUSTEPER
               OPEN I-O AJUSTEPER
           END-IF.
           OPEN INPUT OPERADOR.

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

       05-MENU.
           DISPLAY " ".
           DISPLAY "1 = Estornar lancamento de periodo fechado".
           DISPLAY "2 = Ajuste de valor com data de periodo fechado".
           DISPLAY "3 = Listar ajustes da conta".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-ESTORNO
               WHEN '2'
                   PERFORM 20-AJUSTE-VALOR
               WHEN '3'
                   PERFORM 50-LISTA-CONTA
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       10-ESTORNO.
           PERFORM 40-LE-CONTA.
           IF Conta-Achada
               DISPLAY "Sequencial do lancamento: " WITH NO ADVANCING
               ACCEPT WS-Seq
               MOVE WS-CodC TO CodC-Mov
               MOVE WS-Seq TO NumSeq-Mov
               READ MOVIMENTO
                   INVALID KEY
                       DISPLAY "LANCAMENTO NAO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM 11-CONFERE-ORIGINAL
               END-READ
           END-IF.

       11-CONFERE-ORIGINAL.
      *-Mesmas recusas do estorno do ProgramaP2, mais a do periodo:
      *-lancamento de mes ainda aberto se estorna por la.
           COMPUTE WS-Delta = SaldoNovoMov - SaldoAnteriorMov.
           EVALUATE TRUE
               WHEN EstornadoMov = 'S'
                   DISPLAY "LANCAMENTO JA ESTORNADO"
               WHEN TipoMov = "ES"
                   DISPLAY "ESTORNO NAO SE ESTORNA"
               WHEN AnoMov * 100 + MesMov > WS-Per-Fechado
                   DISPLAY "LANCAMENTO DE PERIODO ABERTO - USE O"
                       " ESTORNO DO PROGRAMAP2"
               WHEN WS-Delta = ZEROS
                   DISPLAY "LANCAMENTO SEM VALOR, NADA A ESTORNAR"
               WHEN OTHER
                   MOVE 'E' TO WS-Tipo-Ajuste
                   MOVE "ES" TO WS-Tipo-Mov
                   COMPUTE WS-Data-Orig = AnoMov * 10000
                       + MesMov * 100 + DiaMov
                   MOVE WS-Seq TO WS-Seq-Orig
                   COMPUTE WS-Valor-Lanc = ZERO - WS-Delta
                   MOVE WS-Delta TO WS-Valor-Edt
                   DISPLAY "LANCAMENTO " NumSeq-Mov " DE " DiaMov "/"
                       MesMov "/" AnoMov " " TipoMov " " WS-Valor-Edt
                   DISPLAY "  " DescricaoMov
                   PERFORM 30-CONFIRMA-AJUSTE
           END-EVALUATE.

       20-AJUSTE-VALOR.
           PERFORM 40-LE-CONTA.
           IF Conta-Achada
               DISPLAY "Data original (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-Data-Orig
               IF WS-Orig-Mes < 1 OR WS-Orig-Mes > 12
                   OR WS-Orig-Dia < 1 OR WS-Orig-Dia > 31
                   DISPLAY "DATA INVALIDA"
               ELSE
               IF WS-Orig-Ano * 100 + WS-Orig-Mes > WS-Per-Fechado
                   DISPLAY "DATA DE PERIODO ABERTO - LANCE PELO"
                       " CAMINHO NORMAL DO PROGRAMAP2"
               ELSE
                   PERFORM 21-LE-VALOR
               END-IF
               END-IF
           END-IF.

       21-LE-VALOR.
           DISPLAY "Credito ou debito (C/D): " WITH NO ADVANCING.
           ACCEPT WS-Sinal.
           INSPECT WS-Sinal CONVERTING "cd" TO "CD".
           DISPLAY "Valor: " WITH NO ADVANCING.
           ACCEPT WS-Valor.
           IF WS-Sinal NOT = 'C' AND NOT = 'D'
               OR WS-Valor = ZEROS
               DISPLAY "SINAL OU VALOR INVALIDO, NADA FEITO"
           ELSE
               MOVE 'V' TO WS-Tipo-Ajuste
               MOVE "AJ" TO WS-Tipo-Mov
               MOVE ZEROS TO WS-Seq-Orig
               IF WS-Sinal = 'C'
                   MOVE WS-Valor TO WS-Valor-Lanc
               ELSE
                   COMPUTE WS-Valor-Lanc = ZERO - WS-Valor
               END-IF
               PERFORM 30-CONFIRMA-AJUSTE
           END-IF.

       30-CONFIRMA-AJUSTE.
           MOVE WS-Valor-Lanc TO WS-Valor-Edt.
           DISPLAY "LANCAMENTO " WS-Tipo-Mov " DE HOJE NA CONTA "
               WS-CodC ": " WS-Valor-Edt.
           DISPLAY "REFERENTE A " WS-Orig-Dia "/" WS-Orig-Mes "/"
               WS-Orig-Ano.
           MOVE SPACES TO WS-Motivo.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT WS-Motivo.
           IF WS-Motivo = SPACES
               DISPLAY "MOTIVO OBRIGATORIO, NADA FEITO"
           ELSE
               PERFORM 46-AUTORIZA-SUPERVISOR
               IF NOT Supervisor-Autorizou
                   DISPLAY "AUTORIZACAO NEGADA"
               ELSE
                   PERFORM 31-APLICA-AJUSTE
               END-IF
           END-IF.

       31-APLICA-AJUSTE.
      *-Rele a conta (o saldo pode ter mudado enquanto o supervisor
      *-autorizava) e lanca pelo caminho normal: REWRITE na conta,
      *-lancamento no ledger e registro em AJUSTEPER.DAT.
           MOVE WS-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO RELIDA, NADA FEITO"
               NOT INVALID KEY
                   MOVE SaldoC TO SaldoC-Antes
                   ADD WS-Valor-Lanc TO SaldoC
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CONTA " CodC
                       NOT INVALID KEY
                           PERFORM 32-GRAVA-MOVIMENTO
                           IF Ajuste-Estorno
                               PERFORM 34-MARCA-ORIGINAL
                           END-IF
                           PERFORM 35-GRAVA-AJUSTE
                   END-REWRITE
           END-READ.

       32-GRAVA-MOVIMENTO.
      *-Mesmo molde dos gravadores do ledger, com origem propria
      *-"Z" e a data original na descricao.
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
           MOVE WS-Seq-Orig TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE "Z" TO OrigemMov.
           MOVE WS-Tipo-Mov TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE SPACES TO WS-Descricao.
           IF Ajuste-Estorno
               STRING "ESTORNO " WS-Seq-Orig " DE " WS-Orig-Dia "/"
                   WS-Orig-Mes "/" WS-Orig-Ano
                   DELIMITED BY SIZE INTO WS-Descricao
           ELSE
               STRING "AJUSTE DO PERIODO " WS-Orig-Dia "/"
                   WS-Orig-Mes "/" WS-Orig-Ano
                   DELIMITED BY SIZE INTO WS-Descricao
           END-IF.
           MOVE WS-Descricao TO DescricaoMov.
      *-A correcao vale desde a data original: o ProgramaP2DataValor
      *-refaz juros, cheque especial e IOF dos dias entre ela e hoje.
           MOVE WS-Data-Orig TO DataValorMov.
           MOVE 'P' TO SitValorMov.
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
           MOVE WS-CodC TO CodC-Mov.
           MOVE WS-Seq-Orig TO NumSeq-Mov.
           READ MOVIMENTO
               INVALID KEY
                   DISPLAY "ORIGINAL NAO RELIDO"
               NOT INVALID KEY
                   MOVE 'S' TO EstornadoMov
                   REWRITE REG-MOVIMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR ORIGINAL"
                   END-REWRITE
           END-READ.

       35-GRAVA-AJUSTE.
      *-Proximo NumAjp livre = maior + 1, mesma tecnica do numero
      *-da retencao no ProgramaP2.
           MOVE 99999999 TO NumAjp.
           START AJUSTEPER KEY IS LESS THAN NumAjp
               INVALID KEY
                   MOVE 1 TO NumAjp
               NOT INVALID KEY
                   READ AJUSTEPER NEXT RECORD
                   ADD 1 TO NumAjp
           END-START.
           MOVE WS-CodC TO CodC-Ajp.
           MOVE WS-Tipo-Ajuste TO TipoAjp.
           MOVE WS-Orig-Ano TO AnoOrigAjp.
           MOVE WS-Orig-Mes TO MesOrigAjp.
           MOVE WS-Orig-Dia TO DiaOrigAjp.
           MOVE WS-Seq-Orig TO SeqOrigAjp.
           MOVE ANO TO AnoLancAjp.
           MOVE MES TO MesLancAjp.
           MOVE DIA TO DiaLancAjp.
           COMPUTE HoraLancAjp = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE WS-Seq-Lanc TO SeqLancAjp.
           MOVE WS-Tipo-Mov TO TipoMovAjp.
           MOVE WS-Valor-Lanc TO ValorAjp.
           MOVE WS-Motivo TO MotivoAjp.
           MOVE WS-Operador TO OperadorAjp.
           MOVE WS-Sup-Id TO SupervisorAjp.
           WRITE REG-AJUSTEPER
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O REGISTRO DO AJUSTE"
               NOT INVALID KEY
                   DISPLAY "AJUSTE " NumAjp " LANCADO, SEQUENCIAL "
                       WS-Seq-Lanc
           END-WRITE.

       40-LE-CONTA.
           MOVE 'N' TO WS-Conta-Ok.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE WS-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA BLOQUEADA OU ENCERRADA"
                   ELSE
                       MOVE 'S' TO WS-Conta-Ok
                       MOVE SaldoC TO WS-Valor-Edt
                       DISPLAY NomeC " SALDO " WS-Valor-Edt
                   END-IF
           END-READ.

       50-LISTA-CONTA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE ZEROS TO WS-Listados.
           MOVE WS-CodC TO CodC-Ajp.
           START AJUSTEPER KEY IS = CodC-Ajp
               INVALID KEY
                   MOVE "10" TO ARQST-AJP
               NOT INVALID KEY
                   MOVE "00" TO ARQST-AJP
           END-START.
           DISPLAY "NUMERO   T DATA ORIG SEQ ORIG LANCADO  SEQ LANC TP"
               "        VALOR SUPERV.".
           PERFORM 51-LINHA-AJUSTE UNTIL ARQST-AJP = "10".
           DISPLAY "AJUSTES DA CONTA: " WS-Listados.

       51-LINHA-AJUSTE.
           READ AJUSTEPER NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AJP
               NOT AT END
                   IF CodC-Ajp NOT = WS-CodC
                       MOVE "10" TO ARQST-AJP
                   ELSE
                       ADD 1 TO WS-Listados
                       MOVE ValorAjp TO WS-Valor-Edt
                       DISPLAY NumAjp " " TipoAjp " " DataOrigAjp " "
                           SeqOrigAjp " " DataLancAjp " " SeqLancAjp
                           " " TipoMovAjp " " WS-Valor-Edt " "
                           SupervisorAjp
                       DISPLAY "         " MotivoAjp
                   END-IF
           END-READ.

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
