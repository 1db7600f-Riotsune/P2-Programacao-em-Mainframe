      *-valor), e devolve a empresa o arquivo de retorno
      *-CONVRET.DAT com P (pago) ou R (recusado) e o motivo por
      *-cobranca.
      *-Antes de qualquer lancamento, a entrada passa pelo
      *-registro de arquivos recebidos (RECEBIDOS.DAT): arquivo ja
      *-processado e recusado inteiro, salvo liberacao de
      *-supervisor.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

      *-Registro compartilhado dos arquivos de entrada recebidos.
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO LABEL RECORD STANDARD

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY MOVIMENTO.

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 WS-Rcb-Nome pic X(12) value "CONVENIO.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2DebitoConvenio".
           01 WS-Rcb-Ident pic X(50) value spaces.
           01 WS-Rcb-Qtd pic 9(7) value zeros.
           01 WS-Rcb-Total pic 9(13)V99 value zeros.
           01 WS-Rcb-Hash pic 9(10) value zeros.
           01 WS-Rcb-Impressao pic X(44) value spaces.
           01 WS-Rcb-Linha pic X(150) value spaces.
           01 WS-Rcb-Pos pic 9(3) value zeros.
           01 WS-Rcb-Num pic 9(8) value zeros.
           01 WS-Rcb-Processado pic 9(8) value zeros.
           01 WS-Rcb-Liberacao pic 9(8) value zeros.
           01 WS-Rcb-Supervisor pic X(8) value spaces.
           01 WS-Rcb-Data pic 9(8) value zeros.
           01 WS-Rcb-Hora pic 9(8) value zeros.
           01 WS-Rcb-Sit pic X(1) value spaces.
               88 Rcb-Duplicado value 'D'.
               88 Rcb-Liberado value 'L'.
           01 WS-Rcb-Gravado pic X(1) value 'N'.
               88 Rcb-Registrado value 'S'.
           01 WS-Rcb-Final pic X(1) value 'P'.
           01 WS-Rcb-Lancados pic 9(7) value zeros.
           01 WS-Rcb-Rejeitados pic 9(7) value zeros.
           01 ARQST-CNV pic X(2).
           01 ARQST-RET pic X(2).
           01 ARQST-AUT pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 ARQST-MOV pic X(2).
      *-Soma dos bloqueios judiciais ativos da conta corrente, para
       PROCEDURE DIVISION.

       00-INICIO.
      *-Trava de periodo: com o mes corrente ja fechado (PERIODO.DAT)
      *-nada e lancado e o passo termina com erro.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Per-Data = Ano * 100 + Mes.
           PERFORM 94-VERIFICA-PERIODO.
           IF Periodo-Travado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 80-IMPRESSAO-DIGITAL.
           IF Rcb-Duplicado
               GOBACK
           END-IF.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-COBRANCA UNTIL ARQST-CNV = "10".
           PERFORM 03-RESUMO.
           END-IF.
           CLOSE PENDDEB.
           CLOSE CONVENIO CONVRET AUTORIZA CC MOVIMENTO.
           IF Rcb-Registrado
               MOVE WS-Pagos TO WS-Rcb-Lancados
               MOVE WS-Recusados TO WS-Rcb-Rejeitados
               PERFORM 87-FECHA-RECEBIDO
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
           PERFORM 14-PROCURA-PENDENCIA.
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

       03-RESUMO.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2DEBITOCONVENIO - DEBITO DE CONVENIOS".
           DISPLAY "  TOTAL DEBITADO: " WS-Total-Debitado.
           DISPLAY "  RETORNO GRAVADO EM CONVRET.DAT".
           DISPLAY "===================================================".

       80-IMPRESSAO-DIGITAL.
      *-Primeira passada, so leitura: linhas, total e hash da
      *-entrada, conferidos no registro de arquivos recebidos.
           MOVE "00" TO ARQST-CNV.
           OPEN INPUT CONVENIO.
           IF ARQST-CNV = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-CNV = "10"
               CLOSE CONVENIO
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ CONVENIO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CNV
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF ValorCnv NUMERIC
                       ADD ValorCnv TO WS-Rcb-Total
                   END-IF
                   IF WS-Rcb-Qtd = 1
                       STRING "EMPRESA " CodEmpresa-Cnv " REF "
                           ReferenciaCnv
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-CONV TO WS-Rcb-Linha
                   PERFORM 82-SOMA-HASH
           END-READ.

       82-SOMA-HASH.
      *-Hash do conteudo: polinomial de base 31, modulo 999999937,
      *-sobre as 150 posicoes de cada linha, na ordem do arquivo.
           PERFORM 82-SOMA-CARACTER
               VARYING WS-Rcb-Pos FROM 1 BY 1
               UNTIL WS-Rcb-Pos > 150.

       82-SOMA-CARACTER.
           COMPUTE WS-Rcb-Hash = FUNCTION MOD(
               WS-Rcb-Hash * 31
               + FUNCTION ORD(WS-Rcb-Linha(WS-Rcb-Pos:1)),
               999999937).

       83-CONFERE-RECEBIDO.
      *-A mesma impressao digital ja processada (ou em curso, de
      *-uma execucao interrompida) e duplicada, a nao ser que um
      *-supervisor tenha liberado o reprocessamento no ProgramaP2.
      *-A entrada desta execucao e gravada antes de qualquer
      *-lancamento.
           OPEN I-O RECEBIDO.
           IF ARQST-RCB NOT = "00"
               CLOSE RECEBIDO
               OPEN OUTPUT RECEBIDO
               CLOSE RECEBIDO
               OPEN I-O RECEBIDO
           END-IF.
           MOVE ZEROS TO WS-Rcb-Processado WS-Rcb-Liberacao.
           MOVE SPACES TO WS-Rcb-Supervisor.
           MOVE WS-Rcb-Nome TO NomeArqRec.
           MOVE WS-Rcb-Qtd TO QtdRegRec.
           MOVE WS-Rcb-Total TO TotalRec.
           MOVE WS-Rcb-Hash TO HashRec.
           MOVE ImpressaoRec TO WS-Rcb-Impressao.
           START RECEBIDO KEY IS = ImpressaoRec
               INVALID KEY
                   MOVE "10" TO ARQST-RCB
               NOT INVALID KEY
                   MOVE "00" TO ARQST-RCB
           END-START.
           PERFORM 84-VARRE-RECEBIDO UNTIL ARQST-RCB = "10".
           MOVE 'C' TO WS-Rcb-Sit.
           IF WS-Rcb-Processado > ZEROS
               IF WS-Rcb-Liberacao > ZEROS
                   PERFORM 85-USA-LIBERACAO
               ELSE
                   MOVE 'D' TO WS-Rcb-Sit
               END-IF
           END-IF.
           PERFORM 86-GRAVA-RECEBIDO.
           IF Rcb-Duplicado
               DISPLAY "*** " WS-Rcb-Nome " JA PROCESSADO (REGISTRO "
                   WS-Rcb-Processado ") - RECUSADO"
               DISPLAY "*** REPROCESSAR SO COM LIBERACAO DE SUPERVISOR"
               CLOSE RECEBIDO
           END-IF.

       84-VARRE-RECEBIDO.
           READ RECEBIDO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RCB
               NOT AT END
                   IF ImpressaoRec NOT = WS-Rcb-Impressao
                       MOVE "10" TO ARQST-RCB
                   ELSE
                       IF Rec-Processado OR Rec-Liberado
                           OR Rec-Em-Curso
                           MOVE NumRec TO WS-Rcb-Processado
                       END-IF
                       IF Liberacao-Pendente
                           MOVE NumRec TO WS-Rcb-Liberacao
                           MOVE SupervisorRec TO WS-Rcb-Supervisor
                       END-IF
                   END-IF
           END-READ.

       85-USA-LIBERACAO.
           MOVE WS-Rcb-Liberacao TO NumRec.
           READ RECEBIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'U' TO LiberacaoRec
                   REWRITE REG-RECEBIDO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE 'L' TO WS-Rcb-Sit.
           DISPLAY "*** " WS-Rcb-Nome " REPROCESSADO, LIBERADO POR "
               WS-Rcb-Supervisor.

       86-GRAVA-RECEBIDO.
           MOVE 99999999 TO NumRec.
           START RECEBIDO KEY IS LESS THAN NumRec
               INVALID KEY
                   MOVE 1 TO WS-Rcb-Num
               NOT INVALID KEY
                   READ RECEBIDO NEXT RECORD
                   COMPUTE WS-Rcb-Num = NumRec + 1
           END-START.
           ACCEPT WS-Rcb-Data FROM DATE YYYYMMDD.
           ACCEPT WS-Rcb-Hora FROM TIME.
           INITIALIZE REG-RECEBIDO.
           MOVE WS-Rcb-Num TO NumRec.
           MOVE WS-Rcb-Impressao TO ImpressaoRec.
           MOVE WS-Rcb-Ident TO IdentRec.
           MOVE WS-Rcb-Job TO JobRec.
           MOVE WS-Rcb-Data TO DataRec.
           MOVE WS-Rcb-Hora(1:6) TO HoraRec.
           MOVE WS-Rcb-Sit TO SituacaoRec.
           IF Rcb-Duplicado
               MOVE WS-Rcb-Processado TO DuplicaRec
           END-IF.
           IF Rcb-Liberado
               MOVE WS-Rcb-Supervisor TO SupervisorRec
           END-IF.
           WRITE REG-RECEBIDO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR " WS-Rcb-Nome
                       " EM RECEBIDOS.DAT"
               NOT INVALID KEY
                   MOVE 'S' TO WS-Rcb-Gravado
           END-WRITE.

       87-FECHA-RECEBIDO.
      *-Resultado da execucao na entrada do registro: WS-Rcb-Final
      *-(P processado, R recusado, T retido) e as linhas lancadas
      *-e rejeitadas; processado com liberacao continua 'L'.
           MOVE WS-Rcb-Num TO NumRec.
           READ RECEBIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Rec-Liberado OR WS-Rcb-Final NOT = 'P'
                       MOVE WS-Rcb-Final TO SituacaoRec
                   END-IF
                   MOVE WS-Rcb-Lancados TO LancadosRec
                   MOVE WS-Rcb-Rejeitados TO RejeitadosRec
                   REWRITE REG-RECEBIDO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RECEBIDO.
