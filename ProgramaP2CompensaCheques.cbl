       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Cadastro de emitentes de cheques sem fundos: a partir da
      *-segunda devolucao por saldo insuficiente na janela de 12
      *-meses o titular entra aqui (consulta/baixa no ProgramaP2).
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQAPRES LABEL RECORD STANDARD

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".
           COPY PARAMETRO.


       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-APR pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CHQ pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Tem-Bloqjud pic X value 'N'.
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
           PERFORM 19-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-APRESENTADO UNTIL ARQST-APR = "10".
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
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "  TOTAL DEBITADO: " WS-Total-Compensado.
           DISPLAY "  RESUMO GRAVADO EM COMPCHQ.LST".
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
