       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Parametros de negocio: taxa diaria IOFDIA.
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

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
       FD  CC LABEL RECORD STANDARD

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".
           VALUE OF FILE-ID IS "IOF.LST".
       01 LINHA-REL pic X(80).

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

           01 ARQST-CC pic X(2).
           01 ARQST-IOF pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

           01 WS-Total-Acumulado pic 9(9)V99 value zeros.
           01 WS-Total-Lancado pic 9(9)V99 value zeros.
           01 WS-Valor-Edt pic Z(8)9,99.
      *-Simulacao: IOF do mes (acumulado + dia) sem gravar nada.
           01 WS-IOF-Mes pic 9(7)V99 value zeros.
           01 WS-Tem-Iofacum pic X value 'N'.
               88 Iofacum-Aberto value 'S'.

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
           PERFORM 09-CARREGA-PARAMETROS.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           IF WS-Amanha-Mes NOT = MES
               MOVE 'S' TO WS-Fim-De-Mes
           END-IF.
           PERFORM 11-VERIFICA-SIMULACAO.
           IF Em-Simulacao
               PERFORM 12-ABRE-SIMULACAO
           ELSE
               PERFORM 01-ABRE-ARQ
           END-IF.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST-CC = "10".
           PERFORM 03-RESUMO THRU 03-RESUMO-TELA.
           IF Em-Simulacao
               IF Iofacum-Aberto
                   CLOSE IOFACUM
               END-IF
               CLOSE CC PREVIA
               GOBACK
           END-IF.
           CLOSE CC.
           CLOSE IOFACUM.
           CLOSE MOVIMENTO.
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   IF Conta-Ativa AND Em-Simulacao
                       PERFORM 13-SIMULA-IOF
                   END-IF
                   IF Conta-Ativa AND NOT Em-Simulacao
                       IF SaldoC < ZEROS
                           PERFORM 04-ACUMULA-IOF
                       END-IF
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

       11-VERIFICA-SIMULACAO.
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

       12-ABRE-SIMULACAO.
      *-Simulacao: CC.DAT e IOFACUM.DAT so para leitura; MOVSEQ.DAT,
      *-MOVIMENTO.DAT e IOF.LST nao sao abertos.
           OPEN INPUT CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
           END-IF.
           MOVE 'N' TO WS-Tem-Iofacum.
           OPEN INPUT IOFACUM.
           IF ARQST-IOF = "00"
               MOVE 'S' TO WS-Tem-Iofacum
           END-IF.
           OPEN EXTEND PREVIA.
           IF ARQST-PRV NOT = "00"
               CLOSE PREVIA
               OPEN OUTPUT PREVIA
           END-IF.

       13-SIMULA-IOF.
      *-O IOF do dia e calculado como em 04-ACUMULA-IOF, sem gravar
      *-o acumulador; no fim do mes a previa leva o acumulado do mes
      *-mais o IOF de hoje, o mesmo debito de 05-LANCA-IOF-MENSAL.
           MOVE ZEROS TO WS-IOF-Dia.
           IF SaldoC < ZEROS
               COMPUTE WS-IOF-Dia ROUNDED =
                   (ZEROS - SaldoC) * WS-Taxa-IOF-Dia / 1000
               ADD 1 TO WS-Contas-Acumuladas
               ADD WS-IOF-Dia TO WS-Total-Acumulado
           END-IF.
           IF Hoje-Fim-De-Mes
               MOVE WS-IOF-Dia TO WS-IOF-Mes
               IF Iofacum-Aberto
                   MOVE CodC TO CodC-Iof
                   READ IOFACUM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AnoIof = ANO AND MesIof = MES
                               ADD ValorAcumIof TO WS-IOF-Mes
                           END-IF
                   END-READ
               END-IF
               IF WS-IOF-Mes > ZEROS
                   MOVE SaldoC TO SaldoC-Antes
                   SUBTRACT WS-IOF-Mes FROM SaldoC
                   MOVE "F" TO OrigemPrv
                   MOVE "IF" TO TipoPrv
                   COMPUTE ValorPrv = SaldoC - SaldoC-Antes
                   MOVE SaldoC-Antes TO SaldoAnteriorPrv
                   MOVE SaldoC TO SaldoNovoPrv
                   MOVE SPACES TO DescricaoPrv
                   STRING "IOF CHEQUE ESPECIAL " MES "/" ANO
                       DELIMITED BY SIZE INTO DescricaoPrv
                   PERFORM 14-GRAVA-PREVIA
                   ADD 1 TO WS-Contas-Lancadas
                   ADD WS-IOF-Mes TO WS-Total-Lancado
               END-IF
           END-IF.

       14-GRAVA-PREVIA.
      *-Origem, tipo, valor, saldos e descricao ja montados por
      *-quem chamou, como iriam para MOVIMENTO.DAT.
           MOVE ANO TO AnoPrv.
           MOVE MES TO MesPrv.
           MOVE DIA TO DiaPrv.
           MOVE "ProgramaP2IOF" TO JobPrv.
           MOVE CodC TO CodC-Prv.
           WRITE REG-PREVIA.

       03-RESUMO.
           IF Em-Simulacao
               GO TO 03-RESUMO-TELA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Acumulado TO WS-Valor-Edt.
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       03-RESUMO-TELA.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2IOF - IOF DE CHEQUE ESPECIAL".
           IF Em-Simulacao
               DISPLAY "  SIMULACAO: NADA GRAVADO (VER PREVIA.DAT)"
           END-IF.
           DISPLAY "  CONTAS COM ACUMULO HOJE: " WS-Contas-Acumuladas.
           DISPLAY "  IOF ACUMULADO HOJE: " WS-Total-Acumulado.
           DISPLAY "  CONTAS LANCADAS (FIM DE MES): "
           DISPLAY "  IOF LANCADO: " WS-Total-Lancado.
           DISPLAY "  RESUMO GRAVADO EM IOF.LST".
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
