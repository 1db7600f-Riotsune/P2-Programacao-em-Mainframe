      *-parcela, sem entrar no limite), marca cada parcela paga,
      *-atualiza o contrato (parcelas pagas, saldo devedor,
      *-quitacao) e conta as tentativas e os atrasos quando o
      *-debito falha. Parcela cobrada depois do vencimento leva
      *-multa contratual (EMPMULTA) e juros de mora pro rata dia
      *-(EMPMORA, ao mes, sobre 30 dias), lancados a parte como
      *-"ME"; a pendencia da parcela em PENDDEB.DAT e reescrita a
      *-cada noite com o valor devido no dia, para o caixa cobrar
      *-certo na tela D.
      *-Contrato consignado em folha (ConsignanteEmp preenchido) nao
      *-passa por aqui: a parcela e descontada do salario pelo
      *-ProgramaP2CreditoSalario.
      *-Contrato baixado para prejuizo (ProgramaP2BaixaPrejuizo)
      *-tambem fica fora.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FER.
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.
      *-Contador de sequencial de lancamento por conta, comum a
      *-todos os gravadores do ledger.
       SELECT MOVSEQ ASSIGN TO DISK
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

           COPY FERIADO.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

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

           01 ARQST-PEM pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-EMP pic X(2).
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
           01 WS-Falhas pic 9(6) value zeros.
           01 WS-Total-Debitado pic 9(9)V99 value zeros.

           01 ARQST-PRM pic X(2).
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
      *-Encargos de atraso: multa em percentual sobre a parcela e
      *-mora em percentual ao mes, pro rata por dia corrido de
      *-atraso contado do vencimento (ja rolado para dia util).
           01 WS-Multa-Pct pic 9(3)V99 value 2.
           01 WS-Mora-Pct pic 9(3)V99 value 1.
           01 WS-Dias-Atraso pic 9(5) value zeros.
           01 WS-Multa pic 9(7)V99 value zeros.
           01 WS-Mora pic 9(7)V99 value zeros.
           01 WS-Encargos pic 9(7)V99 value zeros.
           01 WS-Devido pic 9(7)V99 value zeros.
           01 WS-Total-Encargos pic 9(9)V99 value zeros.

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
           PERFORM 14-CARREGA-FERIADOS.
           PERFORM 20-CARREGA-PARAMETROS.
           PERFORM 02-PROCESSA-PARCELA UNTIL ARQST-PEM = "10".
           PERFORM 03-RESUMO.
           IF Bloqjud-Aberto
               INVALID KEY
                   ADD 1 TO WS-Falhas
               NOT INVALID KEY
      *-Contrato baixado para prejuizo ('P') nao e mais cobrado
      *-aqui: o que vier dele entra como recuperacao no balcao.
                   IF ConsignanteEmp = SPACES AND Emprestimo-Ativo
                       PERFORM 05-DEBITA-CONTA
                   END-IF
           END-READ.

       05-DEBITA-CONTA.
      *-Mesma regra do DebitoOrdens: conta ativa e saldo DISPONIVEL
      *-(menos bloqueios judiciais ativos) cobrindo a parcela mais
      *-os encargos de atraso, sem limite de cheque especial.
           PERFORM 22-CALCULA-ENCARGOS.
           MOVE CodC-Emp TO CodC.
           READ CC
               INVALID KEY
                   PERFORM 10-APURA-BLOQUEIOS
                   IF Conta-Ativa AND
                       SaldoC - WS-Total-Bloqueado
                       - WS-Total-Float >= WS-Devido
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT WS-Devido FROM SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               PERFORM 06-REGISTRA-FALHA
                           NOT INVALID KEY
                               PERFORM 07-GRAVA-MOVIMENTO
                               IF WS-Encargos > ZEROS
                                   PERFORM 23-GRAVA-ENCARGOS
                               END-IF
                               PERFORM 08-BAIXA-PARCELA
                               PERFORM 09-ATUALIZA-CONTRATO
                       END-REWRITE
           STRING "PARC EMPRESTIMO " NumContrato-Pe "/"
               NumParcela-Pe
               DELIMITED BY SIZE INTO WS-Pnd-Desc.
           MOVE WS-Devido TO WS-Pnd-Valor.
           MOVE WS-Encargos TO WS-Pnd-Encargos.
           PERFORM 17-GRAVA-PENDENCIA.
           IF Tentativas-Pe NOT NUMERIC
               MOVE ZEROS TO Tentativas-Pe
           MOVE DIA TO DiaDebito-Pe.
           REWRITE REG-PARCEMP.
           ADD 1 TO WS-Pagas.
           ADD WS-Devido TO WS-Total-Debitado.

       09-ATUALIZA-CONTRATO.
           ADD 1 TO ParcelasPagasEmp.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
      *-Com encargos, a parcela e o primeiro dos dois lancamentos
      *-do mesmo debito: o saldo novo dela e o anterior do "ME".
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           COMPUTE SaldoNovoMov = SaldoC-Antes - ValorParcela-Pe.
           MOVE SPACE TO OrigemMov.
           MOVE "PE" TO TipoMov.
           COMPUTE ValorMov = SaldoNovoMov - SaldoAnteriorMov.
           MOVE SPACES TO DescricaoMov.
           STRING "PARCELA " NumParcela-Pe " CONTRATO "
               NumContrato-Pe
           END-PERFORM.
           PERFORM 91-GRAVA-SEQ-MOV.

       23-GRAVA-ENCARGOS.
      *-Multa e mora da parcela paga em atraso, em lancamento
      *-proprio ("ME"), logo depois do "PE" da parcela.
           ACCEPT HORA-SIS FROM TIME.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           COMPUTE SaldoAnteriorMov = SaldoC-Antes - ValorParcela-Pe.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE SPACE TO OrigemMov.
           MOVE "ME" TO TipoMov.
           COMPUTE ValorMov = SaldoNovoMov - SaldoAnteriorMov.
           MOVE SPACES TO DescricaoMov.
           STRING "ENCARGOS PARC " NumParcela-Pe " CONTR "
               NumContrato-Pe
               DELIMITED BY SIZE INTO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 24-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.
           ADD WS-Encargos TO WS-Total-Encargos.

       24-GRAVA-REG-MOVIMENTO.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       22-CALCULA-ENCARGOS.
      *-Multa fixa sobre a parcela e mora pro rata dia, ambas so
      *-depois do vencimento (WS-Data-Venc, ja em dia util).
           MOVE ZEROS TO WS-Multa WS-Mora WS-Encargos.
           IF WS-Data-Venc < WS-Data-Hoje
               COMPUTE WS-Dias-Atraso =
                   FUNCTION INTEGER-OF-DATE(WS-Data-Hoje)
                   - FUNCTION INTEGER-OF-DATE(WS-Data-Venc)
               COMPUTE WS-Multa ROUNDED =
                   ValorParcela-Pe * WS-Multa-Pct / 100
               COMPUTE WS-Mora ROUNDED =
                   ValorParcela-Pe * WS-Mora-Pct / 100 / 30
                   * WS-Dias-Atraso
               COMPUTE WS-Encargos = WS-Multa + WS-Mora
           END-IF.
           COMPUTE WS-Devido = ValorParcela-Pe + WS-Encargos.

       20-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 21-LE-PARAMETRO UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       21-LE-PARAMETRO.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje
                       EVALUATE CodParam
                           WHEN "EMPMULTA"
                               MOVE ValorParam TO WS-Multa-Pct
                           WHEN "EMPMORA"
                               MOVE ValorParam TO WS-Mora-Pct
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       12-APURA-FLOAT.
      *-Soma os depositos em cheque ainda nao liberados da conta
      *-(chave alternada CodC-Flt), no mesmo molde dos bloqueios.
           PERFORM 18-PROCURA-PENDENCIA.
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

       10-APURA-BLOQUEIOS.
      *-Soma os bloqueios ativos da conta corrente (chave alternada
      *-CodC-Blq), para o teste de saldo disponivel.
           DISPLAY "  PARCELAS PAGAS: " WS-Pagas.
           DISPLAY "  PARCELAS COM FALHA DE DEBITO: " WS-Falhas.
           DISPLAY "  TOTAL DEBITADO: " WS-Total-Debitado.
           DISPLAY "  MULTA E MORA COBRADAS: " WS-Total-Encargos.
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
