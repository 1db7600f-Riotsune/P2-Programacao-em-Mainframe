       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Cartao da loja: conta com cartao tem compras e parcelas
      *-cobradas pela fatura mensal (ProgramaP2FaturaLoja), nao
      *-aqui.
       SELECT CARTLOJA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Clj
       FILE STATUS ARQST-CLJ.
      *-Relatorio diario de rejeitos de cobranca, para o gerente da
      *-loja agir sobre os clientes em atraso.
       SELECT REJEITO ASSIGN TO DISK
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REJ.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS LABEL RECORD STANDARD
               88 Compra-Pendente VALUE "P".
               88 Compra-Debitada VALUE "D".
               88 Compra-Vencida VALUE "X".
      *-Compra integral levada para a fatura do cartao da loja.
               88 Compra-Faturada VALUE "F".
      *-Data da compra (AAMMDD), usada por este job e por
      *-ProgramaP2RelCrediario para filtrar por periodo.
           02 DataCompra-P.
               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
      *-Custo da mercadoria vendida: custo medio da ficha de
      *-estoque na hora da venda e o total (QTDADE-P * unitario).
      *-Espacos nas vendas anteriores ao custeio.
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  CARTLOJA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTLOJA
           VALUE OF FILE-ID IS "CARTLOJA.DAT".

           COPY CARTLOJA.

       FD  REJEITO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REJ
           VALUE OF FILE-ID IS "REJCRED.LST".

           COPY PARAMETRO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-PROD pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

      *-Soma dos bloqueios judiciais ativos da conta corrente, para
      *-a regra de saldo disponivel; sem BLOQJUD.DAT na maquina a
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.

      *-Contas com cartao da loja ficam com a fatura; sem
      *-CARTLOJA.DAT ninguem tem cartao e tudo segue avulso.
           01 ARQST-CLJ pic X(2).
           01 WS-Tem-Cartloja pic X value 'N'.
               88 Cartloja-Aberto value 'S'.
           01 WS-Com-Cartao pic X value 'N'.
               88 Conta-Com-Cartao value 'S'.
           01 WS-Cartao-Codc pic 9(6) value zeros.
           01 WS-Itens-Fatura pic 9(6) value zeros.

           COPY PENDFILA.
           01 ARQST-FER pic X(2).

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
           PERFORM 23-CARREGA-PARAMETROS.
           PERFORM 30-CARREGA-FERIADOS.
           PERFORM 01-ABRE-ARQ.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Cartloja-Aberto
               CLOSE CARTLOJA
           END-IF.
           CLOSE PENDDEB.
           CLOSE PRODUTOS.
           CLOSE CC.
               MOVE 'S' TO WS-Tem-Float
           END-IF.

           MOVE 'N' TO WS-Tem-Cartloja.
           OPEN INPUT CARTLOJA.
           IF ARQST-CLJ = "00"
               MOVE 'S' TO WS-Tem-Cartloja
           END-IF.

           OPEN I-O PENDDEB.
           IF ARQST-PND NOT = "00"
               CLOSE PENDDEB
                       IF PARCELAS-P NUMERIC AND PARCELAS-P > 1
                           CONTINUE
                       ELSE
                           MOVE CODC-P TO WS-Cartao-Codc
                           PERFORM 36-VERIFICA-CARTAO
                           IF Conta-Com-Cartao
                               ADD 1 TO WS-Itens-Fatura
                           ELSE
                               PERFORM 06-DEBITA-COMPRA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   PERFORM 32-AJUSTA-DIA-UTIL
                   MOVE WS-Util-Data TO WS-Data-Venc
                   IF Parcela-Pendente AND WS-Data-Venc <= WS-Data-Hoje
                       MOVE CodC-Par TO WS-Cartao-Codc
                       PERFORM 36-VERIFICA-CARTAO
                       IF Conta-Com-Cartao
                           ADD 1 TO WS-Itens-Fatura
                       ELSE
                           PERFORM 10-DEBITA-PARCELA
                       END-IF
                   END-IF
           END-READ.

           PERFORM 34-PROCURA-PENDENCIA.
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
               ADD 1 TO WS-Pnd-Baixadas
           END-IF.

       36-VERIFICA-CARTAO.
      *-Conta com cartao da loja ativo: o item espera o fechamento
      *-da fatura em vez de ser debitado avulso.
           MOVE 'N' TO WS-Com-Cartao.
           IF Cartloja-Aberto
               MOVE WS-Cartao-Codc TO CodC-Clj
               READ CARTLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Cartao-Ativo
                           MOVE 'S' TO WS-Com-Cartao
                       END-IF
               END-READ
           END-IF.

       90-PROXIMO-SEQ-MOV.
      *-Sequencial verdadeiro por conta, do contador compartilhado
      *-MOVSEQ.DAT; conta sem contador ganha um posicionado no
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
           DISPLAY "  PROGRAMAP2DEBITOCREDIARIO - DEBITO DE COMPRAS A".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  COMPRAS DEBITADAS (INTEGRAIS): " WS-Contador.
           DISPLAY "  PARCELAS DEBITADAS: " WS-Parcelas-Debitadas.
           DISPLAY "  ITENS DEIXADOS PARA A FATURA DA LOJA: "
               WS-Itens-Fatura.
           DISPLAY "  COMPRAS NAO DEBITADAS (CONTA/SALDO): "
               WS-Nao-Debitadas.
           DISPLAY "  COBRANCAS DADAS POR VENCIDAS: "
           DISPLAY "  REJEITOS NO RELATORIO REJCRED.LST: " WS-Rejeitos.
           DISPLAY "  TOTAL DEBITADO: " WS-Total-Debitado.
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
