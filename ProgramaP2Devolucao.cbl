       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Devolucao.
      *-----------------------------------------------------------
      *-Devolucao e troca de mercadoria na loja, o caminho de volta
      *-da venda do INDICE. O operador aponta a venda original em
      *-PRODUTOS.DAT (produto, conta e data; havendo mais de uma,
      *-escolhe pela lista), a quantidade devolvida - nunca acima
      *-do vendido menos o ja devolvido - e o motivo. A quantidade
      *-volta ao saldo de ESTOQUE.DAT e o dinheiro segue a forma da
      *-venda:
      *-  a vista: reembolso em especie no caixa;
      *-  crediario parcelado: as parcelas ainda nao cobradas sao
      *-  canceladas da ultima para a primeira (a ultima alcancada
      *-  pode ficar reduzida) e o que ja foi debitado ou faturado
      *-  volta como credito "DV" na conta;
      *-  crediario integral: a compra ainda pendente tem o valor
      *-  abatido (ou fica devolvida, "R", se voltou tudo); a ja
      *-  debitada ou faturada volta como credito na conta.
      *-Parcela com boleto em aberto nao e cancelada (o boleto
      *-continua valendo) e entra no credito. A troca e registrada
      *-como devolucao (tipo T) e o item novo e vendido no INDICE.
      *-Cada devolucao vai para DEVOLUCAO.DAT, base do relatorio
      *-mensal ProgramaP2RelDevolucoes.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-Vendas lancadas pelo INDICE.
       SELECT PRODUTOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PROD.

       SELECT PARCELA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PAR.

       SELECT BOLETO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NossoNumeroBol
       ALTERNATE RECORD KEY CodC-Bol WITH DUPLICATES
       FILE STATUS ARQST-BOL.

      *-Sem ESTOQUE.DAT o controle de saldo fica desligado, como
      *-no INDICE.
       SELECT ESTOQUE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodigoEstq
       FILE STATUS ARQST-EST.

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

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

      *-Diario so-acrescimo das devolucoes.
       SELECT DEVOLUCAO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-DEV.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS LABEL RECORD STANDARD
           DATA RECORD IS REG-PROD
           VALUE OF FILE-ID IS "PRODUTOS.DAT".
       01 REG-PROD.
           02 CODIG-P PIC 9(4).
           02 NOME-P PIC X(30).
           02 QTDADE-P PIC 9(4).
           02 UNIT-P PIC 9(5)V99.
           02 TOTAL-P PIC 9(6)V99.
           02 CODC-P PIC 9(6).
           02 STATUS-P PIC X(1).
               88 Compra-Pendente VALUE "P".
               88 Compra-Debitada VALUE "D".
               88 Compra-Vencida VALUE "X".
               88 Compra-Faturada VALUE "F".
      *-Compra pendente devolvida por inteiro.
               88 Compra-Devolvida VALUE "R".
           02 DataCompra-P.
               03 AnoCompra-P PIC 9(4).
               03 MesCompra-P PIC 9(2).
               03 DiaCompra-P PIC 9(2).
           02 PARCELAS-P PIC 9(2).
           02 MOTIVO-FALHA-P PIC X(1).
           02 DATA-FALHA-P.
               03 ANO-FALHA-P PIC 9(4).
               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  PARCELA LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELA.DAT".

           COPY PARCELA.

       FD  BOLETO LABEL RECORD STANDARD
           DATA RECORD IS REG-BOLETO
           VALUE OF FILE-ID IS "BOLETO.DAT".

           COPY BOLETO.

       FD  ESTOQUE LABEL RECORD STANDARD
           DATA RECORD IS REG-ESTOQUE
           VALUE OF FILE-ID IS "ESTOQUE.DAT".

           COPY ESTOQUE.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
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

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  DEVOLUCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-DEVOLUCAO
           VALUE OF FILE-ID IS "DEVOLUCAO.DAT".

           COPY DEVOLUCAO.

       WORKING-STORAGE SECTION.

           01 ARQST-PROD pic X(2).
           01 ARQST-PAR pic X(2).
           01 ARQST-BOL pic X(2).
           01 ARQST-EST pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-DEV pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Bol-Aberto pic X value 'N'.
           01 WS-Estoque-Ok pic X value 'N'.
               88 Estoque-Aberto value 'S'.

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

      *-Venda procurada: produto, conta (zeros = a vista) e data.
           01 WS-Codigo pic 9(4) value zeros.
           01 WS-Conta pic 9(6) value zeros.
           01 WS-Data-Venda pic 9(8) value zeros.
           01 WS-Data-Reg pic 9(8) value zeros.
           01 WS-Ordem pic 9(6) value zeros.
           01 WS-Venda pic 9(6) value zeros.
           01 WS-Vendas-Achadas pic 9(4) value zeros.
           01 WS-Venda-Ok pic X value 'N'.
               88 Venda-Carregada value 'S'.

           01 WS-Ja-Devolvido pic 9(6) value zeros.
           01 WS-Qtd-Max pic 9(6) value zeros.
           01 WS-Qtd pic 9(4) value zeros.
           01 WS-Motivo pic X value space.
               88 WS-Motivo-Valido values 'D' 'A' 'T' 'E' 'O'.
           01 WS-Troca pic X value 'N'.
           01 WS-Confirma pic X value 'N'.

           01 WS-Valor pic 9(6)V99 value zeros.
           01 WS-Resto pic 9(6)V99 value zeros.
           01 WS-Reembolso pic 9(6)V99 value zeros.
           01 WS-Cancelado pic 9(6)V99 value zeros.
           01 WS-Creditado pic 9(6)V99 value zeros.

      *-Parcelas da venda ainda cancelaveis (pendentes/vencidas e
      *-sem boleto em aberto), na ordem do arquivo: o abatimento
      *-corre da ultima para a primeira.
           01 WS-Pc-Tab.
               02 WS-Pc-Ent occurs 24 times.
                   03 WS-Pc-Num pic 9(2).
                   03 WS-Pc-Valor pic 9(6)V99.
                   03 WS-Pc-Novo pic 9(6)V99.
                   03 WS-Pc-Mexe pic X.
           01 WS-Pc-Qtd pic 9(2) value zeros.
           01 WS-Pc-Idx pic 9(2) value zeros.
           01 WS-Par-Da-Venda pic X value 'N'.
           01 WS-Par-Com-Boleto pic X value 'N'.
           01 WS-Meses-Venda pic 9(6) value zeros.
           01 WS-Meses-Parcela pic 9(6) value zeros.
           01 WS-Dia-Parcela pic 9(2) value zeros.

           01 SaldoC-Antes pic S9(7)V99.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 WS-Qtd-Devolucoes pic 9(4) value zeros.
           01 WS-Qtd-Trocas pic 9(4) value zeros.
           01 WS-Tot-Reembolso pic 9(7)V99 value zeros.
           01 WS-Tot-Cancelado pic 9(7)V99 value zeros.
           01 WS-Tot-Creditado pic 9(7)V99 value zeros.
           01 WS-Valor-Edt pic Z(5)9,99.

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
           DISPLAY "DEVOLUCAO E TROCA DE MERCADORIA - "
               "PROGRAMAP2DEVOLUCAO".
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               MOVE 9 TO WS-Codigo
               PERFORM 10-DEVOLVE WITH TEST AFTER
                   UNTIL WS-Codigo = ZEROS
           END-IF.
           IF WS-Bol-Aberto = 'S'
               CLOSE BOLETO
           END-IF.
           IF Estoque-Aberto
               CLOSE ESTOQUE
           END-IF.
           CLOSE CC MOVIMENTO MOVSEQ OPERADOR DEVOLUCAO.
           MOVE WS-Tot-Reembolso TO WS-Valor-Edt.
           DISPLAY "DEVOLUCOES: " WS-Qtd-Devolucoes
               "  TROCAS: " WS-Qtd-Trocas
               "  REEMBOLSADO: " WS-Valor-Edt.
           MOVE WS-Tot-Cancelado TO WS-Valor-Edt.
           DISPLAY "CANCELADO DO CREDIARIO: " WS-Valor-Edt.
           MOVE WS-Tot-Creditado TO WS-Valor-Edt.
           DISPLAY "CREDITADO EM CONTA: " WS-Valor-Edt.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O ESTOQUE.
           IF ARQST-EST = "00"
               MOVE 'S' TO WS-Estoque-Ok
           END-IF.
           OPEN INPUT BOLETO.
           IF ARQST-BOL = "00"
               MOVE 'S' TO WS-Bol-Aberto
           END-IF.
           OPEN I-O CC.
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
           OPEN INPUT OPERADOR.
           OPEN EXTEND DEVOLUCAO.
           IF ARQST-DEV NOT = "00"
               CLOSE DEVOLUCAO
               OPEN OUTPUT DEVOLUCAO
           END-IF.

       02-IDENTIFICA-OPERADOR.
      *-Quem recebe a devolucao, validado em OPERADOR.DAT: o
      *-relatorio mensal agrupa por ele.
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

       10-DEVOLVE.
           DISPLAY " ".
           DISPLAY "Codigo do produto (0 = fim): " WITH NO ADVANCING.
           ACCEPT WS-Codigo.
           IF WS-Codigo NOT = ZEROS
               DISPLAY "Conta do cliente (0 = venda a vista): "
                   WITH NO ADVANCING
               ACCEPT WS-Conta
               DISPLAY "Data da venda (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-Data-Venda
               PERFORM 11-LISTA-VENDAS
               IF WS-Vendas-Achadas = ZEROS
                   DISPLAY "VENDA NAO ENCONTRADA"
               ELSE
                   IF WS-Vendas-Achadas > 1
                       DISPLAY "Numero da venda: " WITH NO ADVANCING
                       ACCEPT WS-Venda
                   END-IF
                   PERFORM 13-CARREGA-VENDA
                   IF Venda-Carregada
                       PERFORM 15-PEDE-DEVOLUCAO
                   END-IF
                   CLOSE PRODUTOS
               END-IF
           END-IF.

       11-LISTA-VENDAS.
      *-Mostra as vendas do produto para a conta na data, numeradas
      *-pela posicao no arquivo; uma so ja fica escolhida.
           MOVE ZEROS TO WS-Vendas-Achadas WS-Ordem WS-Venda.
           MOVE "00" TO ARQST-PROD.
           OPEN INPUT PRODUTOS.
           IF ARQST-PROD = "00"
               PERFORM 12-LE-VENDA UNTIL ARQST-PROD = "10"
               CLOSE PRODUTOS
           END-IF.

       12-LE-VENDA.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PROD
               NOT AT END
                   ADD 1 TO WS-Ordem
                   COMPUTE WS-Data-Reg = AnoCompra-P * 10000
                       + MesCompra-P * 100 + DiaCompra-P
                   IF CODIG-P = WS-Codigo AND CODC-P = WS-Conta
                       AND WS-Data-Reg = WS-Data-Venda
                       ADD 1 TO WS-Vendas-Achadas
                       MOVE WS-Ordem TO WS-Venda
                       MOVE TOTAL-P TO WS-Valor-Edt
                       DISPLAY "VENDA " WS-Ordem " " NOME-P
                           " QTD " QTDADE-P " TOTAL " WS-Valor-Edt
                           " PARC " PARCELAS-P " SIT " STATUS-P
                   END-IF
           END-READ.

       13-CARREGA-VENDA.
      *-Reposiciona na venda escolhida com o arquivo aberto I-O,
      *-para a regravacao do status/valor da compra.
           MOVE 'N' TO WS-Venda-Ok.
           MOVE ZEROS TO WS-Ordem.
           OPEN I-O PRODUTOS.
           MOVE "00" TO ARQST-PROD.
           PERFORM 14-AVANCA-VENDA
               UNTIL ARQST-PROD = "10" OR WS-Ordem = WS-Venda.
           IF WS-Ordem = WS-Venda AND WS-Venda > ZEROS
               COMPUTE WS-Data-Reg = AnoCompra-P * 10000
                   + MesCompra-P * 100 + DiaCompra-P
               IF CODIG-P = WS-Codigo AND CODC-P = WS-Conta
                   AND WS-Data-Reg = WS-Data-Venda
                   MOVE 'S' TO WS-Venda-Ok
               END-IF
           END-IF.
           IF NOT Venda-Carregada
               DISPLAY "NUMERO DE VENDA INVALIDO"
           END-IF.

       14-AVANCA-VENDA.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PROD
               NOT AT END
                   ADD 1 TO WS-Ordem
           END-READ.

       15-PEDE-DEVOLUCAO.
           IF Compra-Devolvida
               DISPLAY "VENDA JA DEVOLVIDA"
           ELSE
               PERFORM 16-SOMA-DEVOLVIDO
               COMPUTE WS-Qtd-Max = QTDADE-P - WS-Ja-Devolvido
               IF QTDADE-P <= WS-Ja-Devolvido
                   DISPLAY "VENDA JA DEVOLVIDA"
               ELSE
                   DISPLAY "Quantidade devolvida (max " WS-Qtd-Max
                       "): " WITH NO ADVANCING
                   ACCEPT WS-Qtd
                   IF WS-Qtd = ZEROS OR WS-Qtd > WS-Qtd-Max
                       DISPLAY "QUANTIDADE INVALIDA"
                   ELSE
                       PERFORM 18-PEDE-MOTIVO
                   END-IF
               END-IF
           END-IF.

       16-SOMA-DEVOLVIDO.
      *-DEVOLUCAO.DAT fica aberto em EXTEND; para somar o que a
      *-venda ja devolveu, fecha, le INPUT e devolve ao EXTEND.
           MOVE ZEROS TO WS-Ja-Devolvido.
           CLOSE DEVOLUCAO.
           OPEN INPUT DEVOLUCAO.
           MOVE "00" TO ARQST-DEV.
           PERFORM 17-LE-DEVOLVIDO UNTIL ARQST-DEV = "10".
           CLOSE DEVOLUCAO.
           OPEN EXTEND DEVOLUCAO.

       17-LE-DEVOLVIDO.
           READ DEVOLUCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DEV
               NOT AT END
                   IF NumVendaDev = WS-Venda
                       AND CodigoDev = CODIG-P
                       ADD QtdDev TO WS-Ja-Devolvido
                   END-IF
           END-READ.

       18-PEDE-MOTIVO.
           DISPLAY "Motivo (D=defeito A=desistencia T=tamanho/modelo"
               " E=erro na venda O=outros): " WITH NO ADVANCING.
           ACCEPT WS-Motivo.
           IF NOT WS-Motivo-Valido
               DISPLAY "MOTIVO INVALIDO"
           ELSE
               DISPLAY "Troca por outro item (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Troca
               COMPUTE WS-Valor = WS-Qtd * UNIT-P
      *-Compra pendente com abatimento anterior: o valor devolvido
      *-nao passa do que ainda resta da compra.
               IF WS-Valor > TOTAL-P
                   MOVE TOTAL-P TO WS-Valor
               END-IF
               MOVE WS-Valor TO WS-Valor-Edt
               DISPLAY "DEVOLVER " WS-Qtd " UNIDADE(S), VALOR "
                   WS-Valor-Edt " - CONFIRMA (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Confirma
               IF WS-Confirma = 'S'
                   PERFORM 20-PROCESSA-DEVOLUCAO
               ELSE
                   DISPLAY "DEVOLUCAO NAO LANCADA"
               END-IF
           END-IF.

       20-PROCESSA-DEVOLUCAO.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ZEROS TO WS-Reembolso WS-Cancelado WS-Creditado.
           EVALUATE TRUE
               WHEN CODC-P = ZEROS
                   MOVE WS-Valor TO WS-Reembolso
               WHEN PARCELAS-P > 1
                   PERFORM 30-CANCELA-PARCELAS
               WHEN Compra-Pendente OR Compra-Vencida
                   PERFORM 25-ABATE-COMPRA
               WHEN OTHER
                   MOVE WS-Valor TO WS-Resto
                   PERFORM 40-CREDITA-CONTA
           END-EVALUATE.
           IF Estoque-Aberto
               PERFORM 21-RETORNA-ESTOQUE
           END-IF.
           PERFORM 22-GRAVA-DEVOLUCAO.
           IF WS-Reembolso > ZEROS
               MOVE WS-Reembolso TO WS-Valor-Edt
               DISPLAY "REEMBOLSAR EM ESPECIE: " WS-Valor-Edt
           END-IF.
           IF WS-Cancelado > ZEROS
               MOVE WS-Cancelado TO WS-Valor-Edt
               DISPLAY "CANCELADO DO CREDIARIO: " WS-Valor-Edt
           END-IF.
           IF WS-Creditado > ZEROS
               MOVE WS-Creditado TO WS-Valor-Edt
               DISPLAY "CREDITADO NA CONTA " CODC-P ": "
                   WS-Valor-Edt
           END-IF.
           IF WS-Troca = 'S'
               DISPLAY "TROCA: LANCE A VENDA DO ITEM NOVO NO INDICE"
           END-IF.

       21-RETORNA-ESTOQUE.
           MOVE CODIG-P TO CodigoEstq.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY "FICHA DO ITEM NAO EXISTE, SALDO NAO "
                       "ATUALIZADO"
               NOT INVALID KEY
                   ADD WS-Qtd TO SaldoEstq
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FICHA"
                       NOT INVALID KEY
                           DISPLAY "ITEM DE VOLTA AO ESTOQUE, SALDO "
                               SaldoEstq
                   END-REWRITE
           END-READ.

       22-GRAVA-DEVOLUCAO.
           MOVE ANO TO AnoDev.
           MOVE MES TO MesDev.
           MOVE DIA TO DiaDev.
           COMPUTE HoraDev = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Venda TO NumVendaDev.
           MOVE CODIG-P TO CodigoDev.
           MOVE NOME-P TO NomeDev.
           MOVE CODC-P TO CodC-Dev.
           MOVE AnoCompra-P TO AnoVendaDev.
           MOVE MesCompra-P TO MesVendaDev.
           MOVE DiaCompra-P TO DiaVendaDev.
           MOVE WS-Qtd TO QtdDev.
           MOVE WS-Valor TO ValorDev.
           IF WS-Troca = 'S'
               MOVE 'T' TO TipoDev
               ADD 1 TO WS-Qtd-Trocas
           ELSE
               MOVE 'D' TO TipoDev
               ADD 1 TO WS-Qtd-Devolucoes
           END-IF.
           MOVE WS-Motivo TO MotivoDev.
           MOVE WS-Reembolso TO ReembolsoDev.
           MOVE WS-Cancelado TO CanceladoDev.
           MOVE WS-Creditado TO CreditadoDev.
           MOVE WS-Operador TO OperadorDev.
           IF CUSTO-UNIT-P NUMERIC
               MOVE CUSTO-UNIT-P TO CustoUnitDev
           ELSE
               MOVE ZEROS TO CustoUnitDev
           END-IF.
           WRITE REG-DEVOLUCAO.
           ADD WS-Reembolso TO WS-Tot-Reembolso.
           ADD WS-Cancelado TO WS-Tot-Cancelado.
           ADD WS-Creditado TO WS-Tot-Creditado.

       25-ABATE-COMPRA.
      *-Compra integral ainda nao debitada: sai do valor a debitar;
      *-voltando tudo, a compra fica devolvida e o lote de debito
      *-nao a ve mais.
           MOVE WS-Valor TO WS-Cancelado.
           IF WS-Qtd = WS-Qtd-Max OR WS-Valor = TOTAL-P
               MOVE "R" TO STATUS-P
           ELSE
               SUBTRACT WS-Valor FROM TOTAL-P
           END-IF.
           REWRITE REG-PROD.

       30-CANCELA-PARCELAS.
      *-Primeira passada junta as parcelas da venda ainda nao
      *-cobradas; o valor devolvido as abate da ultima para a
      *-primeira; a segunda passada regrava as alcancadas. O que
      *-sobrar ja foi cobrado (debitado, faturado ou em boleto) e
      *-volta como credito na conta.
           MOVE ZEROS TO WS-Pc-Qtd.
           COMPUTE WS-Meses-Venda = AnoCompra-P * 12 + MesCompra-P.
           MOVE DiaCompra-P TO WS-Dia-Parcela.
           IF WS-Dia-Parcela > 28
               MOVE 28 TO WS-Dia-Parcela
           END-IF.
           MOVE "00" TO ARQST-PAR.
           OPEN INPUT PARCELA.
           IF ARQST-PAR = "00"
               PERFORM 31-JUNTA-PARCELA UNTIL ARQST-PAR = "10"
               CLOSE PARCELA
           END-IF.
           MOVE WS-Valor TO WS-Resto.
           PERFORM 33-ABATE-PARCELA
               VARYING WS-Pc-Idx FROM WS-Pc-Qtd BY -1
               UNTIL WS-Pc-Idx < 1.
           COMPUTE WS-Cancelado = WS-Valor - WS-Resto.
           IF WS-Cancelado > ZEROS
               MOVE "00" TO ARQST-PAR
               OPEN I-O PARCELA
               PERFORM 34-REGRAVA-PARCELA UNTIL ARQST-PAR = "10"
               CLOSE PARCELA
           END-IF.
           IF WS-Resto > ZEROS
               PERFORM 40-CREDITA-CONTA
           END-IF.

       31-JUNTA-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAR
               NOT AT END
                   PERFORM 32-CONFERE-PARCELA
                   IF WS-Par-Da-Venda = 'S'
                       AND (Parcela-Pendente OR Parcela-Vencida)
                       AND WS-Pc-Qtd < 24
                       PERFORM 35-VE-BOLETO
                       IF WS-Par-Com-Boleto = 'N'
                           ADD 1 TO WS-Pc-Qtd
                           MOVE NumParcela-Par TO WS-Pc-Num(WS-Pc-Qtd)
                           MOVE ValorParcela-Par
                               TO WS-Pc-Valor(WS-Pc-Qtd)
                           MOVE ValorParcela-Par
                               TO WS-Pc-Novo(WS-Pc-Qtd)
                           MOVE 'N' TO WS-Pc-Mexe(WS-Pc-Qtd)
                       END-IF
                   END-IF
           END-READ.

       32-CONFERE-PARCELA.
      *-A agenda nao guarda a venda: a parcela e desta venda quando
      *-bate produto, conta, numero de parcelas e o vencimento que
      *-o INDICE calcula (mes da compra + numero da parcela, dia
      *-da compra limitado a 28).
           MOVE 'N' TO WS-Par-Da-Venda.
           COMPUTE WS-Meses-Parcela = AnoVencimento-Par * 12
               + MesVencimento-Par - NumParcela-Par.
           IF CodigoProduto-Par = CODIG-P AND CodC-Par = CODC-P
               AND TotParcelas-Par = PARCELAS-P
               AND WS-Meses-Parcela = WS-Meses-Venda
               AND DiaVencimento-Par = WS-Dia-Parcela
               MOVE 'S' TO WS-Par-Da-Venda
           END-IF.

       33-ABATE-PARCELA.
           IF WS-Resto > ZEROS
               MOVE 'S' TO WS-Pc-Mexe(WS-Pc-Idx)
               IF WS-Resto >= WS-Pc-Valor(WS-Pc-Idx)
                   MOVE ZEROS TO WS-Pc-Novo(WS-Pc-Idx)
                   SUBTRACT WS-Pc-Valor(WS-Pc-Idx) FROM WS-Resto
               ELSE
                   COMPUTE WS-Pc-Novo(WS-Pc-Idx) =
                       WS-Pc-Valor(WS-Pc-Idx) - WS-Resto
                   MOVE ZEROS TO WS-Resto
               END-IF
           END-IF.

       34-REGRAVA-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAR
               NOT AT END
                   PERFORM 32-CONFERE-PARCELA
                   IF WS-Par-Da-Venda = 'S'
                       AND (Parcela-Pendente OR Parcela-Vencida)
                       PERFORM 36-REGRAVA-UMA
                           VARYING WS-Pc-Idx FROM 1 BY 1
                           UNTIL WS-Pc-Idx > WS-Pc-Qtd
                   END-IF
           END-READ.

       36-REGRAVA-UMA.
           IF WS-Pc-Num(WS-Pc-Idx) = NumParcela-Par
               AND WS-Pc-Mexe(WS-Pc-Idx) = 'S'
               IF WS-Pc-Novo(WS-Pc-Idx) = ZEROS
                   MOVE 'C' TO StatusParcela-Par
               ELSE
                   MOVE WS-Pc-Novo(WS-Pc-Idx) TO ValorParcela-Par
               END-IF
               REWRITE REG-PARCELA
               MOVE 'N' TO WS-Pc-Mexe(WS-Pc-Idx)
           END-IF.

       35-VE-BOLETO.
           MOVE 'N' TO WS-Par-Com-Boleto.
           IF WS-Bol-Aberto = 'S'
               MOVE CodC-Par TO CodC-Bol
               START BOLETO KEY IS = CodC-Bol
                   INVALID KEY
                       MOVE "10" TO ARQST-BOL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BOL
               END-START
               PERFORM 37-VARRE-BOLETO UNTIL ARQST-BOL = "10"
           END-IF.

       37-VARRE-BOLETO.
           READ BOLETO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BOL
               NOT AT END
                   IF CodC-Bol NOT = CodC-Par
                       MOVE "10" TO ARQST-BOL
                   ELSE
                       IF Boleto-Emitido
                           AND CodigoProdutoBol = CodigoProduto-Par
                           AND NumParcelaBol = NumParcela-Par
                           MOVE 'S' TO WS-Par-Com-Boleto
                           MOVE "10" TO ARQST-BOL
                       END-IF
                   END-IF
           END-READ.

       40-CREDITA-CONTA.
      *-Devolve na conta o que ja tinha sido cobrado (WS-Resto).
      *-Conta que nao existe mais ou encerrada: o valor sai em
      *-especie no caixa.
           MOVE CODC-P TO CodC.
           READ CC
               INVALID KEY
                   MOVE "23" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-READ.
           IF ARQST-CC NOT = "00" OR Conta-Encerrada
               DISPLAY "CONTA " CODC-P " NAO PODE RECEBER CREDITO"
               ADD WS-Resto TO WS-Reembolso
           ELSE
               MOVE SaldoC TO SaldoC-Antes
               ADD WS-Resto TO SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO CREDITAR A CONTA"
                       ADD WS-Resto TO WS-Reembolso
                   NOT INVALID KEY
                       MOVE WS-Resto TO WS-Creditado
                       PERFORM 41-GRAVA-MOVIMENTO
               END-REWRITE
           END-IF.

       41-GRAVA-MOVIMENTO.
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
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE "L" TO OrigemMov.
           MOVE "DV" TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE SPACES TO DescricaoMov.
           STRING "DEVOLUCAO " NOME-P
               DELIMITED BY SIZE INTO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 42-TENTA-GRAVAR UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       42-TENTA-GRAVAR.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

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
