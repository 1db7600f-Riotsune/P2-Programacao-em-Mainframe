       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.
      *-Cartao da loja da conta: na primeira venda a credito o
      *-cliente escolhe o dia de vencimento da fatura mensal, que
      *-ProgramaP2FaturaLoja fecha e debita.
       SELECT CARTLOJA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Clj
       FILE STATUS ARQST-CLJ.
      *-Documento fiscal numerado de cada venda gravada, com a
      *-classe fiscal do catalogo e o imposto destacado.
       SELECT DOCFISCAL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumDocFis
       FILE STATUS ARQST-DFI.
      *-Parametros de negocio: teto de desconto do caixa (DESCTETO),
      *-dias entre fechamento e vencimento da fatura (FATDIAS) e
      *-aliquotas das classes fiscais (ALIQTRIB, ALIQREDU).
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
               88 Compra-Pendente VALUE "P".
               88 Compra-Debitada VALUE "D".
               88 Compra-Vencida VALUE "X".
      *-Compra pendente devolvida por inteiro (ProgramaP2Devolucao):
      *-nao ha mais nada a debitar.
               88 Compra-Devolvida VALUE "R".
      *-Data da compra (AAMMDD), usada por ProgramaP2DebitoCrediario
      *-e por ProgramaP2RelCrediario para filtrar por periodo.
           02 DataCompra-P.
               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
      *-Custo da mercadoria vendida, ao lado do preco liquido do
      *-desconto (UNIT-P): custo medio da ficha de estoque na hora
      *-da venda e o total da compra a esse custo. Zeros sem ficha
      *-(ou sem ESTOQUE.DAT); espacos nas vendas anteriores.
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC

           COPY OPERADOR.

       FD  CARTLOJA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTLOJA
           VALUE OF FILE-ID IS "CARTLOJA.DAT".

           COPY CARTLOJA.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  DOCFISCAL LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCFISCAL
           VALUE OF FILE-ID IS "DOCFISCAL.DAT".

           COPY DOCFISCAL.

       WORKING-STORAGE SECTION.

      *-Preco vigente na data da venda, do historico de precos;
           01 WS-Vig-Data pic 9(8) value zeros.
           01 WS-Vig-Melhor pic 9(8) value zeros.
           01 WS-Data-Venda pic 9(8) value zeros.
      *-Documento fiscal da venda: classe fiscal da ficha e hora
      *-da emissao.
           01 ARQST-DFI pic X(2).
           01 WS-Classe-Venda pic X(1) value "T".
           01 HORA-SIS.
               02 HH-SIS pic 99.
               02 MM-SIS pic 99.
               02 SS-SIS pic 99.
               02 CC-SIS pic 99.

           COPY CLASSEFIS.
       01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
           02 ANO PIC 9(4).
       01 WS-VENC-ANO PIC 9(4) VALUE ZEROS.
       01 WS-VENC-MES PIC 99 VALUE ZEROS.
       01 WS-VENC-DIA PIC 99 VALUE ZEROS.
      *-Cartao da loja criado nesta venda (gravado so quando a
      *-venda e salva) e o dia de vencimento escolhido.
       01 ARQST-CLJ PIC X(2).
       01 WS-CARTAO-NOVO PIC X VALUE "N".
       01 WS-DIA-VENC PIC 99 VALUE ZEROS.
       01 WS-FAT-DIAS PIC 99 VALUE 10.
       01 MENS1 PIC X(20) VALUE "FIM DE PROGRAMA".
       01 DADOS-EDITADOS.
       02 CODIGO PIC 9.999.
           END-IF.
           CLOSE DESCONTO.
           CLOSE OPERADOR.
           CLOSE CARTLOJA.
           CLOSE DOCFISCAL.
           CLOSE PRODUTOS CC.
           STOP RUN.

               OPEN OUTPUT DESCONTO
           END-IF.
           OPEN INPUT OPERADOR.
           OPEN I-O CARTLOJA.
           IF ARQST-CLJ NOT = "00"
               CLOSE CARTLOJA
               OPEN OUTPUT CARTLOJA
               CLOSE CARTLOJA
               OPEN I-O CARTLOJA
           END-IF.
           OPEN I-O DOCFISCAL.
           IF ARQST-DFI NOT = "00"
               CLOSE DOCFISCAL
               OPEN OUTPUT DOCFISCAL
               CLOSE DOCFISCAL
               OPEN I-O DOCFISCAL
           END-IF.

       INCLUIR.
           PERFORM ABERTURA.
           MOVE ZEROS TO PARCELAS-P.
           MOVE SPACES TO MOTIVO-FALHA-P.
           MOVE ZEROS TO DATA-FALHA-P TENTATIVAS-P.
           MOVE ZEROS TO CUSTO-UNIT-P CUSTO-P.
           MOVE "N" TO WS-CARTAO-NOVO.
           MOVE ZEROS TO WS-DIA-VENC.
           DISPLAY ESPACO AT 1619.
           DISPLAY ESPACO AT 1649.
           DISPLAY ESPACO AT 1535.

       RECEBE.
           IF CODC-P > ZEROS
               PERFORM TESTA-PARCELAS WITH TEST AFTER
                   UNTIL WS-PARCELAS >= 1 AND WS-PARCELAS <= 24
               PERFORM VERIFICA-CARTAO-LOJA
           END-IF.
           PERFORM GRAVA UNTIL SALVA = "S" OR = "N".

                       AND CodParam = "DESCTETO"
                       MOVE ValorParam TO WS-Teto-Desconto
                   END-IF
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       AND CodParam = "FATDIAS"
                       MOVE ValorParam TO WS-FAT-DIAS
                   END-IF
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       AND CodParam = "ALIQTRIB"
                       MOVE ValorParam TO CLASSEFIS-T-ALIQ(1)
                   END-IF
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       AND CodParam = "ALIQREDU"
                       MOVE ValorParam TO CLASSEFIS-T-ALIQ(2)
                   END-IF
           END-READ.

       PEDE-DESCONTO.
           MOVE SPACES TO STATUS-P
           END-IF
           MOVE WS-PARCELAS TO PARCELAS-P
           PERFORM CUSTO-VENDA
           WRITE REG-PROD
           PERFORM EMITE-DOC-FISCAL
           IF ESTOQUE-ABERTO
               PERFORM BAIXA-ESTOQUE
           END-IF
           IF WS-Desc-Perc > ZEROS AND WS-Desc-Ok = 'S'
               PERFORM GRAVA-DESCONTO
           END-IF
           IF WS-CARTAO-NOVO = "S"
               PERFORM GRAVA-CARTAO-LOJA
           END-IF
           STOP RUN.

       TESTA-ESTOQUE.
               DISPLAY ESPACO AT 1535
           END-IF.

       CUSTO-VENDA.
      *-Custo da venda pelo custo medio da ficha, lido antes da
      *-baixa do saldo; a mesma leitura traz a classe fiscal do
      *-documento (sem ficha, ou ficha antiga, vale tributada).
           MOVE ZEROS TO CUSTO-UNIT-P CUSTO-P.
           MOVE "T" TO WS-Classe-Venda.
           IF ESTOQUE-ABERTO
               MOVE CODIG-P TO CodigoEstq
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CustoMedioEstq NUMERIC
                           MOVE CustoMedioEstq TO CUSTO-UNIT-P
                       END-IF
                       IF Classe-Fiscal-Valida
                           MOVE ClasseFiscalEstq TO WS-Classe-Venda
                       END-IF
               END-READ
           END-IF.
           COMPUTE CUSTO-P = QTDADE-P * CUSTO-UNIT-P.

       EMITE-DOC-FISCAL.
      *-Numera e grava o documento fiscal da venda salva: preco de
      *-lista, desconto, liquido e o ICMS da classe fiscal.
           ACCEPT HORA-SIS FROM TIME.
           MOVE 999999 TO NumDocFis.
           START DOCFISCAL KEY IS LESS THAN NumDocFis
               INVALID KEY
                   MOVE 1 TO NumDocFis
               NOT INVALID KEY
                   READ DOCFISCAL NEXT RECORD
                   ADD 1 TO NumDocFis
           END-START.
           MOVE ANO TO AnoDocFis.
           MOVE MES TO MesDocFis.
           MOVE DIA TO DiaDocFis.
           COMPUTE HoraDocFis = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE CODIG-P TO CodigoDocFis.
           MOVE NOME-P TO NomeDocFis.
           MOVE QTDADE-P TO QtdDocFis.
           MOVE WS-Preco-Lista TO PrecoListaDocFis.
           MOVE UNIT-P TO UnitDocFis.
           MOVE ZEROS TO DescontoDocFis.
           IF WS-Preco-Lista > UNIT-P
               COMPUTE DescontoDocFis =
                   QTDADE-P * (WS-Preco-Lista - UNIT-P)
           ELSE
               MOVE UNIT-P TO PrecoListaDocFis
           END-IF.
           MOVE TOTAL-P TO TotalDocFis.
           MOVE WS-Classe-Venda TO ClasseDocFis.
           MOVE 1 TO WS-ClasseFis-Achou.
           PERFORM PROCURA-CLASSE-FISCAL
               VARYING WS-ClasseFis-Idx FROM 1 BY 1
               UNTIL WS-ClasseFis-Idx > 5.
           MOVE CLASSEFIS-T-ALIQ(WS-ClasseFis-Achou)
               TO AliquotaDocFis.
           COMPUTE ImpostoDocFis ROUNDED =
               TOTAL-P * AliquotaDocFis / 100.
           MOVE CODC-P TO CodC-DocFis.
           MOVE WS-Operador-Loja TO OperadorDocFis.
           MOVE "E" TO StatusDocFis.
           MOVE ZEROS TO DataCancDocFis HoraCancDocFis.
           MOVE SPACES TO MotivoCancDocFis OperadorCancDocFis.
           WRITE REG-DOCFISCAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR DOCUMENTO FISCAL" AT 1535
               NOT INVALID KEY
                   DISPLAY "DOCUMENTO FISCAL:" AT 2135
                   DISPLAY NumDocFis AT 2153
           END-WRITE.

       PROCURA-CLASSE-FISCAL.
           IF CLASSEFIS-T-COD(WS-ClasseFis-Idx) = WS-Classe-Venda
               MOVE WS-ClasseFis-Idx TO WS-ClasseFis-Achou
           END-IF.

       BAIXA-ESTOQUE.
      *-Subtrai do saldo em maos a quantidade vendida, no momento em
      *-que a venda e gravada.
           MOVE ZEROS TO DataFalha-Par Tentativas-Par.
           WRITE REG-PARCELA.

       VERIFICA-CARTAO-LOJA.
      *-Conta sem cartao da loja: pede o dia de vencimento da
      *-fatura; as compras dela passam a ser cobradas na fatura.
           MOVE CODC-P TO CodC-Clj.
           READ CARTLOJA
               INVALID KEY
                   MOVE "S" TO WS-CARTAO-NOVO
                   DISPLAY "VENCIMENTO DA FATURA (1-28):" AT 1619
                   PERFORM TESTA-VENCIMENTO WITH TEST AFTER
                       UNTIL WS-DIA-VENC >= 1 AND WS-DIA-VENC <= 28
               NOT INVALID KEY
                   MOVE "N" TO WS-CARTAO-NOVO
           END-READ.

       TESTA-VENCIMENTO.
           ACCEPT WS-DIA-VENC AT 1648 WITH PROMPT AUTO.
           IF WS-DIA-VENC < 1 OR WS-DIA-VENC > 28
           DISPLAY "DIA DE 1 A 28" AT 1535
           ELSE
           DISPLAY ESPACO AT 1535.

       GRAVA-CARTAO-LOJA.
      *-Fechamento FATDIAS dias antes do vencimento (mesma conta
      *-do ProgramaP2FaturaLoja), sem rotativo nem fechamento
      *-anterior.
           MOVE CODC-P TO CodC-Clj.
           MOVE WS-DIA-VENC TO DiaVencimentoClj.
           IF WS-DIA-VENC > WS-FAT-DIAS
               COMPUTE DiaFechamentoClj = WS-DIA-VENC - WS-FAT-DIAS
           ELSE
               COMPUTE DiaFechamentoClj =
                   WS-DIA-VENC + 30 - WS-FAT-DIAS
           END-IF.
           IF DiaFechamentoClj > 28 OR DiaFechamentoClj = ZEROS
               MOVE 28 TO DiaFechamentoClj
           END-IF.
           MOVE ZEROS TO SaldoRotativoClj DataUltFechamentoClj.
           MOVE ANO TO AnoInscricaoClj.
           MOVE MES TO MesInscricaoClj.
           MOVE DIA TO DiaInscricaoClj.
           MOVE "A" TO StatusClj.
           WRITE REG-CARTLOJA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CARTAO DA LOJA" AT 1535
           END-WRITE.

       CONTINUA.
           DISPLAY "CONTINUA (S/N)? [ ]" AT 1430.
           ACCEPT OPCAO AT 1447 WITH PROMPT AUTO.
