       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2PagFornecedor.
      *-----------------------------------------------------------
      *-Pagamento a fornecedores em lote para clientes empresa, o
      *-espelho da folha (ProgramaP2CreditoSalario): a empresa manda
      *-PAGFOR.DAT com um cabecalho "1" (empresa e conta em CC.DAT
      *-que paga), uma linha "2" por favorecido e um trailer "9"
      *-com quantidade e total declarados. O lote e CONFERIDO
      *-(cabecalho, trailer e soma das linhas) antes de tocar em
      *-qualquer conta e o total sai inteiro da conta da empresa
      *-num debito "PF" (saldo disponivel: conta ativa, saldo menos
      *-bloqueios judiciais e float, sem limite); sem isso o lote e
      *-recusado inteiro. Cada linha paga numa de tres formas:
      *-  I conta interna (CodC): credito "PF" no ledger, com a
      *-    captura de bloqueio judicial subfinanciado do credito
      *-  T conta em outro banco: INTERCAMBIO enfileirado no
      *-    TRFOUTbbbb.DAT do banco de destino e controle em
      *-    TRFCTL.DAT (o retorno do banco, ProgramaP2RetornoTransf,
      *-    devolve a conta da empresa o que for rejeitado)
      *-  B boleto de outro banco: linha digitavel de 47 posicoes,
      *-    liquidado no BOLOUTbbbb.DAT do banco emissor
      *-As linhas recusadas voltam a empresa num credito "PF" no
      *-fim. O retorno PAGRET.DAT espelha a remessa com uma situacao
      *-por linha nos mesmos codigos do SALRET.DAT da folha (C pago,
      *-N conta/banco inexistente, E encerrada, B recolhida, D dados
      *-nao conferem, G erro de gravacao, O titular falecido) e a
      *-situacao do arquivo no cabecalho (A aceito, T totais nao
      *-conferem, C conta da empresa invalida/inativa, F saldo
      *-insuficiente, G erro de gravacao), para o ERP da empresa
      *-carregar. Processado ou recusado, o lote vai para o
      *-historico PAGPROC.DAT e a entrada fica vazia. Antes da
      *-conferencia, o lote passa pelo registro de arquivos
      *-recebidos (RECEBIDOS.DAT): lote ja processado e recusado
      *-inteiro e fica na entrada, salvo liberacao de supervisor.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGFOR ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PAG.

      *-Historico dos lotes ja processados (pagos ou recusados),
      *-copiados de PAGFOR.DAT antes de esvazia-lo.
       SELECT PAGPROC ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PPR.

      *-Arquivo de retorno por linha para o ERP da empresa.
       SELECT PAGRET ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RET.

      *-Bancos validos para transferencia e boleto de fora.
       SELECT BANCOTAB ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodBancoTab
       FILE STATUS ARQST-BCT.

      *-Fila de saida de transferencias interbancarias, um arquivo
      *-por banco de destino (TRFOUTbbbb.DAT), nome montado em
      *-WS-Nome-TrfOut antes do OPEN.
       SELECT TRFOUT ASSIGN TO WS-Nome-TrfOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-TRF.
      *-Controle das transferencias interbancarias de saida, um
      *-registro por item enfileirado; o retorno dos outros bancos
      *-baixa aqui (ProgramaP2RetornoTransf).
       SELECT TRFCTL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRemessa
       FILE STATUS ARQST-CTL.
      *-Liquidacao de boletos de outros bancos, um arquivo por
      *-banco emissor (BOLOUTbbbb.DAT), nome em WS-Nome-BolOut.
       SELECT BOLOUT ASSIGN TO WS-Nome-BolOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BOU.

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
      *-Bloqueios judiciais: credito que entra lastreia bloqueio
      *-ainda subfinanciado da conta (trilha em BLQEVT.DAT), e os
      *-ativos da conta da empresa reduzem o saldo disponivel.
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
      *-Float de depositos em cheque pendentes: reduz o saldo
      *-disponivel da conta da empresa, como os bloqueios.
       SELECT FLOATDEP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-FLT.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Registro compartilhado dos arquivos de entrada recebidos.
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGFOR LABEL RECORD STANDARD
           DATA RECORD IS REG-PAG
           VALUE OF FILE-ID IS "PAGFOR.DAT".
       01 REG-PAG.
           02 TipoReg-Pag pic X(1).
               88 Pag-Cabecalho value '1'.
               88 Pag-Detalhe value '2'.
               88 Pag-Trailer value '9'.
           02 Corpo-Pag pic X(102).
      *-Visao de cabecalho: empresa e conta que paga o lote.
       01 REG-PAG-CAB REDEFINES REG-PAG.
           02 FILLER pic X(1).
           02 NomeEmpresa-Pag pic X(30).
           02 ContaEmpresa-Pag pic 9(6).
           02 FILLER pic X(66).
      *-Visao de detalhe: forma de pagamento, numero do documento
      *-no ERP da empresa (volta no retorno), valor, favorecido e
      *-destino, lido conforme a forma nas visoes abaixo.
       01 REG-PAG-DET REDEFINES REG-PAG.
           02 FILLER pic X(1).
           02 FormaPag pic X(1).
               88 Forma-Interna value 'I'.
               88 Forma-Transferencia value 'T'.
               88 Forma-Boleto value 'B'.
           02 SeuNumero-Pag pic X(15).
           02 ValorPag pic 9(7)V99.
           02 NomeFavorecido-Pag pic X(30).
           02 Destino-Pag pic X(47).
      *-Destino forma I: conta do favorecido neste banco.
       01 REG-PAG-INT REDEFINES REG-PAG.
           02 FILLER pic X(56).
           02 CodC-Pag pic 9(6).
           02 FILLER pic X(41).
      *-Destino forma T: banco, agencia e conta em outro banco.
       01 REG-PAG-TRF REDEFINES REG-PAG.
           02 FILLER pic X(56).
           02 Banco-Pag pic 9(4).
           02 Agencia-Pag pic 9(4).
           02 Conta-Pag pic 9(6).
           02 FILLER pic X(33).
      *-Destino forma B: linha digitavel do boleto; o banco emissor
      *-vem nas 3 primeiras posicoes e o valor nas 10 ultimas.
       01 REG-PAG-BOL REDEFINES REG-PAG.
           02 FILLER pic X(56).
           02 LinhaDigitavel-Pag pic X(47).
           02 LinhaDig-Campos REDEFINES LinhaDigitavel-Pag.
               03 BancoLinha-Pag pic 9(3).
               03 FILLER pic X(34).
               03 ValorLinha-Pag pic 9(8)V99.
      *-Visao de trailer: quantidade e total declarados.
       01 REG-PAG-TRL REDEFINES REG-PAG.
           02 FILLER pic X(1).
           02 QtdDeclarada-Pag pic 9(6).
           02 TotalDeclarado-Pag pic 9(11)V99.
           02 FILLER pic X(83).

       FD  PAGPROC LABEL RECORD STANDARD
           DATA RECORD IS REG-PAGPROC
           VALUE OF FILE-ID IS "PAGPROC.DAT".
       01 REG-PAGPROC pic X(103).

       FD  PAGRET LABEL RECORD STANDARD
           DATA RECORD IS REG-RET
           VALUE OF FILE-ID IS "PAGRET.DAT".
       01 REG-RET.
           02 TipoReg-Ret pic X(1).
           02 Corpo-Ret pic X(111).
      *-Cabecalho do retorno: espelho do cabecalho da remessa com
      *-os totais declarados e a situacao do arquivo.
       01 REG-RET-CAB REDEFINES REG-RET.
           02 FILLER pic X(1).
           02 NomeEmpresa-Ret pic X(30).
           02 ContaEmpresa-Ret pic 9(6).
           02 QtdDeclarada-Ret pic 9(6).
           02 TotalDeclarado-Ret pic 9(11)V99.
           02 SituacaoArq-Ret pic X(1).
           02 FILLER pic X(55).
      *-Detalhe do retorno: espelho da linha + situacao e, para
      *-transferencia, o numero de controle em TRFCTL.DAT.
       01 REG-RET-DET REDEFINES REG-RET.
           02 FILLER pic X(1).
           02 Linha-Ret pic X(102).
           02 SituacaoRet pic X(1).
           02 NumRemessa-Ret pic 9(8).
      *-Trailer do retorno ('9'): totais do processamento.
       01 REG-RET-TRL REDEFINES REG-RET.
           02 FILLER pic X(1).
           02 QtdPaga-Ret pic 9(6).
           02 TotalPago-Ret pic 9(11)V99.
           02 QtdRecusada-Ret pic 9(6).
           02 TotalRecusado-Ret pic 9(11)V99.
           02 FILLER pic X(73).

       FD  BANCOTAB LABEL RECORD STANDARD
           DATA RECORD IS REG-BANCOTAB
           VALUE OF FILE-ID IS "BANCOS.DAT".

           COPY BANCOTAB.

       FD  TRFOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-INTERCAMBIO.

           COPY INTERCAMBIO.

       FD  TRFCTL LABEL RECORD STANDARD
           DATA RECORD IS REG-TRFCTL
           VALUE OF FILE-ID IS "TRFCTL.DAT".

           COPY TRFCTL.

       FD  BOLOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-BOLPAG.

           COPY BOLPAG.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

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

       FD  BLQEVT LABEL RECORD STANDARD
           DATA RECORD IS REG-BLQEVT
           VALUE OF FILE-ID IS "BLQEVT.DAT".

           COPY BLQEVT.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "PAGFOR.LST".
       01 LINHA-REL pic X(80).

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 WS-Rcb-Nome pic X(12) value "PAGFOR.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2PagFornecedor".
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
      *-Captura de creditos para bloqueio judicial subfinanciado.
           01 ARQST-BLQ pic X(2).
           01 ARQST-BEV pic X(2).
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Capt-Credito pic 9(7)V99 value zeros.
           01 WS-Capt-Parcela pic 9(7)V99 value zeros.
           01 WS-Capt-Houve pic X value 'N'.

           01 ARQST-PAG pic X(2).
           01 ARQST-PPR pic X(2).
           01 ARQST-RET pic X(2).
           01 ARQST-BCT pic X(2).
           01 ARQST-TRF pic X(2).
           01 ARQST-CTL pic X(2).
           01 ARQST-BOU pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-FLT pic X(2).
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.
           01 WS-Tem-Bancos pic X value 'N'.
               88 Bancotab-Aberto value 'S'.
      *-Nome no formato TRFOUTbbbb.DAT, ex.: TRFOUT0341.DAT.
           01 WS-Nome-TrfOut pic X(14) value spaces.
      *-Nome no formato BOLOUTbbbb.DAT, ex.: BOLOUT0237.DAT.
           01 WS-Nome-BolOut pic X(14) value spaces.
      *-Banco emissor do boleto: as 3 posicoes da linha com zero a
      *-esquerda, no formato COMPE de 4 da tabela de bancos.
           01 WS-Banco-Destino pic 9(4) value zeros.
      *-Codigo COMPE deste banco (parametro BANCONOS): transferencia
      *-ou boleto para ele mesmo nao sai pela fila de outros bancos.
           01 WS-Banco-Nosso pic 9(4) value 0001.
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

      *-Financiamento pela conta da empresa.
           01 WS-Conta-Empresa pic 9(6) value zeros.
           01 WS-Tem-Arquivo pic X value 'N'.
               88 Arquivo-Presente value 'S'.
           01 WS-Sit-Arq pic X(1) value 'A'.
               88 Lote-Aceito value 'A'.
           01 WS-Motivo-Arq pic X(40) value spaces.
           01 WS-Desc-Empresa pic X(30) value spaces.
           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 WS-Sit-Ret pic X(1) value spaces.
           01 WS-Motivo-Linha pic X(20) value spaces.
           01 WS-Remessa-Linha pic 9(8) value zeros.

           01 ARQST-CC pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).

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
      *-NumSeq-Mov vem do contador MOVSEQ.DAT: colisao na chave do
      *-ledger indexado avanca o sequencial ate achar vaga.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.

           01 WS-Empresa pic X(30) value spaces.
           01 WS-Qtd-Declarada pic 9(6) value zeros.
           01 WS-Total-Declarado pic 9(11)V99 value zeros.
           01 WS-Tem-Cabecalho pic X value 'N'.
               88 Cabecalho-Lido value 'S'.
           01 WS-Tem-Trailer pic X value 'N'.
               88 Trailer-Lido value 'S'.

           01 WS-Qtd-Somada pic 9(6) value zeros.
           01 WS-Total-Somado pic 9(11)V99 value zeros.
           01 WS-Arquivo-Ok pic X value 'N'.
               88 Arquivo-Confere value 'S'.

           01 WS-Pagos pic 9(6) value zeros.
           01 WS-Total-Pago pic 9(11)V99 value zeros.
           01 WS-Internos pic 9(6) value zeros.
           01 WS-Transferidos pic 9(6) value zeros.
           01 WS-Boletos pic 9(6) value zeros.
           01 WS-Rejeitados pic 9(6) value zeros.
           01 WS-Total-Rejeitado pic 9(11)V99 value zeros.
           01 WS-Total-Edt pic Z(9)9,99.
           01 WS-Valor-Edt pic Z(6)9,99.

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
           PERFORM 50-CARREGA-PARAMETROS.
           PERFORM 01-CONFERE-ARQUIVO.
      *-Sem lote na entrada (ausente ou ja processado): termina
      *-normal.
           IF NOT Arquivo-Presente
               DISPLAY "SEM LOTE DE PAGAMENTO A FORNECEDORES"
               GOBACK
           END-IF.
           PERFORM 80-IMPRESSAO-DIGITAL.
           IF Rcb-Duplicado
               GOBACK
           END-IF.
           PERFORM 03-ABRE-ARQ.
           IF NOT Arquivo-Confere
               MOVE 'T' TO WS-Sit-Arq
           ELSE
               PERFORM 20-DEBITA-EMPRESA
           END-IF.
           IF NOT Lote-Aceito
               PERFORM 23-RECUSA-LOTE
               PERFORM 24-FECHA-ARQ
               PERFORM 25-ARQUIVA-LOTE
               IF Rcb-Registrado
                   MOVE 'R' TO WS-Rcb-Final
                   PERFORM 87-FECHA-RECEBIDO
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 11-CABECALHO-RETORNO.
           PERFORM 04-PROCESSA-LINHA UNTIL ARQST-PAG = "10".
           PERFORM 21-DEVOLVE-EMPRESA.
           PERFORM 40-RESUMO.
           PERFORM 12-TRAILER-RETORNO.
           PERFORM 24-FECHA-ARQ.
           PERFORM 25-ARQUIVA-LOTE.
           IF Rcb-Registrado
               MOVE WS-Pagos TO WS-Rcb-Lancados
               MOVE WS-Rejeitados TO WS-Rcb-Rejeitados
               PERFORM 87-FECHA-RECEBIDO
           END-IF.
           GOBACK.

       01-CONFERE-ARQUIVO.
      *-Primeira passada, so leitura: cabecalho e trailer presentes
      *-e a quantidade e o total declarados no trailer batendo com a
      *-soma das linhas, antes de qualquer conta ser tocada (lote
      *-truncado na transmissao perde o trailer e nao passa daqui).
           MOVE "00" TO ARQST-PAG.
           OPEN INPUT PAGFOR.
           IF ARQST-PAG NOT = "00"
               MOVE "10" TO ARQST-PAG
           ELSE
               PERFORM 02-SOMA-LINHA UNTIL ARQST-PAG = "10"
               CLOSE PAGFOR
           END-IF.
           IF Cabecalho-Lido AND Trailer-Lido
               AND WS-Qtd-Somada = WS-Qtd-Declarada
               AND WS-Total-Somado = WS-Total-Declarado
               MOVE 'S' TO WS-Arquivo-Ok
           ELSE
               DISPLAY "DECLARADO: " WS-Qtd-Declarada " LINHAS, "
                   WS-Total-Declarado
               DISPLAY "APURADO:   " WS-Qtd-Somada " LINHAS, "
                   WS-Total-Somado
           END-IF.

       02-SOMA-LINHA.
           READ PAGFOR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAG
               NOT AT END
                   MOVE 'S' TO WS-Tem-Arquivo
                   IF Pag-Cabecalho
                       MOVE 'S' TO WS-Tem-Cabecalho
                       MOVE NomeEmpresa-Pag TO WS-Empresa
                       IF ContaEmpresa-Pag NUMERIC
                           MOVE ContaEmpresa-Pag TO WS-Conta-Empresa
                       END-IF
                   END-IF
                   IF Pag-Detalhe
                       ADD 1 TO WS-Qtd-Somada
                       IF ValorPag NUMERIC
                           ADD ValorPag TO WS-Total-Somado
                       END-IF
                   END-IF
                   IF Pag-Trailer
                       MOVE 'S' TO WS-Tem-Trailer
                       IF QtdDeclarada-Pag NUMERIC
                           AND TotalDeclarado-Pag NUMERIC
                           MOVE QtdDeclarada-Pag TO WS-Qtd-Declarada
                           MOVE TotalDeclarado-Pag
                               TO WS-Total-Declarado
                       END-IF
                   END-IF
           END-READ.

       03-ABRE-ARQ.
           MOVE "00" TO ARQST-PAG.
           OPEN INPUT PAGFOR.
           OPEN OUTPUT PAGRET.
           MOVE 'N' TO WS-Tem-Bancos.
           OPEN INPUT BANCOTAB.
           IF ARQST-BCT = "00"
               MOVE 'S' TO WS-Tem-Bancos
           END-IF.
           MOVE 'N' TO WS-Tem-Float.
           OPEN INPUT FLOATDEP.
           IF ARQST-FLT = "00"
               MOVE 'S' TO WS-Tem-Float
           END-IF.
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
           OPEN I-O TRFCTL.
           IF ARQST-CTL NOT = "00"
               CLOSE TRFCTL
               OPEN OUTPUT TRFCTL
               CLOSE TRFCTL
               OPEN I-O TRFCTL
           END-IF.
           OPEN I-O CC.
           OPEN I-O MOVSEQ.
           IF ARQST-SEQ NOT = "00"
               CLOSE MOVSEQ
               OPEN OUTPUT MOVSEQ
               CLOSE MOVSEQ
               OPEN I-O MOVSEQ
           END-IF.

           OPEN I-O MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               CLOSE MOVIMENTO
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "PAGAMENTO A FORNECEDORES - " WS-Empresa
               " EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       04-PROCESSA-LINHA.
           READ PAGFOR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAG
               NOT AT END
                   IF Pag-Detalhe
                       MOVE ZEROS TO WS-Remessa-Linha
                       EVALUATE TRUE
                           WHEN ValorPag NOT NUMERIC
                               OR ValorPag = ZEROS
                               MOVE "VALOR INVALIDO"
                                   TO WS-Motivo-Linha
                               MOVE 'D' TO WS-Sit-Ret
                               PERFORM 08-REJEITA
                           WHEN Forma-Interna AND CodC-Pag NUMERIC
                               PERFORM 05-PAGA-INTERNO
                           WHEN Forma-Transferencia
                               AND Banco-Pag NUMERIC
                               AND Agencia-Pag NUMERIC
                               AND Conta-Pag NUMERIC
                               PERFORM 06-PAGA-TRANSFERENCIA
                           WHEN Forma-Boleto
                               AND LinhaDigitavel-Pag NUMERIC
                               PERFORM 07-PAGA-BOLETO
                           WHEN OTHER
                               MOVE "DESTINO INVALIDO"
                                   TO WS-Motivo-Linha
                               MOVE 'D' TO WS-Sit-Ret
                               PERFORM 08-REJEITA
                       END-EVALUATE
                   END-IF
           END-READ.

       05-PAGA-INTERNO.
      *-Favorecido com conta aqui: mesmas recusas da folha, credito
      *-"PF" no ledger.
           MOVE CodC-Pag TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WS-Motivo-Linha
                   MOVE 'N' TO WS-Sit-Ret
                   PERFORM 08-REJEITA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN Conta-Encerrada
                           MOVE "CONTA ENCERRADA" TO WS-Motivo-Linha
                           MOVE 'E' TO WS-Sit-Ret
                           PERFORM 08-REJEITA
      *-Conta bloqueada ainda recebe; so a recolhida pela dormencia
      *-rejeita.
                       WHEN Conta-Recolhida
                           MOVE "CONTA RECOLHIDA" TO WS-Motivo-Linha
                           MOVE 'B' TO WS-Sit-Ret
                           PERFORM 08-REJEITA
                       WHEN Conta-Espolio
                           MOVE "TITULAR FALECIDO" TO WS-Motivo-Linha
                           MOVE 'O' TO WS-Sit-Ret
                           PERFORM 08-REJEITA
                       WHEN NomeFavorecido-Pag NOT = SPACES
                           AND NomeFavorecido-Pag
                               NOT = NomeC(1:30)
                           MOVE "NOME NAO CONFERE" TO WS-Motivo-Linha
                           MOVE 'D' TO WS-Sit-Ret
                           PERFORM 08-REJEITA
                       WHEN OTHER
                           MOVE SaldoC TO SaldoC-Antes
                           ADD ValorPag TO SaldoC
                           REWRITE REG-CONTA
                               INVALID KEY
                                   MOVE "ERRO DE GRAVACAO"
                                       TO WS-Motivo-Linha
                                   MOVE 'G' TO WS-Sit-Ret
                                   PERFORM 08-REJEITA
                               NOT INVALID KEY
                                   MOVE SPACES TO WS-Desc-Empresa
                                   STRING "PAGTO " WS-Empresa(1:24)
                                       DELIMITED BY SIZE
                                       INTO WS-Desc-Empresa
                                   PERFORM 13-GRAVA-MOVIMENTO
                                   ADD 1 TO WS-Internos
                                   PERFORM 09-ACEITA
                                   IF Bloqjud-Aberto
                                       MOVE ValorPag TO WS-Capt-Credito
                                       PERFORM 26-CAPTURA-BLOQUEIO
                                   END-IF
                           END-REWRITE
                   END-EVALUATE
           END-READ.

       06-PAGA-TRANSFERENCIA.
      *-Conta em outro banco: o banco tem que estar ativo na tabela
      *-e nao pode ser este (favorecido daqui vai na forma I).
           MOVE Banco-Pag TO WS-Banco-Destino.
           PERFORM 17-CONFERE-BANCO.
           IF WS-Sit-Ret = SPACE
               PERFORM 14-ENFILEIRA-TRFOUT
               ADD 1 TO WS-Transferidos
               PERFORM 09-ACEITA
           ELSE
               PERFORM 08-REJEITA
           END-IF.

       07-PAGA-BOLETO.
      *-Boleto de outro banco: emissor pela linha digitavel e valor
      *-codificado (zeros = boleto sem valor, vale o da linha) tem
      *-que bater com o valor pago.
           COMPUTE WS-Banco-Destino = BancoLinha-Pag.
           PERFORM 17-CONFERE-BANCO.
           IF WS-Sit-Ret = SPACE
               AND ValorLinha-Pag NOT = ZEROS
               AND ValorLinha-Pag NOT = ValorPag
               MOVE "VALOR NAO CONFERE" TO WS-Motivo-Linha
               MOVE 'D' TO WS-Sit-Ret
           END-IF.
           IF WS-Sit-Ret = SPACE
               PERFORM 16-ENFILEIRA-BOLETO
               ADD 1 TO WS-Boletos
               PERFORM 09-ACEITA
           ELSE
               PERFORM 08-REJEITA
           END-IF.

       08-REJEITA.
           ADD 1 TO WS-Rejeitados.
           IF ValorPag NUMERIC
               ADD ValorPag TO WS-Total-Rejeitado
               MOVE ValorPag TO WS-Valor-Edt
           ELSE
               MOVE ZEROS TO WS-Valor-Edt
           END-IF.
           MOVE SPACES TO LINHA-REL.
           STRING "RECUSADO " SeuNumero-Pag " " WS-Valor-Edt " "
               WS-Motivo-Linha
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 10-GRAVA-RETORNO.

       09-ACEITA.
           ADD 1 TO WS-Pagos.
           ADD ValorPag TO WS-Total-Pago.
           MOVE 'C' TO WS-Sit-Ret.
           PERFORM 10-GRAVA-RETORNO.

       10-GRAVA-RETORNO.
      *-Linha do retorno espelhando o detalhe da remessa, com a
      *-situacao do processamento.
           MOVE SPACES TO REG-RET.
           MOVE '2' TO TipoReg-Ret.
           MOVE Corpo-Pag TO Linha-Ret.
           MOVE WS-Sit-Ret TO SituacaoRet.
           MOVE WS-Remessa-Linha TO NumRemessa-Ret.
           WRITE REG-RET.
           MOVE SPACE TO WS-Sit-Ret.

       11-CABECALHO-RETORNO.
           MOVE SPACES TO REG-RET.
           MOVE '1' TO TipoReg-Ret.
           MOVE WS-Empresa TO NomeEmpresa-Ret.
           MOVE WS-Conta-Empresa TO ContaEmpresa-Ret.
           MOVE WS-Qtd-Declarada TO QtdDeclarada-Ret.
           MOVE WS-Total-Declarado TO TotalDeclarado-Ret.
           MOVE WS-Sit-Arq TO SituacaoArq-Ret.
           WRITE REG-RET.

       12-TRAILER-RETORNO.
           MOVE SPACES TO REG-RET.
           MOVE '9' TO TipoReg-Ret.
           MOVE WS-Pagos TO QtdPaga-Ret.
           MOVE WS-Total-Pago TO TotalPago-Ret.
           MOVE WS-Rejeitados TO QtdRecusada-Ret.
           MOVE WS-Total-Rejeitado TO TotalRecusado-Ret.
           WRITE REG-RET.

       13-GRAVA-MOVIMENTO.
      *-Lancamento "PF" na conta em CodC (favorecido ou empresa),
      *-valor com sinal pela diferenca de saldo.
           ACCEPT HORA-SIS FROM TIME.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE SPACE TO OrigemMov.
           MOVE "PF" TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE WS-Desc-Empresa TO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 13-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       13-GRAVA-REG-MOVIMENTO.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       14-ENFILEIRA-TRFOUT.
           MOVE SPACES TO WS-Nome-TrfOut.
           STRING "TRFOUT" DELIMITED BY SIZE
               Banco-Pag DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-TrfOut.
           MOVE "00" TO ARQST-TRF.
           OPEN EXTEND TRFOUT.
           IF ARQST-TRF NOT = "00"
               CLOSE TRFOUT
               OPEN OUTPUT TRFOUT
           END-IF.
           MOVE Banco-Pag TO CodBancoInt.
           MOVE Agencia-Pag TO CodAgenciaInt.
           MOVE Conta-Pag TO CodContaInt.
           MOVE NomeFavorecido-Pag TO NomeFavorecidoInt.
           MOVE ValorPag TO ValorInt.
           MOVE ANO TO AnoInt.
           MOVE MES TO MesInt.
           MOVE DIA TO DiaInt.
      *-A origem e a conta da empresa: transferencia rejeitada pelo
      *-banco de destino volta para ela no retorno.
           MOVE WS-Conta-Empresa TO CodCOrigemInt.
           WRITE REG-INTERCAMBIO.
           CLOSE TRFOUT.
           PERFORM 15-REGISTRA-TRFCTL.

       15-REGISTRA-TRFCTL.
      *-Registro de controle do item enfileirado, que o batch de
      *-retorno (ProgramaP2RetornoTransf) baixa quando o banco de
      *-destino confirma ou rejeita; o numero volta no retorno da
      *-linha para a empresa conciliar.
           MOVE 99999999 TO NumRemessa.
           START TRFCTL KEY IS LESS THAN NumRemessa
               INVALID KEY
                   MOVE 1 TO NumRemessa
               NOT INVALID KEY
                   READ TRFCTL NEXT RECORD
                   ADD 1 TO NumRemessa
           END-START.
           MOVE CodBancoInt TO CodBancoCtl.
           MOVE CodAgenciaInt TO CodAgenciaCtl.
           MOVE CodContaInt TO CodContaCtl.
           MOVE ValorInt TO ValorCtl.
           MOVE AnoInt TO AnoEnvioCtl.
           MOVE MesInt TO MesEnvioCtl.
           MOVE DiaInt TO DiaEnvioCtl.
           MOVE CodCOrigemInt TO CodCOrigemCtl.
           MOVE 'P' TO StatusCtl.
           MOVE ZEROS TO DataRetornoCtl.
           MOVE SPACES TO MotivoRetornoCtl.
           WRITE REG-TRFCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NumRemessa TO WS-Remessa-Linha
           END-WRITE.

       16-ENFILEIRA-BOLETO.
           MOVE SPACES TO WS-Nome-BolOut.
           STRING "BOLOUT" DELIMITED BY SIZE
               WS-Banco-Destino DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-BolOut.
           MOVE "00" TO ARQST-BOU.
           OPEN EXTEND BOLOUT.
           IF ARQST-BOU NOT = "00"
               CLOSE BOLOUT
               OPEN OUTPUT BOLOUT
           END-IF.
           MOVE LinhaDigitavel-Pag TO LinhaDigitavelBpg.
           MOVE WS-Banco-Destino TO CodBancoBpg.
           MOVE ValorLinha-Pag TO ValorNominalBpg.
           MOVE ValorPag TO ValorPagoBpg.
           MOVE ANO TO AnoPagtoBpg.
           MOVE MES TO MesPagtoBpg.
           MOVE DIA TO DiaPagtoBpg.
           MOVE WS-Conta-Empresa TO CodCOrigemBpg.
           MOVE 'L' TO OrigemBpg.
           MOVE SPACES TO OperadorBpg.
           WRITE REG-BOLPAG.
           CLOSE BOLOUT.

       17-CONFERE-BANCO.
      *-Banco de destino (WS-Banco-Destino) ativo em BANCOS.DAT e
      *-diferente deste; devolve WS-Sit-Ret em branco se serve.
           MOVE SPACE TO WS-Sit-Ret.
           IF WS-Banco-Destino = WS-Banco-Nosso
               MOVE "BANCO E ESTE BANCO" TO WS-Motivo-Linha
               MOVE 'N' TO WS-Sit-Ret
           ELSE
               IF Bancotab-Aberto
                   MOVE WS-Banco-Destino TO CodBancoTab
                   READ BANCOTAB
                       INVALID KEY
                           MOVE "BANCO INEXISTENTE" TO WS-Motivo-Linha
                           MOVE 'N' TO WS-Sit-Ret
                       NOT INVALID KEY
                           IF NOT Banco-Tab-Ativo
                               MOVE "BANCO INATIVO" TO WS-Motivo-Linha
                               MOVE 'N' TO WS-Sit-Ret
                           END-IF
                   END-READ
               END-IF
           END-IF.

       20-DEBITA-EMPRESA.
      *-Financiamento do lote: o total declarado sai inteiro da
      *-conta da empresa antes de qualquer pagamento, com a regra
      *-de saldo disponivel dos debitos em lote. Sem isso o lote e
      *-recusado.
           MOVE 'A' TO WS-Sit-Arq.
           MOVE WS-Conta-Empresa TO CodC.
           READ CC
               INVALID KEY
                   MOVE 'C' TO WS-Sit-Arq
               NOT INVALID KEY
                   PERFORM 22-APURA-BLOQUEIOS
                   IF NOT Conta-Ativa
                       MOVE 'C' TO WS-Sit-Arq
                   END-IF
                   IF Lote-Aceito
                       AND SaldoC - WS-Total-Bloqueado
                       - WS-Total-Float < WS-Total-Declarado
                       MOVE 'F' TO WS-Sit-Arq
                   END-IF
           END-READ.
           IF Lote-Aceito
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Total-Declarado FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       MOVE 'G' TO WS-Sit-Arq
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Desc-Empresa
                       STRING "PAGTO FORNEC " WS-Qtd-Declarada
                           " ITENS"
                           DELIMITED BY SIZE INTO WS-Desc-Empresa
                       PERFORM 13-GRAVA-MOVIMENTO
               END-REWRITE
           END-IF.

       21-DEVOLVE-EMPRESA.
      *-Linhas recusadas voltam para a conta da empresa num credito
      *-unico, ja que o total inteiro foi debitado no inicio.
           IF WS-Total-Rejeitado > ZEROS
               MOVE WS-Conta-Empresa TO CodC
               READ CC
                   INVALID KEY
                       DISPLAY "CONTA DA EMPRESA NAO RELIDA - "
                           "DEVOLUCAO PENDENTE: " WS-Total-Rejeitado
                   NOT INVALID KEY
                       MOVE SaldoC TO SaldoC-Antes
                       ADD WS-Total-Rejeitado TO SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO NA DEVOLUCAO A EMPRESA: "
                                   WS-Total-Rejeitado
                           NOT INVALID KEY
                               MOVE SPACES TO WS-Desc-Empresa
                               STRING "DEVOLUCAO FORNEC " WS-Rejeitados
                                   " ITENS"
                                   DELIMITED BY SIZE
                                   INTO WS-Desc-Empresa
                               PERFORM 13-GRAVA-MOVIMENTO
                       END-REWRITE
               END-READ
           END-IF.

       22-APURA-BLOQUEIOS.
      *-Bloqueios ativos e float pendente da conta da empresa, para
      *-o teste de saldo disponivel.
           MOVE ZEROS TO WS-Total-Bloqueado WS-Total-Float.
           IF Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 22-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.
           IF Floatdep-Aberto
               MOVE CodC TO CodC-Flt
               START FLOATDEP KEY IS = CodC-Flt
                   INVALID KEY
                       MOVE "10" TO ARQST-FLT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-FLT
               END-START
               PERFORM 22-SOMA-FLOAT UNTIL ARQST-FLT = "10"
           END-IF.

       22-SOMA-BLOQUEIO.
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

       22-SOMA-FLOAT.
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

       23-RECUSA-LOTE.
      *-Lote recusado: o retorno leva so o cabecalho com a situacao
      *-do arquivo e o trailer zerado, e o lote sai da entrada
      *-(25-ARQUIVA-LOTE) para a empresa mandar de novo.
           EVALUATE WS-Sit-Arq
               WHEN 'T'
                   MOVE "TOTAIS NAO CONFEREM" TO WS-Motivo-Arq
               WHEN 'C'
                   MOVE "CONTA DA EMPRESA INVALIDA OU INATIVA"
                       TO WS-Motivo-Arq
               WHEN 'F'
                   MOVE "SALDO INSUFICIENTE NA CONTA DA EMPRESA"
                       TO WS-Motivo-Arq
               WHEN OTHER
                   MOVE "ERRO DE GRAVACAO NA CONTA DA EMPRESA"
                       TO WS-Motivo-Arq
           END-EVALUATE.
           PERFORM 11-CABECALHO-RETORNO.
           PERFORM 12-TRAILER-RETORNO.
           MOVE SPACES TO LINHA-REL.
           STRING "LOTE RECUSADO - " WS-Motivo-Arq
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "LOTE " WS-Empresa " RECUSADO - " WS-Motivo-Arq.
           DISPLAY "NADA FOI PAGO".

       24-FECHA-ARQ.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
               CLOSE BLQEVT
           END-IF.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Bancotab-Aberto
               CLOSE BANCOTAB
           END-IF.
           CLOSE TRFCTL MOVSEQ.
           CLOSE PAGFOR PAGRET CC MOVIMENTO RELATORIO.

       25-ARQUIVA-LOTE.
      *-Lote processado (pago ou recusado) vai para o historico
      *-PAGPROC.DAT e o PAGFOR.DAT fica vazio: rodar de novo nao
      *-paga duas vezes.
           MOVE "00" TO ARQST-PAG.
           OPEN INPUT PAGFOR.
           OPEN EXTEND PAGPROC.
           IF ARQST-PPR NOT = "00"
               CLOSE PAGPROC
               OPEN OUTPUT PAGPROC
           END-IF.
           PERFORM 25-COPIA-LINHA UNTIL ARQST-PAG = "10".
           CLOSE PAGFOR PAGPROC.
           OPEN OUTPUT PAGFOR.
           CLOSE PAGFOR.

       25-COPIA-LINHA.
           READ PAGFOR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAG
               NOT AT END
                   WRITE REG-PAGPROC FROM REG-PAG
           END-READ.

       26-CAPTURA-BLOQUEIO.
      *-Credito que acabou de entrar na conta (CodC) completa o
      *-lastro dos bloqueios ativos ainda subfinanciados, com cada
      *-captura na trilha BLQEVT.DAT (evento 'C').
           MOVE 'N' TO WS-Capt-Houve.
           MOVE CodC TO CodC-Blq.
           START BLOQJUD KEY IS = CodC-Blq
               INVALID KEY
                   MOVE "10" TO ARQST-BLQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-BLQ
           END-START.
           PERFORM 27-CAPTURA-UM-BLOQUEIO
               UNTIL ARQST-BLQ = "10" OR WS-Capt-Credito = ZEROS.

       27-CAPTURA-UM-BLOQUEIO.
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
                           PERFORM 28-GRAVA-EVENTO-CAPTURA
                           MOVE 'S' TO WS-Capt-Houve
                       END-IF
                   END-IF
           END-READ.

       28-GRAVA-EVENTO-CAPTURA.
           MOVE NumBloqueio TO NumBloqueioEvt.
           MOVE 'C' TO TipoEvt.
           MOVE WS-Capt-Parcela TO ValorEvt.
           MOVE ANO TO AnoEvt.
           MOVE MES TO MesEvt.
           MOVE DIA TO DiaEvt.
           MOVE SPACES TO OperadorEvt.
           MOVE ReferenciaBlq TO ReferenciaEvt.
           WRITE REG-BLQEVT.

       40-RESUMO.
           MOVE WS-Total-Declarado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "DEBITADO DA CONTA " WS-Conta-Empresa ": "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Pago TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "PAGOS: " WS-Pagos " ITENS, TOTAL " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "  CONTAS INTERNAS: " WS-Internos
               "  TRANSFERENCIAS: " WS-Transferidos
               "  BOLETOS: " WS-Boletos
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Rejeitado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RECUSADOS: " WS-Rejeitados " ITENS, TOTAL "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-Rejeitados > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "DEVOLVIDO A CONTA " WS-Conta-Empresa ": "
                   WS-Total-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2PAGFORNECEDOR - LOTE " WS-Empresa.
           DISPLAY "  PAGOS:     " WS-Pagos " TOTAL: " WS-Total-Pago.
           DISPLAY "  RECUSADOS: " WS-Rejeitados
               " TOTAL: " WS-Total-Rejeitado.
           DISPLAY "  RESUMO EM PAGFOR.LST, RETORNO EM PAGRET.DAT".
           DISPLAY "==================================================".

       50-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, fica o default compilado.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 51-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       51-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "BANCONOS"
                               MOVE ValorParam TO WS-Banco-Nosso
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
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

       80-IMPRESSAO-DIGITAL.
      *-Impressao digital do lote (linhas, total dos detalhes e
      *-hash), conferida no registro de arquivos recebidos antes
      *-de qualquer conta ser tocada.
           MOVE "00" TO ARQST-PAG.
           OPEN INPUT PAGFOR.
           IF ARQST-PAG = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-PAG = "10"
               CLOSE PAGFOR
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ PAGFOR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAG
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF Pag-Detalhe AND ValorPag NUMERIC
                       ADD ValorPag TO WS-Rcb-Total
                   END-IF
                   IF Pag-Cabecalho
                       STRING "EMPRESA " NomeEmpresa-Pag " CONTA "
                           ContaEmpresa-Pag
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-PAG TO WS-Rcb-Linha
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
