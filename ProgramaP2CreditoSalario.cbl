      *-Devolve tambem o arquivo de retorno SALRET.DAT, espelhando
      *-o de entrada com uma situacao por linha (C creditado, N
      *-conta inexistente, E encerrada, B bloqueada, D nome nao
      *-confere, G erro de gravacao, O titular falecido - conta de
      *-espolio) e cabecalho/trailer com os
      *-totais, para o RH da empresa corrigir o arquivo antes da
      *-proxima remessa. Linha de detalhe com nome do favorecido
      *-(opcional) confere contra o titular da conta.
      *-Emprestimo consignado nesta empresa (ConsignanteEmp igual
      *-ao nome do cabecalho): a parcela pendente do mes (e as de
      *-meses anteriores que ficaram sem salario) e descontada do
      *-salario antes do credito liquido na conta, com lancamento
      *-"PE" logo depois do "SA"; a parcela so e descontada se
      *-couber no salario da linha. No fim, as parcelas descontadas
      *-sao baixadas em PARCEMP.DAT e os contratos atualizados, e o
      *-retorno SALRET.DAT leva o valor descontado de cada
      *-funcionario (e o total no trailer).
      *-O cabecalho traz a conta da empresa em CC.DAT e a data do
      *-pagamento: a folha e financiada por um debito "FS" do total
      *-declarado nessa conta antes de qualquer credito (saldo
      *-disponivel, sem limite) e recusada inteira se a empresa nao
      *-cobrir; as linhas devolvidas voltam a empresa num credito
      *-"FS" no fim. Folha recebida antes da data do pagamento fica
      *-retida em SALARIO.DAT e e creditada na execucao do dia (o
      *-passo roda toda noite); processada ou recusada, vai para o
      *-historico SALPROC.DAT e a entrada fica vazia. Situacao do
      *-arquivo no cabecalho do retorno: A aceita, T totais nao
      *-conferem, C conta da empresa invalida/inativa, F saldo
      *-insuficiente, G erro de gravacao.
      *-Antes da conferencia, a folha passa pelo registro de
      *-arquivos recebidos (RECEBIDOS.DAT): folha ja creditada e
      *-recusada inteira e fica na entrada, salvo liberacao de
      *-supervisor; a retida ate o pagamento nao conta como
      *-processada.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SAL.

      *-Historico das folhas ja processadas (creditadas ou
      *-recusadas), copiadas de SALARIO.DAT antes de esvazia-lo.
       SELECT SALPROC ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SPR.

       SELECT SALREJ ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
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

      *-Emprestimos consignados na folha desta empresa e a agenda
      *-de parcelas deles.
       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       ALTERNATE RECORD KEY CodC-Emp WITH DUPLICATES
       FILE STATUS ARQST-EMP.
       SELECT PARCEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PEM.

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

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARIO LABEL RECORD STANDARD
           02 TipoReg-Sal pic X(1).
               88 Sal-Cabecalho value '1'.
               88 Sal-Detalhe value '2'.
           02 Corpo-Sal pic X(63).
      *-Visao de cabecalho: empresa + quantidade e total declarados,
      *-conta da empresa que financia a folha e data do pagamento
      *-(AAAAMMDD; zeros/branco = pagar no dia do recebimento).
       01 REG-SAL-CAB REDEFINES REG-SAL.
           02 FILLER pic X(1).
           02 NomeEmpresa-Sal pic X(30).
           02 QtdDeclarada-Sal pic 9(6).
           02 TotalDeclarado-Sal pic 9(11)V99.
           02 ContaEmpresa-Sal pic 9(6).
           02 DataPagamento-Sal pic 9(8).
      *-Visao de detalhe: conta a creditar e valor do salario.
       01 REG-SAL-DET REDEFINES REG-SAL.
           02 FILLER pic X(1).
      *-branco nos arquivos antigos); quando vem, e conferido
      *-contra o titular da conta antes do credito.
           02 NomeFavorecido-Sal pic X(30).
           02 FILLER pic X(18).

       FD  SALPROC LABEL RECORD STANDARD
           DATA RECORD IS REG-SALPROC
           VALUE OF FILE-ID IS "SALPROC.DAT".
       01 REG-SALPROC pic X(64).

       FD  SALREJ LABEL RECORD STANDARD
           DATA RECORD IS REG-REJ
           VALUE OF FILE-ID IS "SALRET.DAT".
       01 REG-RET.
           02 TipoReg-Ret pic X(1).
           02 Corpo-Ret pic X(59).
      *-Cabecalho do retorno: espelho do cabecalho da remessa.
       01 REG-RET-CAB REDEFINES REG-RET.
           02 FILLER pic X(1).
           02 NomeEmpresa-Ret pic X(30).
           02 QtdDeclarada-Ret pic 9(6).
           02 TotalDeclarado-Ret pic 9(11)V99.
           02 ContaEmpresa-Ret pic 9(6).
           02 SituacaoArq-Ret pic X(1).
           02 FILLER pic X(3).
      *-Detalhe do retorno: espelho da linha + situacao.
       01 REG-RET-DET REDEFINES REG-RET.
           02 FILLER pic X(1).
           02 ValorRet pic 9(7)V99.
           02 NomeFavorecido-Ret pic X(30).
           02 SituacaoRet pic X(1).
      *-Parcelas de consignado descontadas do salario da linha.
           02 ValorConsig-Ret pic 9(7)V99.
           02 FILLER pic X(4).
      *-Trailer do retorno ('9'): totais do processamento.
       01 REG-RET-TRL REDEFINES REG-RET.
           02 TotalCreditado-Ret pic 9(11)V99.
           02 QtdRecusada-Ret pic 9(6).
           02 TotalRecusado-Ret pic 9(11)V99.
           02 QtdConsig-Ret pic 9(6).
           02 TotalConsig-Ret pic 9(11)V99.
           02 FILLER pic X(2).

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  PORTAB LABEL RECORD STANDARD
           DATA RECORD IS REG-PORTAB
           VALUE OF FILE-ID IS "PORTAB.DAT".

           COPY BLQEVT.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  PARCEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCEMP
           VALUE OF FILE-ID IS "PARCEMP.DAT".

           COPY PARCEMP.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "SALFUND.LST".
       01 LINHA-REL pic X(80).

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 ARQST-SIS pic X(2).
           01 WS-Rcb-Nome pic X(12) value "SALARIO.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2CreditoSalario".
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
           01 WS-Capt-Houve pic X value 'N'.

           01 ARQST-SAL pic X(2).
           01 ARQST-SPR pic X(2).
      *-Financiamento pela conta da empresa e data do pagamento.
           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Pag pic 9(8) value zeros.
           01 WS-Conta-Empresa pic 9(6) value zeros.
           01 WS-Tem-Arquivo pic X value 'N'.
               88 Arquivo-Presente value 'S'.
           01 WS-Sit-Arq pic X(1) value 'A'.
               88 Folha-Aceita value 'A'.
           01 WS-Motivo-Arq pic X(40) value spaces.
           01 WS-Desc-Empresa pic X(30) value spaces.
           01 ARQST-FLT pic X(2).
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.
           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 ARQST-REJ pic X(2).
           01 ARQST-RET pic X(2).
           01 WS-Sit-Ret pic X(1) value spaces.
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Total-Rejeitado pic 9(11)V99 value zeros.
           01 WS-Total-Edt pic Z(9)9,99.

      *-Consignado em folha: parcelas pendentes ate o mes corrente
      *-dos contratos ativos desta empresa, carregadas antes do
      *-credito. WS-Cns-Sit: espaco = a descontar, P = escolhida
      *-para o salario da linha em curso, S = descontada (baixa
      *-em PARCEMP.DAT no fim do lote).
           01 ARQST-EMP pic X(2).
           01 ARQST-PEM pic X(2).
           01 WS-Cns-Tab.
               02 WS-Cns-Ent occurs 500 times.
                   03 WS-Cns-CodC pic 9(6).
                   03 WS-Cns-Contrato pic 9(6).
                   03 WS-Cns-Parcela pic 9(3).
                   03 WS-Cns-Valor pic 9(7)V99.
                   03 WS-Cns-Sit pic X(1).
           01 WS-Cns-Qtd pic 9(3) value zeros.
           01 WS-Cns-Idx pic 9(3) value zeros.
           01 WS-Cns-Achou pic 9(3) value zeros.
           01 WS-Cns-Desconto pic 9(7)V99 value zeros.
           01 WS-Cns-Saldo-Mov pic S9(7)V99 value zeros.
           01 WS-AnoMes-Hoje pic 9(6) value zeros.
           01 WS-AnoMes-Venc pic 9(6) value zeros.
      *-Salario que fica na conta depois do desconto: e o que a
      *-penhora captura e o que a portabilidade leva.
           01 WS-Sal-Liquido pic 9(7)V99 value zeros.
           01 WS-Consignados pic 9(6) value zeros.
           01 WS-Total-Consignado pic 9(11)V99 value zeros.

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
           PERFORM 01-CONFERE-ARQUIVO.
      *-Sem folha na entrada (ausente ou ja processada): o passo
      *-termina normal.
           IF NOT Arquivo-Presente
               DISPLAY "SEM FOLHA DE PAGAMENTO A CREDITAR"
               GOBACK
           END-IF.
           PERFORM 80-IMPRESSAO-DIGITAL.
           IF Rcb-Duplicado
               GOBACK
           END-IF.
      *-Total que nao confere e recusado na chegada, sem esperar a
      *-data do pagamento.
           IF NOT Arquivo-Confere
               MOVE 'T' TO WS-Sit-Arq
               PERFORM 02-ABRE-ARQ
               PERFORM 34-RECUSA-FOLHA
               PERFORM 35-FECHA-ARQ
               PERFORM 36-ARQUIVA-FOLHA
               MOVE 'R' TO WS-Rcb-Final
               PERFORM 88-ENCERRA-RECEBIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-Data-Pag > WS-Data-Hoje
               DISPLAY "FOLHA " WS-Empresa " RETIDA ATE O PAGAMENTO EM "
                   WS-Data-Pag(7:2) "/" WS-Data-Pag(5:2) "/"
                   WS-Data-Pag(1:4)
               MOVE 'T' TO WS-Rcb-Final
               PERFORM 88-ENCERRA-RECEBIDO
               GOBACK
           END-IF.
           PERFORM 02-ABRE-ARQ.
           PERFORM 30-DEBITA-EMPRESA.
           IF NOT Folha-Aceita
               PERFORM 34-RECUSA-FOLHA
               PERFORM 35-FECHA-ARQ
               PERFORM 36-ARQUIVA-FOLHA
               MOVE 'R' TO WS-Rcb-Final
               PERFORM 88-ENCERRA-RECEBIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 33-CABECALHO-RETORNO.
           PERFORM 21-CARREGA-CONSIGNADOS.
           PERFORM 03-PROCESSA-LINHA UNTIL ARQST-SAL = "10".
           PERFORM 27-BAIXA-CONSIGNADOS.
           PERFORM 30-DEVOLVE-EMPRESA.
           PERFORM 04-RESUMO.
           PERFORM 09-TRAILER-RETORNO.
           PERFORM 35-FECHA-ARQ.
           PERFORM 36-ARQUIVA-FOLHA.
           MOVE WS-Creditados TO WS-Rcb-Lancados.
           MOVE WS-Rejeitados TO WS-Rcb-Rejeitados.
           PERFORM 88-ENCERRA-RECEBIDO.
           GOBACK.

       01-CONFERE-ARQUIVO.
           MOVE "00" TO ARQST-SAL.
           OPEN INPUT SALARIO.
           IF ARQST-SAL NOT = "00"
               MOVE "10" TO ARQST-SAL
           ELSE
               PERFORM 05-SOMA-LINHA UNTIL ARQST-SAL = "10"
               AT END
                   MOVE "10" TO ARQST-SAL
               NOT AT END
                   MOVE 'S' TO WS-Tem-Arquivo
                   IF Sal-Cabecalho
                       MOVE 'S' TO WS-Tem-Cabecalho
                       MOVE NomeEmpresa-Sal TO WS-Empresa
                       MOVE QtdDeclarada-Sal TO WS-Qtd-Declarada
                       MOVE TotalDeclarado-Sal TO WS-Total-Declarado
                       IF ContaEmpresa-Sal NUMERIC
                           MOVE ContaEmpresa-Sal TO WS-Conta-Empresa
                       END-IF
                       IF DataPagamento-Sal NUMERIC
                           MOVE DataPagamento-Sal TO WS-Data-Pag
                       END-IF
                   END-IF
                   IF Sal-Detalhe
                       ADD 1 TO WS-Qtd-Somada
           IF ARQST-PTB = "00"
               MOVE 'S' TO WS-Tem-Portab
           END-IF.
           MOVE 'N' TO WS-Tem-Float.
           OPEN INPUT FLOATDEP.
           IF ARQST-FLT = "00"
               MOVE 'S' TO WS-Tem-Float
           END-IF.
           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN I-O BLOQJUD.
           IF ARQST-BLQ = "00"
               CLOSE TRFCTL
               OPEN I-O TRFCTL
           END-IF.
           OPEN I-O CC.
           OPEN I-O EMPRESTIMO.
           OPEN I-O MOVSEQ.
           IF ARQST-SEQ NOT = "00"
               CLOSE MOVSEQ
           END-READ.

       06-CREDITA-SALARIO.
           MOVE ZEROS TO WS-Cns-Desconto.
           MOVE CodC-Sal TO CodC.
           READ CC
               INVALID KEY
                           MOVE "CONTA RECOLHIDA" TO MotivoRej
                           MOVE 'B' TO WS-Sit-Ret
                           PERFORM 07-REJEITA
      *-Titular falecido: salario apos o obito volta ao empregador.
                       WHEN Conta-Espolio
                           MOVE "TITULAR FALECIDO" TO MotivoRej
                           MOVE 'O' TO WS-Sit-Ret
                           PERFORM 07-REJEITA
                       WHEN NomeFavorecido-Sal NOT = SPACES
                           AND NomeFavorecido-Sal
                               NOT = NomeC(1:30)
                           MOVE 'D' TO WS-Sit-Ret
                           PERFORM 07-REJEITA
                       WHEN OTHER
      *-Consignado sai do salario antes do credito: a conta recebe
      *-so o liquido, numa unica regravacao.
                           PERFORM 23-APURA-DESCONTO
                           COMPUTE WS-Sal-Liquido =
                               ValorSal - WS-Cns-Desconto
                           MOVE SaldoC TO SaldoC-Antes
                           ADD WS-Sal-Liquido TO SaldoC
                           REWRITE REG-CONTA
                               INVALID KEY
                                   PERFORM 26-DESISTE-DESCONTO
                                   MOVE "ERRO DE GRAVACAO"
                                       TO MotivoRej
                                   MOVE 'G' TO WS-Sit-Ret
                                   PERFORM 07-REJEITA
                               NOT INVALID KEY
                                   PERFORM 08-GRAVA-MOVIMENTO
                                   IF WS-Cns-Desconto > ZEROS
                                       PERFORM 24-GRAVA-DESCONTOS
                                   END-IF
                                   ADD 1 TO WS-Creditados
                                   ADD ValorSal
                                       TO WS-Total-Creditado
                                   PERFORM 10-GRAVA-RETORNO
                                   MOVE 'N' TO WS-Capt-Houve
                                   IF Bloqjud-Aberto
                                       AND WS-Sal-Liquido > ZEROS
                                       MOVE WS-Sal-Liquido
                                           TO WS-Capt-Credito
                                       PERFORM 18-CAPTURA-BLOQUEIO
                                   END-IF
      *-Salario capturado por ordem judicial nao e portado: a
      *-penhora vem antes da portabilidade.
                                   IF WS-Capt-Houve = 'N'
                                       AND WS-Sal-Liquido > ZEROS
                                       PERFORM 11-VERIFICA-PORTAB
                                   END-IF
                           END-REWRITE
           MOVE ValorSal TO ValorRet.
           MOVE NomeFavorecido-Sal TO NomeFavorecido-Ret.
           MOVE WS-Sit-Ret TO SituacaoRet.
           MOVE WS-Cns-Desconto TO ValorConsig-Ret.
           WRITE REG-RET.

       09-TRAILER-RETORNO.
           MOVE WS-Total-Creditado TO TotalCreditado-Ret.
           MOVE WS-Rejeitados TO QtdRecusada-Ret.
           MOVE WS-Total-Rejeitado TO TotalRecusado-Ret.
           MOVE WS-Consignados TO QtdConsig-Ret.
           MOVE WS-Total-Consignado TO TotalConsig-Ret.
           WRITE REG-RET.

       08-GRAVA-MOVIMENTO.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
      *-O "SA" registra o salario bruto; o desconto de consignado,
      *-quando ha, vem nos "PE" seguintes ate o saldo final.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           COMPUTE SaldoNovoMov = SaldoC-Antes + ValorSal.
           MOVE SPACE TO OrigemMov.
           MOVE "SA" TO TipoMov.
           MOVE ValorSal TO ValorMov.
           MOVE SPACES TO DescricaoMov.
           STRING "SALARIO " WS-Empresa(1:22)
               DELIMITED BY SIZE INTO DescricaoMov.
      *-Folha que chegou depois da data de pagamento: o salario
      *-vale desde aquele dia, e o ProgramaP2DataValor devolve o
      *-cheque especial e o IOF cobrados enquanto ele faltava.
           IF WS-Data-Pag > ZEROS AND WS-Data-Pag < WS-Data-Hoje
               MOVE WS-Data-Pag TO DataValorMov
               MOVE 'P' TO SitValorMov
           END-IF.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM UNTIL Mov-Gravado
               WRITE REG-MOVIMENTO
           PERFORM 91-GRAVA-SEQ-MOV.

       11-VERIFICA-PORTAB.
      *-Beneficiario portado: o salario recem-creditado (liquido
      *-do consignado) sai na hora para o banco de destino (debito
      *-"TE" + INTERCAMBIO no TRFOUT do banco), com o volume
      *-acumulado por banco.
           IF Portab-Aberta
               MOVE CodC-Sal TO CodC-Ptb
               READ PORTAB

       12-EXECUTA-PORTAB.
           MOVE SaldoC TO SaldoC-Antes.
           SUBTRACT WS-Sal-Liquido FROM SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   CONTINUE
                   PERFORM 13-GRAVA-MOV-PORTAB
                   PERFORM 14-ENFILEIRA-PORTAB
                   ADD 1 TO WS-Portados
                   ADD WS-Sal-Liquido TO WS-Total-Portado
                   PERFORM 15-ACUMULA-BANCO
           END-REWRITE.

           MOVE AgenciaDestinoPtb TO CodAgenciaInt.
           MOVE ContaDestinoPtb TO CodContaInt.
           MOVE NomeFavorecidoPtb TO NomeFavorecidoInt.
           MOVE WS-Sal-Liquido TO ValorInt.
           MOVE ANO TO AnoInt.
           MOVE MES TO MesInt.
           MOVE DIA TO DiaInt.
           END-IF.
           IF WS-Ptb-Achou > ZEROS
               ADD 1 TO WS-Ptb-Qtd(WS-Ptb-Achou)
               ADD WS-Sal-Liquido TO WS-Ptb-Valor(WS-Ptb-Achou)
           END-IF.

       18-CAPTURA-BLOQUEIO.
           MOVE ReferenciaBlq TO ReferenciaEvt.
           WRITE REG-BLQEVT.

       21-CARREGA-CONSIGNADOS.
      *-Parcelas pendentes com vencimento ate o mes corrente dos
      *-contratos ativos consignados nesta empresa; sem PARCEMP.DAT
      *-a tabela fica vazia e a folha e creditada cheia.
           MOVE ZEROS TO WS-Cns-Qtd.
           COMPUTE WS-AnoMes-Hoje = ANO * 12 + MES.
           MOVE "00" TO ARQST-PEM.
           OPEN INPUT PARCEMP.
           IF ARQST-PEM = "00"
               PERFORM 22-LE-PARCELA-CONSIG UNTIL ARQST-PEM = "10"
               CLOSE PARCEMP
           END-IF.

       22-LE-PARCELA-CONSIG.
           READ PARCEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PEM
               NOT AT END
                   COMPUTE WS-AnoMes-Venc =
                       AnoVencimento-Pe * 12 + MesVencimento-Pe
                   IF ParcEmp-Pendente
                       AND WS-AnoMes-Venc <= WS-AnoMes-Hoje
                       MOVE NumContrato-Pe TO NumContrato
                       READ EMPRESTIMO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Emprestimo-Ativo
                                   AND ConsignanteEmp = WS-Empresa
                                   PERFORM 22-GUARDA-PARCELA
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       22-GUARDA-PARCELA.
           IF WS-Cns-Qtd < 500
               ADD 1 TO WS-Cns-Qtd
               MOVE CodC-Emp TO WS-Cns-CodC(WS-Cns-Qtd)
               MOVE NumContrato-Pe TO WS-Cns-Contrato(WS-Cns-Qtd)
               MOVE NumParcela-Pe TO WS-Cns-Parcela(WS-Cns-Qtd)
               MOVE ValorParcela-Pe TO WS-Cns-Valor(WS-Cns-Qtd)
               MOVE SPACE TO WS-Cns-Sit(WS-Cns-Qtd)
           ELSE
               DISPLAY "CONSIGNADO: TABELA CHEIA, PARCELA "
                   NumContrato-Pe "/" NumParcela-Pe
                   " FICA PARA A PROXIMA FOLHA"
           END-IF.

       23-APURA-DESCONTO.
      *-Escolhe as parcelas da conta da linha que cabem no salario,
      *-na ordem da agenda (mais antiga primeiro).
           MOVE ZEROS TO WS-Cns-Desconto.
           PERFORM 23-ESCOLHE-PARCELA
               VARYING WS-Cns-Idx FROM 1 BY 1
               UNTIL WS-Cns-Idx > WS-Cns-Qtd.

       23-ESCOLHE-PARCELA.
           IF WS-Cns-CodC(WS-Cns-Idx) = CodC-Sal
               AND WS-Cns-Sit(WS-Cns-Idx) = SPACE
               AND WS-Cns-Desconto + WS-Cns-Valor(WS-Cns-Idx)
                   <= ValorSal
               ADD WS-Cns-Valor(WS-Cns-Idx) TO WS-Cns-Desconto
               MOVE 'P' TO WS-Cns-Sit(WS-Cns-Idx)
           END-IF.

       24-GRAVA-DESCONTOS.
      *-Um "PE" por parcela descontada, encadeado depois do "SA".
           COMPUTE WS-Cns-Saldo-Mov = SaldoC-Antes + ValorSal.
           PERFORM 25-GRAVA-DESCONTO
               VARYING WS-Cns-Idx FROM 1 BY 1
               UNTIL WS-Cns-Idx > WS-Cns-Qtd.

       25-GRAVA-DESCONTO.
           IF WS-Cns-Sit(WS-Cns-Idx) = 'P'
               ACCEPT HORA-SIS FROM TIME
               PERFORM 90-PROXIMO-SEQ-MOV
               MOVE WS-Seq-Novo TO NumSeq-Mov
               MOVE SPACE TO EstornadoMov
               MOVE ZEROS TO SeqEstornoMov
               MOVE WS-Cns-Saldo-Mov TO SaldoAnteriorMov
               SUBTRACT WS-Cns-Valor(WS-Cns-Idx)
                   FROM WS-Cns-Saldo-Mov
               MOVE WS-Cns-Saldo-Mov TO SaldoNovoMov
               MOVE SPACE TO OrigemMov
               MOVE "PE" TO TipoMov
               COMPUTE ValorMov = SaldoNovoMov - SaldoAnteriorMov
               MOVE SPACES TO DescricaoMov
               STRING "CONSIG PARC " WS-Cns-Parcela(WS-Cns-Idx)
                   " CONTR " WS-Cns-Contrato(WS-Cns-Idx)
                   DELIMITED BY SIZE INTO DescricaoMov
               MOVE 'N' TO WS-Mov-Gravado
               PERFORM 25-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado
               PERFORM 91-GRAVA-SEQ-MOV
               MOVE 'S' TO WS-Cns-Sit(WS-Cns-Idx)
               ADD 1 TO WS-Consignados
               ADD WS-Cns-Valor(WS-Cns-Idx) TO WS-Total-Consignado
           END-IF.

       25-GRAVA-REG-MOVIMENTO.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       26-DESISTE-DESCONTO.
      *-Credito nao gravado: as parcelas escolhidas voltam a ficar
      *-a descontar, e a linha devolvida nao leva desconto.
           PERFORM 26-LIBERA-PARCELA
               VARYING WS-Cns-Idx FROM 1 BY 1
               UNTIL WS-Cns-Idx > WS-Cns-Qtd.
           MOVE ZEROS TO WS-Cns-Desconto.

       26-LIBERA-PARCELA.
           IF WS-Cns-Sit(WS-Cns-Idx) = 'P'
               MOVE SPACE TO WS-Cns-Sit(WS-Cns-Idx)
           END-IF.

       27-BAIXA-CONSIGNADOS.
      *-Segunda passada em PARCEMP.DAT: cada parcela descontada na
      *-folha e baixada como debitada hoje e o contrato avanca
      *-(parcelas pagas, saldo devedor, quitacao na ultima).
           IF WS-Consignados > ZEROS
               MOVE "00" TO ARQST-PEM
               OPEN I-O PARCEMP
               IF ARQST-PEM = "00"
                   PERFORM 28-BAIXA-PARCELA-CONSIG
                       UNTIL ARQST-PEM = "10"
                   CLOSE PARCEMP
               ELSE
                   DISPLAY "PARCEMP.DAT INDISPONIVEL - PARCELAS "
                       "DESCONTADAS NAO BAIXADAS"
               END-IF
           END-IF.

       28-BAIXA-PARCELA-CONSIG.
           READ PARCEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PEM
               NOT AT END
                   IF ParcEmp-Pendente
                       MOVE ZEROS TO WS-Cns-Achou
                       PERFORM 29-PROCURA-PARCELA
                           VARYING WS-Cns-Idx FROM 1 BY 1
                           UNTIL WS-Cns-Idx > WS-Cns-Qtd
                           OR WS-Cns-Achou > ZEROS
                       IF WS-Cns-Achou > ZEROS
                           PERFORM 29-ATUALIZA-CONTRATO
                       END-IF
                   END-IF
           END-READ.

       29-PROCURA-PARCELA.
           IF WS-Cns-Sit(WS-Cns-Idx) = 'S'
               AND WS-Cns-Contrato(WS-Cns-Idx) = NumContrato-Pe
               AND WS-Cns-Parcela(WS-Cns-Idx) = NumParcela-Pe
               MOVE WS-Cns-Idx TO WS-Cns-Achou
           END-IF.

       29-ATUALIZA-CONTRATO.
           MOVE 'D' TO StatusParcela-Pe.
           MOVE ANO TO AnoDebito-Pe.
           MOVE MES TO MesDebito-Pe.
           MOVE DIA TO DiaDebito-Pe.
           REWRITE REG-PARCEMP.
           MOVE NumContrato-Pe TO NumContrato.
           READ EMPRESTIMO
               INVALID KEY
                   DISPLAY "CONTRATO " NumContrato-Pe " NAO ENCONTRADO"
               NOT INVALID KEY
                   ADD 1 TO ParcelasPagasEmp
                   IF SaldoDevedorEmp >= ValorParcela-Pe
                       SUBTRACT ValorParcela-Pe FROM SaldoDevedorEmp
                   ELSE
                       MOVE ZEROS TO SaldoDevedorEmp
                   END-IF
                   IF ParcelasPagasEmp >= PrazoEmp
                       MOVE 'Q' TO StatusEmp
                   END-IF
                   REWRITE REG-EMPRESTIMO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR CONTRATO "
                               NumContrato
                   END-REWRITE
           END-READ.

       30-DEBITA-EMPRESA.
      *-Financiamento da folha: o total declarado sai inteiro da
      *-conta da empresa (cabecalho) antes de qualquer credito, com
      *-a regra de saldo disponivel dos debitos em lote (conta
      *-ativa, saldo menos bloqueios judiciais ativos e float
      *-cobrindo o total, sem limite). Sem isso a folha e recusada.
           MOVE 'A' TO WS-Sit-Arq.
           MOVE WS-Conta-Empresa TO CodC.
           READ CC
               INVALID KEY
                   MOVE 'C' TO WS-Sit-Arq
               NOT INVALID KEY
                   PERFORM 31-APURA-BLOQUEIOS
                   IF NOT Conta-Ativa
                       MOVE 'C' TO WS-Sit-Arq
                   END-IF
                   IF Folha-Aceita
                       AND SaldoC - WS-Total-Bloqueado
                       - WS-Total-Float < WS-Total-Declarado
                       MOVE 'F' TO WS-Sit-Arq
                   END-IF
           END-READ.
           IF Folha-Aceita
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Total-Declarado FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       MOVE 'G' TO WS-Sit-Arq
                   NOT INVALID KEY
                       MOVE SPACES TO WS-Desc-Empresa
                       STRING "FOLHA " WS-Qtd-Declarada
                           " FUNCIONARIOS"
                           DELIMITED BY SIZE INTO WS-Desc-Empresa
                       PERFORM 32-GRAVA-MOV-EMPRESA
               END-REWRITE
           END-IF.

       30-DEVOLVE-EMPRESA.
      *-Linhas devolvidas (conta inexistente, encerrada, nome que
      *-nao confere...) voltam para a conta da empresa num credito
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
                               STRING "DEVOLUCAO FOLHA " WS-Rejeitados
                                   " LINHAS"
                                   DELIMITED BY SIZE
                                   INTO WS-Desc-Empresa
                               PERFORM 32-GRAVA-MOV-EMPRESA
                       END-REWRITE
               END-READ
           END-IF.

       31-APURA-BLOQUEIOS.
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
               PERFORM 31-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.
           IF Floatdep-Aberto
               MOVE CodC TO CodC-Flt
               START FLOATDEP KEY IS = CodC-Flt
                   INVALID KEY
                       MOVE "10" TO ARQST-FLT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-FLT
               END-START
               PERFORM 31-SOMA-FLOAT UNTIL ARQST-FLT = "10"
           END-IF.

       31-SOMA-BLOQUEIO.
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

       31-SOMA-FLOAT.
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

       32-GRAVA-MOV-EMPRESA.
           ACCEPT HORA-SIS FROM TIME.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE SPACE TO OrigemMov.
           MOVE "FS" TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE WS-Desc-Empresa TO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 25-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       33-CABECALHO-RETORNO.
           MOVE SPACES TO REG-RET.
           MOVE '1' TO TipoReg-Ret.
           MOVE WS-Empresa TO NomeEmpresa-Ret.
           MOVE WS-Qtd-Declarada TO QtdDeclarada-Ret.
           MOVE WS-Total-Declarado TO TotalDeclarado-Ret.
           MOVE WS-Conta-Empresa TO ContaEmpresa-Ret.
           MOVE WS-Sit-Arq TO SituacaoArq-Ret.
           WRITE REG-RET.

       34-RECUSA-FOLHA.
      *-Folha recusada: o retorno leva so o cabecalho com a
      *-situacao do arquivo e o trailer zerado, o resumo diz o
      *-motivo e a folha sai da entrada (36-ARQUIVA-FOLHA) para a
      *-empresa mandar de novo.
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
           PERFORM 33-CABECALHO-RETORNO.
           PERFORM 09-TRAILER-RETORNO.
           MOVE SPACES TO LINHA-REL.
           STRING "FOLHA RECUSADA - " WS-Motivo-Arq
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "FOLHA " WS-Empresa " RECUSADA - " WS-Motivo-Arq.
           DISPLAY "NADA FOI CREDITADO".

       35-FECHA-ARQ.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
               CLOSE BLQEVT
           END-IF.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Portab-Aberta
               CLOSE PORTAB
           END-IF.
           CLOSE TRFCTL EMPRESTIMO.
           CLOSE SALARIO SALREJ SALRET CC MOVIMENTO RELATORIO.

       36-ARQUIVA-FOLHA.
      *-Folha processada (creditada ou recusada) vai para o
      *-historico SALPROC.DAT e o SALARIO.DAT fica vazio: a proxima
      *-execucao (o passo roda toda noite) nao credita de novo.
           MOVE "00" TO ARQST-SAL.
           OPEN INPUT SALARIO.
           OPEN EXTEND SALPROC.
           IF ARQST-SPR NOT = "00"
               CLOSE SALPROC
               OPEN OUTPUT SALPROC
           END-IF.
           PERFORM 37-COPIA-LINHA UNTIL ARQST-SAL = "10".
           CLOSE SALARIO SALPROC.
           OPEN OUTPUT SALARIO.
           CLOSE SALARIO.

       37-COPIA-LINHA.
           READ SALARIO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SAL
               NOT AT END
                   WRITE REG-SALPROC FROM REG-SAL
           END-READ.

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

       04-RESUMO.
           MOVE WS-Total-Declarado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "DEBITADO DA CONTA " WS-Conta-Empresa ": "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Creditado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CREDITADOS: " WS-Creditados " CONTAS, TOTAL "
               WS-Total-Edt " (VER SALREJ.DAT)"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-Rejeitados > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "DEVOLVIDO A CONTA " WS-Conta-Empresa ": "
                   WS-Total-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           IF WS-Portados > ZEROS
               MOVE WS-Total-Portado TO WS-Total-Edt
               MOVE SPACES TO LINHA-REL
                   VARYING WS-Ptb-Idx FROM 1 BY 1
                   UNTIL WS-Ptb-Idx > WS-Ptb-Qtd-Bancos
           END-IF.
           IF WS-Consignados > ZEROS
               MOVE WS-Total-Consignado TO WS-Total-Edt
               MOVE SPACES TO LINHA-REL
               STRING "CONSIGNADO: " WS-Consignados
                   " PARCELAS DESCONTADAS, TOTAL " WS-Total-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           MOVE SPACES TO LINHA-REL.
           MOVE "ASSINATURA DA EMPRESA: ____________________"
               TO LINHA-REL.
               " TOTAL: " WS-Total-Creditado.
           DISPLAY "  DEVOLVIDOS: " WS-Rejeitados
               " TOTAL: " WS-Total-Rejeitado.
           DISPLAY "  CONSIGNADO: " WS-Consignados
               " TOTAL: " WS-Total-Consignado.
           DISPLAY "  RESUMO EM SALFUND.LST, DEVOLUCOES EM SALREJ.DAT".
           DISPLAY "===================================================".

       80-IMPRESSAO-DIGITAL.
      *-Impressao digital da folha (linhas, total dos detalhes e
      *-hash), conferida no registro de arquivos recebidos antes
      *-de qualquer conta ser tocada.
           MOVE "00" TO ARQST-SAL.
           OPEN INPUT SALARIO.
           IF ARQST-SAL = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-SAL = "10"
               CLOSE SALARIO
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ SALARIO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SAL
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF Sal-Detalhe AND ValorSal NUMERIC
                       ADD ValorSal TO WS-Rcb-Total
                   END-IF
                   IF Sal-Cabecalho
                       STRING "EMPRESA " NomeEmpresa-Sal " PAGTO "
                           DataPagamento-Sal
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-SAL TO WS-Rcb-Linha
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

       88-ENCERRA-RECEBIDO.
           IF Rcb-Registrado
               PERFORM 87-FECHA-RECEBIDO
           END-IF.

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
