      *-----------------------------------------------------------
      *-Reorganizacao dos arquivos indexados cujo REGISTRO cresceu
      *-com os campos novos - CHEQUE.DAT, OPERADOR.DAT,
      *-APLICACAO.DAT, EMPRESTIMO.DAT, BLOQJUD.DAT, ESTOQUE.DAT,
      *-PEDIDO.DAT, MOVIMENTO.DAT, MOVSEQ.DAT, CLIENTES.DAT,
      *-PENDDEB.DAT, FLOAT.DAT, BANCOS.DAT, PACOTE.DAT e
      *-COMPROV.DAT - no mesmo
      *-espirito do ProgramaP2ReorgCC: le cada arquivo no layout
      *-ANTIGO (registro como era antes da extensao) e grava o
      *-equivalente *NOVO.DAT no layout atual, com os campos novos
      *-             primeiro acesso, destravado, sem historico
      *-  APLICACAO  prazo zero e sem instrucao de vencimento
      *-             (espaco = a mesa trata, como antes)
      *-  EMPRESTIMO elo de renegociacao, classe de risco e estagio
      *-             da regua de cobranca copiados como estao;
      *-             sem sistema de amortizacao (juros simples,
      *-             como foi aberto), sem CET, nao consignado
      *-  BLOQJUD    lastro igual ao valor da ordem (bloqueio
      *-             antigo era todo coberto por definicao)
      *-  ESTOQUE    custo medio zero (a primeira entrada com custo
      *-             passa a ser a media do item), classe fiscal
      *-             tributada
      *-  PEDIDO     sem custo unitario do recebimento
      *-  MOVIMENTO  data-valor igual a data do lancamento, sem
      *-             recalculo pendente;
      *-             cadeia de hash montada na ordem da chave,
      *-             conta a conta, a partir do primeiro
      *-             lancamento de cada conta (HASHCTL.CPY)
      *-  MOVSEQ     contador copiado como esta, com o hash do
      *-             lancamento que ele aponta em MOVNOVO.DAT
      *-  CLIENTES   perfil KYC em branco/zeros (sem data de
      *-             atualizacao: o ProgramaP2RelKyc chama o
      *-             cliente para o cadastro), sem obito nem alvara
      *-  PENDDEB    sem encargos de atraso (valor original)
      *-  FLOAT      deposito ainda nao apresentado ('N': o
      *-             pendente entra na proxima remessa ao sacado),
      *-             sem devolucao
      *-  BANCOS     sem proponente/aprovador (cadastro anterior a
      *-             aprovacao em dupla)
      *-  PACOTE     sem proponente/aprovador, idem
      *-  COMPROV    sem procurador (operado pelo proprio titular)
      *-Conferidos os totais de cada par, o operador troca cada
      *-*NOVO.DAT pelo arquivo original (guardando o antigo como
      *-backup) e o sistema volta ao ar. Roda com o online parado;
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-N5.

       SELECT ESTVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodigoEstq-V
       FILE STATUS ARQST-V6.

       SELECT ESTNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodigoEstq
       FILE STATUS ARQST-N6.

       SELECT PEDVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPedido-V
       FILE STATUS ARQST-V7.

       SELECT PEDNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPedido
       FILE STATUS ARQST-N7.

       SELECT MOVVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov-V
       FILE STATUS ARQST-V8.

       SELECT MOVNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-N8.

       SELECT MSQVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq-V
       FILE STATUS ARQST-V9.

       SELECT MSQNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-N9.

       SELECT CLIVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli-V
       FILE STATUS ARQST-V10.

       SELECT CLINOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-N10.

       SELECT PNDVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPend-V
       ALTERNATE RECORD KEY CodC-Pend-V WITH DUPLICATES
       FILE STATUS ARQST-V11.

       SELECT PNDNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPend
       ALTERNATE RECORD KEY CodC-Pend WITH DUPLICATES
       FILE STATUS ARQST-N11.

       SELECT FLTVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt-V
       ALTERNATE RECORD KEY CodC-Flt-V WITH DUPLICATES
       FILE STATUS ARQST-V12.

       SELECT FLTNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-N12.

       SELECT BCTVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodBancoTab-V
       FILE STATUS ARQST-V13.

       SELECT BCTNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodBancoTab
       FILE STATUS ARQST-N13.

       SELECT PACVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodPacote-V
       FILE STATUS ARQST-V14.

       SELECT PACNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodPacote
       FILE STATUS ARQST-N14.

       SELECT COMPVELHO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumComprov-V
       FILE STATUS ARQST-V15.

       SELECT COMPNOVO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumComprov
       FILE STATUS ARQST-N15.

       DATA DIVISION.
       FILE SECTION.
      *-Layouts ANTIGOS, como os registros eram antes da extensao.
           02 SaldoDevedorEmp-V pic 9(9)V99.
           02 ParcelasPagasEmp-V pic 9(3).
           02 AtrasosEmp-V pic 9(3).
           02 ContratoAnteriorEmp-V pic 9(6).
           02 ContratoNovoEmp-V pic 9(6).
           02 ClasseRiscoEmp-V pic X(1).
           02 ClasseRiscoAntEmp-V pic X(1).
           02 EstagioCobEmp-V pic 9(1).
           02 DataEstagioCobEmp-V pic 9(8).

       FD  EMPNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO

           COPY BLOQJUD.

       FD  ESTVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-ESTOQUE-V
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 REG-ESTOQUE-V.
           02 CodigoEstq-V pic 9(4).
           02 NomeEstq-V pic X(30).
           02 PrecoEstq-V pic 9(5)V99.
           02 SaldoEstq-V pic S9(6).
           02 EstoqueMinimo-V pic 9(4).

       FD  ESTNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-ESTOQUE
           VALUE OF FILE-ID IS "ESTQNOVO.DAT".

           COPY ESTOQUE.

       FD  PEDVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-PEDIDO-V
           VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REG-PEDIDO-V.
           02 NumPedido-V pic 9(6).
           02 CodigoEstqPed-V pic 9(4).
           02 QtdPedidaPed-V pic 9(6).
           02 CodFornecPed-V pic 9(4).
           02 DataPedidoPed-V pic 9(8).
           02 DataPrevistaPed-V pic 9(8).
           02 StatusPed-V pic X(1).
           02 QtdRecebidaPed-V pic 9(6).
           02 DataRecebidoPed-V pic 9(8).

       FD  PEDNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-PEDIDO
           VALUE OF FILE-ID IS "PEDNOVO.DAT".

           COPY PEDIDO.

       FD  MOVVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO-V
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".
       01 REG-MOVIMENTO-V.
           02 ChaveMov-V.
               03 CodC-Mov-V pic 9(6).
               03 NumSeq-Mov-V pic 9(8).
           02 DataMov-V pic 9(8).
           02 SaldoAnteriorMov-V pic S9(7)V99.
           02 SaldoNovoMov-V pic S9(7)V99.
           02 OrigemMov-V pic X(1).
           02 TipoMov-V pic X(2).
           02 ValorMov-V pic S9(7)V99.
           02 DescricaoMov-V pic X(30).
           02 HoraMov-V pic 9(8).
           02 EstornadoMov-V pic X(1).
           02 SeqEstornoMov-V pic 9(8).

       FD  MOVNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVNOVO.DAT".

           COPY MOVIMENTO.

       FD  MSQVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ-V
           VALUE OF FILE-ID IS "MOVSEQ.DAT".
       01 REG-MOVSEQ-V.
           02 CodC-Seq-V pic 9(6).
           02 UltimoSeqMov-V pic 9(8).

       FD  MSQNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MSQNOVO.DAT".

           COPY MOVSEQ.

       FD  CLIVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE-V
           VALUE OF FILE-ID IS "CLIENTES.DAT".
       01 REG-CLIENTE-V.
           02 CpfCnpjCli-V pic 9(14).
           02 NomeCli-V pic A(40).
           02 CepCli-V pic 9(8).
           02 EnderecoCli-V pic X(30).
           02 UfCli-V pic X(2).
           02 TelefoneCli-V pic X(15).
           02 EmailCli-V pic X(40).

       FD  CLINOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLINOVO.DAT".

           COPY CLIENTE.

       FD  PNDVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-PENDDEB-V
           VALUE OF FILE-ID IS "PENDDEB.DAT".
       01 REG-PENDDEB-V.
           02 NumPend-V pic 9(8).
           02 CodC-Pend-V pic 9(6).
           02 OrigemPend-V pic X(1).
           02 ReferenciaPend-V pic 9(8).
           02 ParcelaPend-V pic 9(3).
           02 DescricaoPend-V pic X(30).
           02 ValorPend-V pic 9(7)V99.
           02 DataFalhaPend-V pic 9(8).
           02 StatusPend-V pic X(1).
           02 FormaBaixaPend-V pic X(1).
           02 DataBaixaPend-V pic 9(8).
           02 OperadorBaixaPend-V pic X(8).

       FD  PNDNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-PENDDEB
           VALUE OF FILE-ID IS "PNDNOVO.DAT".

           COPY PENDDEB.

       FD  FLTVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT-V
           VALUE OF FILE-ID IS "FLOAT.DAT".
       01 REG-FLOAT-V.
           02 NumFlt-V pic 9(8).
           02 CodC-Flt-V pic 9(6).
           02 ValorFlt-V pic 9(7)V99.
           02 BancoChqFlt-V pic 9(4).
           02 NumChqFlt-V pic 9(6).
           02 StatusFlt-V pic X(1).
           02 DataDepositoFlt-V pic 9(8).
           02 DataLiberacaoFlt-V pic 9(8).
           02 OperadorFlt-V pic X(8).

       FD  FLTNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLTNOVO.DAT".

           COPY FLOAT.

       FD  BCTVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-BANCOTAB-V
           VALUE OF FILE-ID IS "BANCOS.DAT".
       01 REG-BANCOTAB-V.
           02 CodBancoTab-V pic 9(4).
           02 NomeBancoTab-V pic A(30).
           02 StatusBancoTab-V pic X(1).

       FD  BCTNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-BANCOTAB
           VALUE OF FILE-ID IS "BCTNOVO.DAT".

           COPY BANCOTAB.

       FD  PACVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-PACOTE-V
           VALUE OF FILE-ID IS "PACOTE.DAT".
       01 REG-PACOTE-V.
           02 CodPacote-V pic 9(2).
           02 NomePacote-V pic X(20).
           02 FranqSaquePac-V pic 9(3).
           02 FranqTransfPac-V pic 9(3).
           02 FranqDepositoPac-V pic 9(3).
           02 TarExcSaquePac-V pic 9(5)V99.
           02 TarExcTransfPac-V pic 9(5)V99.
           02 TarExcDepositoPac-V pic 9(5)V99.

       FD  PACNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-PACOTE
           VALUE OF FILE-ID IS "PACNOVO.DAT".

           COPY PACOTE.

       FD  COMPVELHO LABEL RECORD STANDARD
           DATA RECORD IS REG-COMPROV-V
           VALUE OF FILE-ID IS "COMPROV.DAT".
       01 REG-COMPROV-V.
           02 NumComprov-V pic 9(8).
           02 CodC-Cpv-V pic 9(6).
           02 TipoMovCpv-V pic X(2).
           02 ValorCpv-V pic S9(7)V99.
           02 SaldoDispCpv-V pic S9(9)V99.
           02 OperadorCpv-V pic X(8).
           02 DataCpv-V pic 9(8).
           02 HoraCpv-V pic 9(6).
           02 ViasCpv-V pic 9(2).

       FD  COMPNOVO LABEL RECORD STANDARD
           DATA RECORD IS REG-COMPROV
           VALUE OF FILE-ID IS "COMPNOVO.DAT".

           COPY COMPROV.

       WORKING-STORAGE SECTION.

           01 ARQST-V1 pic X(2).
           01 ARQST-N4 pic X(2).
           01 ARQST-V5 pic X(2).
           01 ARQST-N5 pic X(2).
           01 ARQST-V6 pic X(2).
           01 ARQST-N6 pic X(2).
           01 ARQST-V7 pic X(2).
           01 ARQST-N7 pic X(2).
           01 ARQST-V8 pic X(2).
           01 ARQST-N8 pic X(2).
           01 ARQST-V9 pic X(2).
           01 ARQST-N9 pic X(2).
           01 ARQST-V10 pic X(2).
           01 ARQST-N10 pic X(2).
           01 ARQST-V11 pic X(2).
           01 ARQST-N11 pic X(2).
           01 ARQST-V12 pic X(2).
           01 ARQST-N12 pic X(2).
           01 ARQST-V13 pic X(2).
           01 ARQST-N13 pic X(2).
           01 ARQST-V14 pic X(2).
           01 ARQST-N14 pic X(2).
           01 ARQST-V15 pic X(2).
           01 ARQST-N15 pic X(2).

           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Gravados pic 9(6) value zeros.
           01 WS-Pares-Ok pic X value 'S'.

      *-Conta corrente da cadeia de hash em montagem.
           01 WS-Conta-Cadeia pic 9(6) value zeros.
           01 WS-Tem-Movnovo pic X value 'N'.

           COPY HASHCTL.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 30-REORG-APLICACAO.
           PERFORM 40-REORG-EMPRESTIMO.
           PERFORM 50-REORG-BLOQJUD.
           PERFORM 60-REORG-ESTOQUE.
           PERFORM 70-REORG-PEDIDO.
           PERFORM 80-REORG-MOVIMENTO.
           PERFORM 84-REORG-MOVSEQ.
           PERFORM 87-REORG-CLIENTE.
           PERFORM 91-REORG-PENDDEB.
           PERFORM 93-REORG-FLOAT.
           PERFORM 95-REORG-BANCOTAB.
           PERFORM 97-REORG-PACOTE.
           PERFORM 100-REORG-COMPROV.
           IF WS-Pares-Ok = 'S'
               DISPLAY "TOTAIS CONFEREM EM TODOS OS PARES - TROQUE"
               DISPLAY "CADA *NOVO.DAT PELO ORIGINAL (GUARDANDO OS"
                   MOVE SaldoDevedorEmp-V TO SaldoDevedorEmp
                   MOVE ParcelasPagasEmp-V TO ParcelasPagasEmp
                   MOVE AtrasosEmp-V TO AtrasosEmp
                   MOVE ContratoAnteriorEmp-V TO ContratoAnteriorEmp
                   MOVE ContratoNovoEmp-V TO ContratoNovoEmp
                   MOVE ClasseRiscoEmp-V TO ClasseRiscoEmp
                   MOVE ClasseRiscoAntEmp-V TO ClasseRiscoAntEmp
                   MOVE EstagioCobEmp-V TO EstagioCobEmp
                   MOVE DataEstagioCobEmp-V TO DataEstagioCobEmp
                   MOVE SPACE TO SistemaEmp
                   MOVE ZEROS TO CetAnualEmp
                   MOVE SPACES TO ConsignanteEmp
                   WRITE REG-EMPRESTIMO
                       INVALID KEY
                           DISPLAY "ERRO NO CONTRATO " NumContrato
                   END-WRITE
           END-READ.

       60-REORG-ESTOQUE.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT ESTVELHO.
           IF ARQST-V6 NOT = "00"
               DISPLAY "ESTOQUE.DAT AUSENTE, PULADO (" ARQST-V6 ")"
           ELSE
               OPEN OUTPUT ESTNOVO
               PERFORM 61-COPIA-ESTOQUE UNTIL ARQST-V6 = "10"
               CLOSE ESTVELHO ESTNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       61-COPIA-ESTOQUE.
           READ ESTVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V6
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CodigoEstq-V TO CodigoEstq
                   MOVE NomeEstq-V TO NomeEstq
                   MOVE PrecoEstq-V TO PrecoEstq
                   MOVE SaldoEstq-V TO SaldoEstq
                   MOVE EstoqueMinimo-V TO EstoqueMinimo
                   MOVE ZEROS TO CustoMedioEstq
                   MOVE 'T' TO ClasseFiscalEstq
                   WRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY "ERRO NA FICHA " CodigoEstq
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       70-REORG-PEDIDO.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT PEDVELHO.
           IF ARQST-V7 NOT = "00"
               DISPLAY "PEDIDO.DAT AUSENTE, PULADO (" ARQST-V7 ")"
           ELSE
               OPEN OUTPUT PEDNOVO
               PERFORM 71-COPIA-PEDIDO UNTIL ARQST-V7 = "10"
               CLOSE PEDVELHO PEDNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       71-COPIA-PEDIDO.
           READ PEDVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V7
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE NumPedido-V TO NumPedido
                   MOVE CodigoEstqPed-V TO CodigoEstqPed
                   MOVE QtdPedidaPed-V TO QtdPedidaPed
                   MOVE CodFornecPed-V TO CodFornecPed
                   MOVE DataPedidoPed-V TO DataPedidoPed
                   MOVE DataPrevistaPed-V TO DataPrevistaPed
                   MOVE StatusPed-V TO StatusPed
                   MOVE QtdRecebidaPed-V TO QtdRecebidaPed
                   MOVE DataRecebidoPed-V TO DataRecebidoPed
                   MOVE ZEROS TO CustoUnitPed
                   WRITE REG-PEDIDO
                       INVALID KEY
                           DISPLAY "ERRO NO PEDIDO " NumPedido
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       80-REORG-MOVIMENTO.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           MOVE ZEROS TO WS-Conta-Cadeia WS-Hash-Maior.
           OPEN INPUT MOVVELHO.
           IF ARQST-V8 NOT = "00"
               DISPLAY "MOVIMENTO.DAT AUSENTE, PULADO (" ARQST-V8 ")"
           ELSE
               OPEN OUTPUT MOVNOVO
               PERFORM 81-COPIA-MOVIMENTO UNTIL ARQST-V8 = "10"
               CLOSE MOVVELHO MOVNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       81-COPIA-MOVIMENTO.
           READ MOVVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V8
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CodC-Mov-V TO CodC-Mov
                   MOVE NumSeq-Mov-V TO NumSeq-Mov
                   MOVE DataMov-V TO DataMov
                   MOVE SaldoAnteriorMov-V TO SaldoAnteriorMov
                   MOVE SaldoNovoMov-V TO SaldoNovoMov
                   MOVE OrigemMov-V TO OrigemMov
                   MOVE TipoMov-V TO TipoMov
                   MOVE ValorMov-V TO ValorMov
                   MOVE DescricaoMov-V TO DescricaoMov
                   MOVE HoraMov-V TO HoraMov
                   MOVE EstornadoMov-V TO EstornadoMov
                   MOVE SeqEstornoMov-V TO SeqEstornoMov
      *-Lancamento antigo vale na propria data, ja apurado.
                   MOVE DataMov-V TO DataValorMov
                   MOVE SPACE TO SitValorMov
                   PERFORM 82-ENCADEIA-MOV
                   WRITE REG-MOVIMENTO
                       INVALID KEY
                           DISPLAY "ERRO NO LANCAMENTO " ChaveMov
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       82-ENCADEIA-MOV.
      *-Primeiro lancamento da conta abre a cadeia (anterior zero).
      *-O de transporte do expurgo (TP, sequencial zero) leva o
      *-anterior mas nao entra na cadeia: o lancamento seguinte
      *-continua encadeado no mesmo anterior do transporte.
           IF CodC-Mov NOT = WS-Conta-Cadeia
               MOVE CodC-Mov TO WS-Conta-Cadeia
               MOVE ZEROS TO WS-Hash-Maior
           END-IF.
           MOVE WS-Hash-Maior TO HashAntMov.
           MOVE ZEROS TO HashMov.
           PERFORM 83-CALCULA-HASH-MOV.
           MOVE WS-Hash-Valor TO HashMov.
           IF TipoMov NOT = "TP" OR NumSeq-Mov NOT = ZEROS
               MOVE HashMov TO WS-Hash-Maior
           END-IF.

       83-CALCULA-HASH-MOV.
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
           PERFORM 86-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       84-REORG-MOVSEQ.
      *-Roda depois do MOVIMENTO: o hash de cada contador e lido do
      *-lancamento que ele aponta ja em MOVNOVO.DAT. Contador que
      *-aponta lancamento que nao existe (o que o ProgramaP2Reconcilia
      *-acusa) e copiado assim mesmo, com hash zero.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT MSQVELHO.
           IF ARQST-V9 NOT = "00"
               DISPLAY "MOVSEQ.DAT AUSENTE, PULADO (" ARQST-V9 ")"
           ELSE
               MOVE 'N' TO WS-Tem-Movnovo
               OPEN INPUT MOVNOVO
               IF ARQST-N8 = "00"
                   MOVE 'S' TO WS-Tem-Movnovo
               END-IF
               OPEN OUTPUT MSQNOVO
               PERFORM 85-COPIA-MOVSEQ UNTIL ARQST-V9 = "10"
               CLOSE MSQVELHO MSQNOVO
               IF WS-Tem-Movnovo = 'S'
                   CLOSE MOVNOVO
               END-IF
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       85-COPIA-MOVSEQ.
           READ MSQVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V9
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CodC-Seq-V TO CodC-Seq
                   MOVE UltimoSeqMov-V TO UltimoSeqMov
                   MOVE ZEROS TO UltimoHashMov
                   IF WS-Tem-Movnovo = 'S'
                       MOVE CodC-Seq-V TO CodC-Mov
                       MOVE UltimoSeqMov-V TO NumSeq-Mov
                       READ MOVNOVO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE HashMov TO UltimoHashMov
                       END-READ
                   END-IF
                   WRITE REG-MOVSEQ
                       INVALID KEY
                           DISPLAY "ERRO NO CONTADOR " CodC-Seq
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       86-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       90-MOSTRA-TOTAIS.
           DISPLAY "  LIDOS " WS-Lidos " / GRAVADOS " WS-Gravados.
           IF WS-Lidos NOT = WS-Gravados
               MOVE 'N' TO WS-Pares-Ok
           END-IF.

       87-REORG-CLIENTE.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT CLIVELHO.
           IF ARQST-V10 NOT = "00"
               DISPLAY "CLIENTES.DAT AUSENTE, PULADO (" ARQST-V10 ")"
           ELSE
               OPEN OUTPUT CLINOVO
               PERFORM 88-COPIA-CLIENTE UNTIL ARQST-V10 = "10"
               CLOSE CLIVELHO CLINOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       88-COPIA-CLIENTE.
           READ CLIVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V10
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CpfCnpjCli-V TO CpfCnpjCli
                   MOVE NomeCli-V TO NomeCli
                   MOVE CepCli-V TO CepCli
                   MOVE EnderecoCli-V TO EnderecoCli
                   MOVE UfCli-V TO UfCli
                   MOVE TelefoneCli-V TO TelefoneCli
                   MOVE EmailCli-V TO EmailCli
      *-Perfil KYC nunca coletado: data de atualizacao zerada, o
      *-que poe o cliente na primeira lista de atualizacao.
                   MOVE ZEROS TO DataNascCli RendaMensalCli
                   MOVE ZEROS TO PatrimonioCli DataKycCli
                   MOVE SPACES TO ProfissaoCli OperadorKycCli
                   MOVE SPACE TO PepCli RiscoKycCli
                   MOVE ZEROS TO DataObitoCli DataAlvaraCli
                   MOVE SPACES TO OperadorObitoCli AlvaraCli
                   MOVE SPACES TO OperadorAlvaraCli
                   WRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO NO CLIENTE " CpfCnpjCli
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       91-REORG-PENDDEB.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT PNDVELHO.
           IF ARQST-V11 NOT = "00"
               DISPLAY "PENDDEB.DAT AUSENTE, PULADO (" ARQST-V11 ")"
           ELSE
               OPEN OUTPUT PNDNOVO
               PERFORM 92-COPIA-PENDDEB UNTIL ARQST-V11 = "10"
               CLOSE PNDVELHO PNDNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       92-COPIA-PENDDEB.
           READ PNDVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V11
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE NumPend-V TO NumPend
                   MOVE CodC-Pend-V TO CodC-Pend
                   MOVE OrigemPend-V TO OrigemPend
                   MOVE ReferenciaPend-V TO ReferenciaPend
                   MOVE ParcelaPend-V TO ParcelaPend
                   MOVE DescricaoPend-V TO DescricaoPend
                   MOVE ValorPend-V TO ValorPend
                   MOVE DataFalhaPend-V TO DataFalhaPend
                   MOVE StatusPend-V TO StatusPend
                   MOVE FormaBaixaPend-V TO FormaBaixaPend
                   MOVE DataBaixaPend-V TO DataBaixaPend
                   MOVE OperadorBaixaPend-V TO OperadorBaixaPend
      *-Pendencia antiga cobra o valor original; o proximo
      *-DebitoEmprestimo recalcula os encargos das de emprestimo.
                   MOVE ZEROS TO EncargosPend
                   WRITE REG-PENDDEB
                       INVALID KEY
                           DISPLAY "ERRO NA PENDENCIA " NumPend
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       93-REORG-FLOAT.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT FLTVELHO.
           IF ARQST-V12 NOT = "00"
               DISPLAY "FLOAT.DAT AUSENTE, PULADO (" ARQST-V12 ")"
           ELSE
               OPEN OUTPUT FLTNOVO
               PERFORM 94-COPIA-FLOAT UNTIL ARQST-V12 = "10"
               CLOSE FLTVELHO FLTNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       94-COPIA-FLOAT.
           READ FLTVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V12
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE NumFlt-V TO NumFlt
                   MOVE CodC-Flt-V TO CodC-Flt
                   MOVE ValorFlt-V TO ValorFlt
                   MOVE BancoChqFlt-V TO BancoChqFlt
                   MOVE NumChqFlt-V TO NumChqFlt
                   MOVE StatusFlt-V TO StatusFlt
                   MOVE DataDepositoFlt-V TO DataDepositoFlt
                   MOVE DataLiberacaoFlt-V TO DataLiberacaoFlt
                   MOVE OperadorFlt-V TO OperadorFlt
      *-Cheque depositado antes da remessa ao sacado nunca foi
      *-apresentado: fica como um deposito novo.
                   MOVE 'N' TO ApresentadoFlt
                   MOVE ZEROS TO DataApresentacaoFlt
                   MOVE ZEROS TO AlineaDevFlt
                   MOVE ZEROS TO DataDevolucaoFlt
                   WRITE REG-FLOAT
                       INVALID KEY
                           DISPLAY "ERRO NO DEPOSITO " NumFlt
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       95-REORG-BANCOTAB.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT BCTVELHO.
           IF ARQST-V13 NOT = "00"
               DISPLAY "BANCOS.DAT AUSENTE, PULADO (" ARQST-V13 ")"
           ELSE
               OPEN OUTPUT BCTNOVO
               PERFORM 96-COPIA-BANCOTAB UNTIL ARQST-V13 = "10"
               CLOSE BCTVELHO BCTNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       96-COPIA-BANCOTAB.
           READ BCTVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V13
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CodBancoTab-V TO CodBancoTab
                   MOVE NomeBancoTab-V TO NomeBancoTab
                   MOVE StatusBancoTab-V TO StatusBancoTab
                   MOVE SPACES TO OperadorBancoTab AprovadorBancoTab
                   WRITE REG-BANCOTAB
                       INVALID KEY
                           DISPLAY "ERRO NO BANCO " CodBancoTab
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       97-REORG-PACOTE.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT PACVELHO.
           IF ARQST-V14 NOT = "00"
               DISPLAY "PACOTE.DAT AUSENTE, PULADO (" ARQST-V14 ")"
           ELSE
               OPEN OUTPUT PACNOVO
               PERFORM 98-COPIA-PACOTE UNTIL ARQST-V14 = "10"
               CLOSE PACVELHO PACNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       98-COPIA-PACOTE.
           READ PACVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V14
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE CodPacote-V TO CodPacote
                   MOVE NomePacote-V TO NomePacote
                   MOVE FranqSaquePac-V TO FranqSaquePac
                   MOVE FranqTransfPac-V TO FranqTransfPac
                   MOVE FranqDepositoPac-V TO FranqDepositoPac
                   MOVE TarExcSaquePac-V TO TarExcSaquePac
                   MOVE TarExcTransfPac-V TO TarExcTransfPac
                   MOVE TarExcDepositoPac-V TO TarExcDepositoPac
                   MOVE SPACES TO OperadorPac AprovadorPac
                   WRITE REG-PACOTE
                       INVALID KEY
                           DISPLAY "ERRO NO PACOTE " CodPacote
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.

       100-REORG-COMPROV.
           MOVE ZEROS TO WS-Lidos WS-Gravados.
           OPEN INPUT COMPVELHO.
           IF ARQST-V15 NOT = "00"
               DISPLAY "COMPROV.DAT AUSENTE, PULADO (" ARQST-V15 ")"
           ELSE
               OPEN OUTPUT COMPNOVO
               PERFORM 101-COPIA-COMPROV UNTIL ARQST-V15 = "10"
               CLOSE COMPVELHO COMPNOVO
               PERFORM 90-MOSTRA-TOTAIS
           END-IF.

       101-COPIA-COMPROV.
           READ COMPVELHO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-V15
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE NumComprov-V TO NumComprov
                   MOVE CodC-Cpv-V TO CodC-Cpv
                   MOVE TipoMovCpv-V TO TipoMovCpv
                   MOVE ValorCpv-V TO ValorCpv
                   MOVE SaldoDispCpv-V TO SaldoDispCpv
                   MOVE OperadorCpv-V TO OperadorCpv
                   MOVE DataCpv-V TO DataCpv
                   MOVE HoraCpv-V TO HoraCpv
                   MOVE ViasCpv-V TO ViasCpv
      *-Comprovante anterior ao cadastro de procuradores: operado
      *-pelo proprio titular.
                   MOVE ZEROS TO CpfProcCpv
                   MOVE SPACES TO NomeProcCpv
                   WRITE REG-COMPROV
                       INVALID KEY
                           DISPLAY "ERRO NO COMPROVANTE " NumComprov
                       NOT INVALID KEY
                           ADD 1 TO WS-Gravados
                   END-WRITE
           END-READ.
