      *-Interface da rede compartilhada de ATM, no molde do
      *-ProgramaP2CreditoSalario: le o arquivo noturno do switch
      *-(ATMIN.DAT, um saque por linha: conta + valor + data +
      *-terminal + NSU + cartao), confere o cartao de debito em
      *-CARTAO.DAT (digito, situacao, validade, conta e limite
      *-diario de saque), valida conta e saldo disponivel (saldo +
      *-limite menos bloqueios judiciais e float) e lanca cada
      *-saque no ledger com tipo proprio "AT" (origem 'M'). O que
      *-nao da para lancar sai espelhado em ATMREJ.DAT com o codigo
      *-e o motivo, e os totais de liquidacao para bater com a
      *-fatura da rede saem em ATM.LST. Linha sem conta (zeros)
      *-e lancada na conta do cartao.
      *-Codigos de rejeicao:
      *-  01 conta inexistente      10 cartao invalido (digito)
      *-  02 conta bloq./encerrada  11 cartao nao cadastrado
      *-  03 erro de gravacao       12 cartao bloqueado
      *-  04 saldo insuficiente     13 cartao perdido/roubado
      *-                            14 cartao substituido
      *-                            15 cartao vencido
      *-                            16 limite diario excedido
      *-                            17 cartao de outra conta
      *-                            18 limite de documento pend.
      *-Conta nova com documento de abertura pendente (DOCPEND.DAT)
      *-saca no maximo o limite reduzido DOCSAQUE por dia, mesmo
      *-que o cartao tenha limite maior.
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
      *-Cartoes de debito: situacao, validade e limite diario.
       SELECT CARTAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCartao
       ALTERNATE RECORD KEY CodC-Cdb WITH DUPLICATES
       FILE STATUS ARQST-CDB.
      *-Checklist de documentos da conta nova; sem o arquivo nao ha
      *-restricao, como nos bloqueios.
       SELECT DOCPEND ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Dcp
       FILE STATUS ARQST-DCP.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.
      *-Totais de liquidacao para a fatura da rede.
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
       FD  ATMIN LABEL RECORD STANDARD
               03 DiaAtm pic 9(2).
           02 TerminalAtm pic X(8).
           02 NSUAtm pic 9(8).
           02 NumCartaoAtm pic 9(16).

       FD  ATMREJ LABEL RECORD STANDARD
           DATA RECORD IS REG-REJ
           02 TerminalRej pic X(8).
           02 NSURej pic 9(8).
           02 MotivoRej pic X(25).
           02 NumCartaoRej pic X(16).
           02 CodMotivoRej pic 9(2).

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  CARTAO LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTAO
           VALUE OF FILE-ID IS "CARTAO.DAT".

           COPY CARTAO.

       FD  DOCPEND LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCPEND
           VALUE OF FILE-ID IS "DOCPEND.DAT".

           COPY DOCPEND.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ATM.LST".
       01 LINHA-REL pic X(80).

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 WS-Rcb-Nome pic X(12) value "ATMIN.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2ATM".
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
           01 ARQST-ATM pic X(2).
           01 ARQST-REJ pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-CDB pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 ARQST-BLQ pic X(2).
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.
      *-Documento de abertura pendente: limite diario de saque
      *-reduzido (parametro DOCSAQUE) no lugar do limite do cartao.
           01 ARQST-DCP pic X(2).
           01 WS-Tem-Docpend pic X value 'N'.
               88 Docpend-Aberto value 'S'.
           01 WS-Doc-Pendente pic X value 'N'.
               88 Conta-Com-Pendencia value 'S'.
           01 WS-Doc-Limite-Saque pic 9(7)V99 value 500,00.
           01 ARQST-PRM pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), alimentado por ACCEPT ... FROM DATE
               88 Mov-Gravado value 'S'.

           01 WS-Motivo pic X(25) value spaces.
           01 WS-Cod-Motivo pic 9(2) value zeros.
      *-Conferencia do cartao: DV no modulo 10 sobre os 15
      *-primeiros digitos, validade (ano/mes) contra a data do
      *-saque e o acumulado do dia contra o limite diario.
           01 WS-Cartao-Num pic 9(16) value zeros.
           01 WS-Cartao-Num-R REDEFINES WS-Cartao-Num.
               02 WS-Cartao-Base pic 9(15).
               02 WS-Cartao-DV pic 9(1).
           01 WS-AnoMes-Saque pic 9(6) value zeros.
           01 WS-AnoMes-Validade pic 9(6) value zeros.
           01 WS-Sacado-Dia pic 9(7)V99 value zeros.
           01 WS-Mod-Campo pic X(15) value spaces.
           01 WS-Mod-Idx pic 9(2) value zeros.
           01 WS-Mod-Peso pic 9(1) value zeros.
           01 WS-Mod-Dig pic 9(1) value zeros.
           01 WS-Mod-Prod pic 9(2) value zeros.
           01 WS-Mod-Soma pic 9(4) value zeros.
           01 WS-Mod-Quoc pic 9(4) value zeros.
           01 WS-Mod-Resto pic 9(2) value zeros.
           01 WS-Mod-DV pic 9(2) value zeros.
           01 WS-Rej-Cartao pic 9(6) value zeros.
           01 WS-Lancados pic 9(6) value zeros.
           01 WS-Rejeitados pic 9(6) value zeros.
           01 WS-Total-Lancado pic 9(9)V99 value zeros.
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
           PERFORM 16-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-SAQUE UNTIL ARQST-ATM = "10".
           PERFORM 03-RESUMO.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Docpend-Aberto
               CLOSE DOCPEND
           END-IF.
           CLOSE CC.
           CLOSE MOVIMENTO.
           CLOSE MOVSEQ.
           CLOSE CARTAO.
           CLOSE RELATORIO.
           IF Rcb-Registrado
               MOVE WS-Lancados TO WS-Rcb-Lancados
               MOVE WS-Rejeitados TO WS-Rcb-Rejeitados
               PERFORM 87-FECHA-RECEBIDO
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
               CLOSE MOVSEQ
               OPEN I-O MOVSEQ
           END-IF.
           OPEN I-O CARTAO.
           IF ARQST-CDB NOT = "00"
               CLOSE CARTAO
               OPEN OUTPUT CARTAO
               CLOSE CARTAO
               OPEN I-O CARTAO
           END-IF.

           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN INPUT BLOQJUD.
               MOVE 'S' TO WS-Tem-Float
           END-IF.

           MOVE 'N' TO WS-Tem-Docpend.
           OPEN INPUT DOCPEND.
           IF ARQST-DCP = "00"
               MOVE 'S' TO WS-Tem-Docpend
           END-IF.

           OPEN I-O MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               CLOSE MOVIMENTO
           END-READ.

       04-LANCA-SAQUE.
      *-Cartao primeiro: cartao recusado nao chega a olhar a conta.
           MOVE ZEROS TO WS-Cod-Motivo.
           PERFORM 07-CONFERE-CARTAO.
           IF WS-Cod-Motivo NOT = ZEROS
               ADD 1 TO WS-Rej-Cartao
               PERFORM 05-REJEITA
           ELSE
               PERFORM 08-LANCA-NA-CONTA
           END-IF.

       08-LANCA-NA-CONTA.
           MOVE CodC-Atm TO CodC.
           READ CC
               INVALID KEY
                   MOVE 01 TO WS-Cod-Motivo
                   MOVE "CONTA INEXISTENTE" TO WS-Motivo
                   PERFORM 05-REJEITA
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       MOVE 02 TO WS-Cod-Motivo
                       MOVE "CONTA BLOQUEADA/ENCERRADA" TO WS-Motivo
                       PERFORM 05-REJEITA
                   ELSE
                       SUBTRACT ValorAtm FROM SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               MOVE 03 TO WS-Cod-Motivo
                               MOVE "ERRO DE GRAVACAO" TO WS-Motivo
                               PERFORM 05-REJEITA
                           NOT INVALID KEY
                               PERFORM 06-GRAVA-MOVIMENTO
                               PERFORM 09-ACUMULA-CARTAO
                               ADD 1 TO WS-Lancados
                               ADD ValorAtm TO WS-Total-Lancado
                       END-REWRITE
                   ELSE
                       MOVE 04 TO WS-Cod-Motivo
                       MOVE "SALDO INSUFICIENTE" TO WS-Motivo
                       PERFORM 05-REJEITA
                   END-IF
           MOVE TerminalAtm TO TerminalRej.
           MOVE NSUAtm TO NSURej.
           MOVE WS-Motivo TO MotivoRej.
           MOVE NumCartaoAtm TO NumCartaoRej.
           MOVE WS-Cod-Motivo TO CodMotivoRej.
           WRITE REG-REJ.

       07-CONFERE-CARTAO.
      *-Digito, cadastro, situacao, validade, conta e limite do
      *-dia, nessa ordem; o primeiro que falha da o codigo.
           IF NumCartaoAtm NOT NUMERIC
               MOVE ZEROS TO WS-Cartao-Num
           ELSE
               MOVE NumCartaoAtm TO WS-Cartao-Num
           END-IF.
           MOVE WS-Cartao-Base TO WS-Mod-Campo.
           PERFORM 20-MODULO-10.
           IF WS-Cartao-Num = ZEROS OR WS-Mod-DV NOT = WS-Cartao-DV
               MOVE 10 TO WS-Cod-Motivo
               MOVE "CARTAO INVALIDO" TO WS-Motivo
           ELSE
               MOVE WS-Cartao-Num TO NumCartao
               READ CARTAO
                   INVALID KEY
                       MOVE 11 TO WS-Cod-Motivo
                       MOVE "CARTAO NAO CADASTRADO" TO WS-Motivo
               END-READ
           END-IF.
           IF WS-Cod-Motivo = ZEROS
               EVALUATE TRUE
                   WHEN Cartao-Bloqueado
                       MOVE 12 TO WS-Cod-Motivo
                       MOVE "CARTAO BLOQUEADO" TO WS-Motivo
                   WHEN Cartao-Perdido
                       MOVE 13 TO WS-Cod-Motivo
                       MOVE "CARTAO PERDIDO/ROUBADO" TO WS-Motivo
                   WHEN Cartao-Substituido
                       MOVE 14 TO WS-Cod-Motivo
                       MOVE "CARTAO SUBSTITUIDO" TO WS-Motivo
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-Cod-Motivo = ZEROS
               COMPUTE WS-AnoMes-Saque = AnoAtm * 100 + MesAtm
               COMPUTE WS-AnoMes-Validade =
                   AnoValidadeCdb * 100 + MesValidadeCdb
               IF WS-AnoMes-Saque > WS-AnoMes-Validade
                   MOVE 15 TO WS-Cod-Motivo
                   MOVE "CARTAO VENCIDO" TO WS-Motivo
               END-IF
           END-IF.
           IF WS-Cod-Motivo = ZEROS
               IF CodC-Atm = ZEROS
                   MOVE CodC-Cdb TO CodC-Atm
               END-IF
               IF CodC-Atm NOT = CodC-Cdb
                   MOVE 17 TO WS-Cod-Motivo
                   MOVE "CARTAO DE OUTRA CONTA" TO WS-Motivo
               END-IF
           END-IF.
           IF WS-Cod-Motivo = ZEROS
               IF DataUltSaqueCdb = DataAtm
                   MOVE SacadoDiaCdb TO WS-Sacado-Dia
               ELSE
                   MOVE ZEROS TO WS-Sacado-Dia
               END-IF
               IF WS-Sacado-Dia + ValorAtm > LimiteDiarioCdb
                   MOVE 16 TO WS-Cod-Motivo
                   MOVE "LIMITE DIARIO EXCEDIDO" TO WS-Motivo
               END-IF
           END-IF.
           IF WS-Cod-Motivo = ZEROS
               PERFORM 15-VERIFICA-PENDENCIA-DOC
               IF Conta-Com-Pendencia
                   AND WS-Sacado-Dia + ValorAtm > WS-Doc-Limite-Saque
                   MOVE 18 TO WS-Cod-Motivo
                   MOVE "LIMITE DOC PENDENTE" TO WS-Motivo
               END-IF
           END-IF.

       09-ACUMULA-CARTAO.
      *-REG-CARTAO continua o lido em 07-CONFERE-CARTAO.
           MOVE DataAtm TO DataUltSaqueCdb.
           COMPUTE SacadoDiaCdb = WS-Sacado-Dia + ValorAtm.
           REWRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "ERRO AO ACUMULAR O CARTAO " NumCartao
           END-REWRITE.

       15-VERIFICA-PENDENCIA-DOC.
      *-Conta do saque com checklist de abertura nao completo.
           MOVE 'N' TO WS-Doc-Pendente.
           IF Docpend-Aberto
               MOVE CodC-Atm TO CodC-Dcp
               READ DOCPEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Checklist-Completo
                           MOVE 'S' TO WS-Doc-Pendente
                       END-IF
               END-READ
           END-IF.

       16-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, fica o default compilado.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 17-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       17-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "DOCSAQUE"
                               MOVE ValorParam TO WS-Doc-Limite-Saque
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       20-MODULO-10.
      *-Pesos 2,1,2,1... da direita; produto de dois digitos soma
      *-os digitos (o mesmo que tirar 9); DV = complemento a 10.
           MOVE ZEROS TO WS-Mod-Soma.
           MOVE 2 TO WS-Mod-Peso.
           PERFORM 21-SOMA-DIGITO
               VARYING WS-Mod-Idx FROM 15 BY -1
               UNTIL WS-Mod-Idx < 1.
           DIVIDE WS-Mod-Soma BY 10 GIVING WS-Mod-Quoc
               REMAINDER WS-Mod-Resto.
           IF WS-Mod-Resto = ZEROS
               MOVE ZEROS TO WS-Mod-DV
           ELSE
               COMPUTE WS-Mod-DV = 10 - WS-Mod-Resto
           END-IF.

       21-SOMA-DIGITO.
           MOVE WS-Mod-Campo(WS-Mod-Idx:1) TO WS-Mod-Dig.
           COMPUTE WS-Mod-Prod = WS-Mod-Dig * WS-Mod-Peso.
           IF WS-Mod-Prod > 9
               SUBTRACT 9 FROM WS-Mod-Prod
           END-IF.
           ADD WS-Mod-Prod TO WS-Mod-Soma.
           IF WS-Mod-Peso = 2
               MOVE 1 TO WS-Mod-Peso
           ELSE
               MOVE 2 TO WS-Mod-Peso
           END-IF.

       06-GRAVA-MOVIMENTO.
           ACCEPT HORA-SIS FROM TIME.
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
               "  TOTAL DEVOLVIDO A REDE: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "  DOS QUAIS RECUSADOS PELO CARTAO: " WS-Rej-Cartao
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2ATM - SAQUES DA REDE".
           DISPLAY "  SAQUES LANCADOS: " WS-Lancados.
           DISPLAY "  SAQUES REJEITADOS: " WS-Rejeitados.
           DISPLAY "  RECUSADOS PELO CARTAO: " WS-Rej-Cartao.
           DISPLAY "  TOTAL A LIQUIDAR: " WS-Total-Lancado.
           DISPLAY "  REJEITOS EM ATMREJ.DAT, TOTAIS EM ATM.LST".
           DISPLAY "===================================================".

       80-IMPRESSAO-DIGITAL.
      *-Primeira passada, so leitura: linhas, total e hash da
      *-entrada, conferidos no registro de arquivos recebidos.
           MOVE "00" TO ARQST-ATM.
           OPEN INPUT ATMIN.
           IF ARQST-ATM = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-ATM = "10"
               CLOSE ATMIN
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ ATMIN NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ATM
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF ValorAtm NUMERIC
                       ADD ValorAtm TO WS-Rcb-Total
                   END-IF
                   IF WS-Rcb-Qtd = 1
                       STRING "DATA " DiaAtm "/" MesAtm "/" AnoAtm
                           " TERMINAL " TerminalAtm " NSU " NSUAtm
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-ATM TO WS-Rcb-Linha
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
