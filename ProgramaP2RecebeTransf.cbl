      *-Entrada de transferencias interbancarias: le o arquivo de
      *-intercambio recebido (TRFIN.DAT), localiza a conta nossa
      *-pela dupla agencia + conta, credita as contas ativas com
      *-lancamento "TE" e manda para a conta de suspenso
      *-(SUSPENSO.DAT) as linhas sem conta, com conta inativa ou
      *-que nao conseguiram ser creditadas: o dinheiro fica retido
      *-ate a pesquisa alocar o item na conta certa (ProgramaP2) ou
      *-o ProgramaP2Suspenso devolve-lo ao remetente. Ao final
      *-imprime o total de liquidacao por banco remetente, com os
      *-itens em suspenso (o dinheiro entrou na liquidacao).
      *-O remetente de cada linha e triado contra a lista de
      *-partes restritas (RESTRITOS.DAT): achado nao credita, a
      *-linha inteira vai para a fila de revisao (TRIAGEM.DAT,
      *-origem 'T'). Os itens ja decididos pelo supervisor sao
      *-tratados no inicio da execucao: liberado credita, confirmado
      *-devolve em TRFINREJ.DAT (tambem o destino de item que nao
      *-conseguiu entrar no suspenso).
      *-Antes de qualquer lancamento, a entrada passa pelo
      *-registro de arquivos recebidos (RECEBIDOS.DAT): arquivo ja
      *-processado e recusado inteiro, salvo liberacao de
      *-supervisor.
      *-Conta transferida de agencia (MUDANCA.DAT) continua
      *-recebendo no numero antigo ate o fim da transicao: a linha
      *-que nao casa com nenhuma conta e procurada la antes de ir
      *-para o suspenso.
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
       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BEV.
      *-Lista de partes restritas e fila de revisao da triagem.
      *-Conta de suspenso das TED que nao casaram.
       SELECT SUSPENSO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumSusp
       FILE STATUS ARQST-SUS.
       SELECT RESTRITOS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRestr
       ALTERNATE RECORD KEY NomeRestr WITH DUPLICATES
       ALTERNATE RECORD KEY DocRestr WITH DUPLICATES
       FILE STATUS ARQST-RST.
       SELECT TRIAGEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumTriagem
       ALTERNATE RECORD KEY ChaveTri WITH DUPLICATES
       FILE STATUS ARQST-TRI.

      *-Registro compartilhado dos arquivos de entrada recebidos.
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.

      *-Contas transferidas de agencia (numero antigo -> CodC).
       SELECT MUDANCA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumMud
       ALTERNATE RECORD KEY ChaveAntMud WITH DUPLICATES
       FILE STATUS ARQST-MUD.

       DATA DIVISION.
       FILE SECTION.

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY BLQEVT.

       FD  SUSPENSO LABEL RECORD STANDARD
           DATA RECORD IS REG-SUSPENSO
           VALUE OF FILE-ID IS "SUSPENSO.DAT".

           COPY SUSPENSO.

       FD  RESTRITOS LABEL RECORD STANDARD
           DATA RECORD IS REG-RESTRITO
           VALUE OF FILE-ID IS "RESTRITOS.DAT".

           COPY RESTRITO.

       FD  TRIAGEM LABEL RECORD STANDARD
           DATA RECORD IS REG-TRIAGEM
           VALUE OF FILE-ID IS "TRIAGEM.DAT".

           COPY TRIAGEM.

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       FD  MUDANCA LABEL RECORD STANDARD
           DATA RECORD IS REG-MUDANCA
           VALUE OF FILE-ID IS "MUDANCA.DAT".

           COPY MUDANCA.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 WS-Rcb-Nome pic X(12) value "TRFIN.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2RecebeTransf".
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
      *-Triagem do remetente contra a lista de partes restritas.
           01 ARQST-RST pic X(2).
           01 ARQST-TRI pic X(2).
           01 WS-Tem-Restritos pic X value 'N'.
               88 Restritos-Carregados value 'S'.
           01 WS-Tri-Nome pic X(40) value spaces.
           01 WS-Tri-Achou pic X value 'N'.
               88 Restrito-Achado value 'S'.
           01 WS-Tri-Liberado pic X value 'N'.
               88 Tri-Ja-Liberado value 'S'.
           01 WS-Tri-Restr-Doc pic 9(14) value zeros.
           01 WS-Tri-Restr-Nome pic X(40) value spaces.
           01 WS-Tri-Restr-Fonte pic X(10) value spaces.
           01 WS-Ult-Triagem pic 9(6) value zeros.
           01 WS-Retidas pic 9(6) value zeros.
           01 WS-Liberadas pic 9(6) value zeros.
           01 WS-Devolvidas pic 9(6) value zeros.

      *-Roteamento do numero antigo de conta transferida.
           01 ARQST-MUD pic X(2).
           01 WS-Tem-Mudanca pic X value 'N'.
               88 Mudanca-Aberta value 'S'.
           01 WS-Mud-Chave.
               02 WS-Mud-Agencia pic 9(4) value zeros.
               02 WS-Mud-Conta pic 9(6) value zeros.
           01 WS-Mud-Hoje pic 9(8) value zeros.
           01 WS-Mud-Fim pic 9(8) value zeros.
           01 WS-Roteadas pic 9(6) value zeros.

      *-Conta de suspenso: motivo do item e totais do resumo.
           01 ARQST-SUS pic X(2).
           01 WS-Ult-Susp pic 9(8) value zeros.
           01 WS-Motivo-Susp pic X(1) value spaces.
           01 WS-Suspensas pic 9(6) value zeros.
           01 WS-Total-Suspenso pic 9(9)V99 value zeros.

      *-Captura de creditos para bloqueio judicial subfinanciado.
           01 ARQST-BLQ pic X(2).
           01 ARQST-BEV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 ARQST-MOV pic X(2).

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
           PERFORM 01-ABRE-ARQ.
      *-Entrada duplicada nao e lida, mas as decisoes de triagem
      *-pendentes seguem normalmente.
           IF Rcb-Duplicado
               MOVE "10" TO ARQST-TRF
           END-IF.
           PERFORM 07-ZERA-LIQ
               VARYING WS-Liq-Idx FROM 1 BY 1
               UNTIL WS-Liq-Idx > 9999.
           PERFORM 15-TRATA-DECIDIDAS.
           PERFORM 02-PROCESSA-ENTRADA UNTIL ARQST-TRF = "10".
           PERFORM 03-RESUMO.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
               CLOSE BLQEVT
           END-IF.
           IF Restritos-Carregados
               CLOSE RESTRITOS
           END-IF.
           IF Mudanca-Aberta
               CLOSE MUDANCA
           END-IF.
           CLOSE TRIAGEM.
           CLOSE SUSPENSO.
           CLOSE TRFIN.
           CLOSE TRFREJ.
           CLOSE CC.
           CLOSE MOVIMENTO.
           IF Rcb-Registrado AND NOT Rcb-Duplicado
               MOVE WS-Creditadas TO WS-Rcb-Lancados
               MOVE WS-Rejeitadas TO WS-Rcb-Rejeitados
               PERFORM 87-FECHA-RECEBIDO
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF.
      *-Sem lista carregada ainda, as linhas entram sem triagem.
           MOVE 'N' TO WS-Tem-Restritos.
           OPEN INPUT RESTRITOS.
           IF ARQST-RST = "00"
               MOVE 'S' TO WS-Tem-Restritos
           END-IF.
      *-Sem transferencias de agencia, nada a rotear.
           MOVE 'N' TO WS-Tem-Mudanca.
           OPEN INPUT MUDANCA.
           IF ARQST-MUD = "00"
               MOVE 'S' TO WS-Tem-Mudanca
           END-IF.
           OPEN I-O TRIAGEM.
           IF ARQST-TRI NOT = "00"
               CLOSE TRIAGEM
               OPEN OUTPUT TRIAGEM
               CLOSE TRIAGEM
               OPEN I-O TRIAGEM
           END-IF.
           OPEN I-O SUSPENSO.
           IF ARQST-SUS NOT = "00"
               CLOSE SUSPENSO
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.
      *-Proximo NumSusp livre = maior + 1.
           MOVE 99999999 TO NumSusp.
           START SUSPENSO KEY IS LESS THAN NumSusp
               INVALID KEY
                   MOVE ZEROS TO WS-Ult-Susp
               NOT INVALID KEY
                   READ SUSPENSO NEXT RECORD
                   MOVE NumSusp TO WS-Ult-Susp
           END-START.

       07-ZERA-LIQ.
           MOVE SPACE TO WS-Liq-Tem(WS-Liq-Idx).
               AT END
                   MOVE "10" TO ARQST-TRF
               NOT AT END
                   MOVE 'N' TO WS-Tri-Achou
                   IF Restritos-Carregados
                       PERFORM 16-TRIA-REMETENTE
                   END-IF
                   IF Restrito-Achado
                       PERFORM 18-RETEM-ENTRADA
                   ELSE
                       PERFORM 04-CREDITA-ENTRADA
                   END-IF
           END-READ.

       04-CREDITA-ENTRADA.
      *-cadastro).
           PERFORM 05-ACHA-CONTA.
           IF NOT Conta-Achada
               MOVE 'N' TO WS-Motivo-Susp
               PERFORM 20-SUSPENDE-ENTRADA
           ELSE
               MOVE WS-Cod-Achado TO CodC
               READ CC
                   INVALID KEY
                       MOVE 'N' TO WS-Motivo-Susp
                       PERFORM 20-SUSPENDE-ENTRADA
                   NOT INVALID KEY
      *-Conta bloqueada ainda recebe credito (o bloqueio barra
      *-debitos); so encerrada/recolhida vai para o suspenso.
                       IF NOT Conta-Ativa AND NOT Conta-Bloqueada
                           MOVE 'I' TO WS-Motivo-Susp
                           PERFORM 20-SUSPENDE-ENTRADA
                       ELSE
                           MOVE SaldoC TO SaldoC-Antes
                           ADD ValorInt TO SaldoC
                           REWRITE REG-CONTA
                               INVALID KEY
                                   MOVE 'G' TO WS-Motivo-Susp
                                   PERFORM 20-SUSPENDE-ENTRADA
                               NOT INVALID KEY
                                   PERFORM 08-GRAVA-MOVIMENTO
                                   ADD 1 TO WS-Creditadas
           END-START.
           PERFORM 10-VARRE-CONTA
               UNTIL ARQST-CC = "10" OR Conta-Achada.
           IF NOT Conta-Achada AND Mudanca-Aberta
               PERFORM 21-ACHA-MUDANCA
           END-IF.

       21-ACHA-MUDANCA.
      *-Numero antigo de conta transferida de agencia, ainda dentro
      *-da transicao: credita no CodC que ficou com a conta. Se o
      *-numero mudou de maos mais de uma vez, vale a ultima.
           COMPUTE WS-Mud-Hoje = Ano * 10000 + Mes * 100 + Dia.
           MOVE CodAgenciaInt TO WS-Mud-Agencia.
           MOVE CodContaInt TO WS-Mud-Conta.
           MOVE WS-Mud-Chave TO ChaveAntMud.
           START MUDANCA KEY IS = ChaveAntMud
               INVALID KEY
                   MOVE "10" TO ARQST-MUD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MUD
           END-START.
           PERFORM 22-VARRE-MUDANCA UNTIL ARQST-MUD = "10".
           IF Conta-Achada
               ADD 1 TO WS-Roteadas
           END-IF.

       22-VARRE-MUDANCA.
           READ MUDANCA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MUD
               NOT AT END
                   IF ChaveAntMud NOT = WS-Mud-Chave
                       MOVE "10" TO ARQST-MUD
                   ELSE
                       COMPUTE WS-Mud-Fim = AnoFimMud * 10000
                           + MesFimMud * 100 + DiaFimMud
                       IF WS-Mud-Fim >= WS-Mud-Hoje
                           MOVE 'S' TO WS-Conta-Achada
                           MOVE CodC-Mud TO WS-Cod-Achado
                       END-IF
                   END-IF
           END-READ.

       10-VARRE-CONTA.
           READ CC NEXT RECORD
           MOVE CodCOrigemInt TO CodCOrigemInt-Rej.
           WRITE REG-INTERCAMBIO-REJ.

       20-SUSPENDE-ENTRADA.
      *-Linha sem conta para creditar fica na conta de suspenso,
      *-inteira, aguardando a pesquisa; se nem o suspenso aceitar,
      *-volta a ser devolvida em TRFINREJ.DAT.
           ADD 1 TO WS-Ult-Susp.
           MOVE SPACES TO REG-SUSPENSO.
           MOVE WS-Ult-Susp TO NumSusp.
           MOVE REG-INTERCAMBIO TO DadosSusp.
           MOVE WS-Motivo-Susp TO MotivoSusp.
           MOVE ANO TO AnoEntradaSusp.
           MOVE MES TO MesEntradaSusp.
           MOVE DIA TO DiaEntradaSusp.
           MOVE 'P' TO StatusSusp.
           MOVE ZEROS TO CodC-Susp.
           MOVE ZEROS TO NumSeqMovSusp.
           MOVE ZEROS TO DataBaixaSusp.
           WRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR SUSPENSO " NumSusp
                   PERFORM 06-REJEITA-ENTRADA
               NOT INVALID KEY
                   ADD 1 TO WS-Suspensas
                   ADD ValorInt TO WS-Total-Suspenso
                   PERFORM 09-ACUMULA-LIQ
           END-WRITE.

       12-CAPTURA-BLOQUEIO.
      *-Credito que acabou de entrar na conta (CodC) completa o
      *-lastro dos bloqueios ativos ainda subfinanciados, com cada
           MOVE ReferenciaBlq TO ReferenciaEvt.
           WRITE REG-BLQEVT.

       15-TRATA-DECIDIDAS.
      *-TED retida em execucao anterior e ja decidida na tela de
      *-revisao: a linha guardada em DadosTri volta para a area de
      *-TRFIN e segue o caminho normal (liberada) ou a devolucao
      *-(confirmada); o item fica marcado como processado.
           MOVE ZEROS TO NumTriagem.
           START TRIAGEM KEY IS NOT LESS THAN NumTriagem
               INVALID KEY
                   MOVE "10" TO ARQST-TRI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-TRI
           END-START.
           PERFORM 19-VARRE-DECIDIDA UNTIL ARQST-TRI = "10".

       19-VARRE-DECIDIDA.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   MOVE NumTriagem TO WS-Ult-Triagem
                   IF Tri-Ted-Recebida AND NOT Triagem-Pendente
                       AND NOT Triagem-Processada
                       MOVE DadosTri TO REG-INTERCAMBIO
                       IF Triagem-Liberada
                           ADD 1 TO WS-Liberadas
                           PERFORM 04-CREDITA-ENTRADA
                       ELSE
                           ADD 1 TO WS-Devolvidas
                           PERFORM 06-REJEITA-ENTRADA
                       END-IF
                       MOVE 'S' TO ProcessadoTri
                       REWRITE REG-TRIAGEM
                   END-IF
           END-READ.

       16-TRIA-REMETENTE.
      *-Na entrada o nome da linha e o do remetente (ordenante);
      *-nao vem documento, entao a triagem e so pelo nome. Nome ja
      *-liberado pelo supervisor contra a mesma entrada da lista
      *-passa sem reter.
           MOVE FUNCTION UPPER-CASE(NomeFavorecidoInt) TO WS-Tri-Nome.
           MOVE WS-Tri-Nome TO NomeRestr.
           READ RESTRITOS KEY IS NomeRestr
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Tri-Achou
                   MOVE DocRestr TO WS-Tri-Restr-Doc
                   MOVE NomeRestr TO WS-Tri-Restr-Nome
                   MOVE FonteRestr TO WS-Tri-Restr-Fonte
           END-READ.
           IF Restrito-Achado
               MOVE 'N' TO WS-Tri-Liberado
               MOVE ZEROS TO DocTri
               MOVE WS-Tri-Nome TO NomeTri
               START TRIAGEM KEY IS = ChaveTri
                   INVALID KEY
                       MOVE "10" TO ARQST-TRI
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-TRI
               END-START
               PERFORM 17-VARRE-LIBERACAO
                   UNTIL ARQST-TRI = "10" OR Tri-Ja-Liberado
               IF Tri-Ja-Liberado
                   MOVE 'N' TO WS-Tri-Achou
               END-IF
           END-IF.

       17-VARRE-LIBERACAO.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   IF DocTri NOT = ZEROS OR NomeTri NOT = WS-Tri-Nome
                       MOVE "10" TO ARQST-TRI
                   ELSE
                       IF Triagem-Liberada
                           AND DocRestrTri = WS-Tri-Restr-Doc
                           AND NomeRestrTri = WS-Tri-Restr-Nome
                           AND FonteRestrTri = WS-Tri-Restr-Fonte
                           MOVE 'S' TO WS-Tri-Liberado
                       END-IF
                   END-IF
           END-READ.

       18-RETEM-ENTRADA.
           ADD 1 TO WS-Ult-Triagem.
           MOVE SPACES TO REG-TRIAGEM.
           MOVE WS-Ult-Triagem TO NumTriagem.
           MOVE ZEROS TO DocTri.
           MOVE WS-Tri-Nome TO NomeTri.
           MOVE 'T' TO OrigemTri.
           MOVE WS-Tri-Restr-Doc TO DocRestrTri.
           MOVE WS-Tri-Restr-Nome TO NomeRestrTri.
           MOVE WS-Tri-Restr-Fonte TO FonteRestrTri.
           MOVE ZEROS TO CodC-Tri.
           MOVE ValorInt TO ValorTri.
           MOVE REG-INTERCAMBIO TO DadosTri.
           MOVE ANO TO AnoTri.
           MOVE MES TO MesTri.
           MOVE DIA TO DiaTri.
           MOVE SPACES TO OperadorTri.
           MOVE 'A' TO StatusTri.
           MOVE ZEROS TO DataDecTri.
           MOVE 'N' TO ProcessadoTri.
           WRITE REG-TRIAGEM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TRIAGEM " NumTriagem
                   PERFORM 06-REJEITA-ENTRADA
               NOT INVALID KEY
                   ADD 1 TO WS-Retidas
           END-WRITE.

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
           DISPLAY "  PROGRAMAP2RECEBETRANSF - ENTRADA DE TED".
           DISPLAY "  TRANSFERENCIAS CREDITADAS: " WS-Creditadas.
           DISPLAY "  TRANSFERENCIAS REJEITADAS: " WS-Rejeitadas.
           DISPLAY "  TOTAL CREDITADO: " WS-Total-Creditado.
           DISPLAY "  ENVIADAS AO SUSPENSO: " WS-Suspensas
               "  TOTAL: " WS-Total-Suspenso.
           DISPLAY "  RETIDAS PARA REVISAO (LISTA RESTRITIVA): "
               WS-Retidas.
           DISPLAY "  RETIDAS ANTES - LIBERADAS: " WS-Liberadas
               "  DEVOLVIDAS: " WS-Devolvidas.
           DISPLAY "  ROTEADAS DE NUMERO ANTIGO (TRANSF. AGENCIA): "
               WS-Roteadas.
           DISPLAY "  LIQUIDACAO POR BANCO REMETENTE:".
           PERFORM 11-MOSTRA-LIQ
               VARYING WS-Liq-Idx FROM 1 BY 1
                   WS-Liq-Qtd(WS-Liq-Idx) " TOTAL "
                   WS-Liq-Total(WS-Liq-Idx)
           END-IF.

       80-IMPRESSAO-DIGITAL.
      *-Primeira passada, so leitura: linhas, total e hash da
      *-entrada, conferidos no registro de arquivos recebidos.
           MOVE "00" TO ARQST-TRF.
           OPEN INPUT TRFIN.
           IF ARQST-TRF = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-TRF = "10"
               CLOSE TRFIN
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ TRFIN NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRF
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF ValorInt NUMERIC
                       ADD ValorInt TO WS-Rcb-Total
                   END-IF
                   IF WS-Rcb-Qtd = 1
                       STRING "BANCO " CodBancoInt " DATA " DiaInt "/"
                           MesInt "/" AnoInt
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-INTERCAMBIO TO WS-Rcb-Linha
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
