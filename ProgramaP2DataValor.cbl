       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2DataValor.
      *-----------------------------------------------------------
      *-Recalculo dos lancamentos retroativos: todo lancamento de
      *-MOVIMENTO.DAT com data-valor anterior a data do lancamento
      *-(folha que chegou depois do dia do pagamento, estorno de
      *-lancamento de dia anterior, correcao de periodo fechado)
      *-fica marcado pendente (SitValorMov 'P'). Este passo, antes
      *-do ProgramaP2PassoContas, refaz para cada noite entre a
      *-data-valor e a vespera do lancamento o que os jobs de juros
      *-e IOF cobraram e o que teriam cobrado com o valor ja na
      *-conta:
      *-  juros sobre saldo medio ("JU") e IR retido ("IR"), com a
      *-  media do mes ate aquela noite;
      *-  juros de cheque especial ("JC");
      *-  IOF de cheque especial - do mes corrente corrige o
      *-  acumulador IOFACUM.DAT (ainda nao lancado); de mes ja
      *-  lancado sai em lancamento "IF".
      *-A diferenca de cada tipo vira um lancamento de origem 'W'
      *-com a data-valor na descricao, e o retroativo passa a 'R'.
      *-O saldo de cada noite e reconstruido da cadeia da conta
      *-(saldo final do dia menos os encargos daquela noite), com
      *-as taxas vigentes hoje (TXCORR, TXCHEQ, ALIQIR, IOFDIA). A
      *-taxa do JU de cada noite sai como no ProgramaP2Juros: a
      *-geral, trocada pela da moeda da conta (TXC+moeda) e esta
      *-pela faixa de FAIXAJUR.DAT que cobre o saldo medio daquela
      *-noite - com e sem o retroativo, cada um na sua faixa. O
      *-detalhe sai em DATAVALOR.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT IOFACUM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Iof
       FILE STATUS ARQST-IOF.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

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
      *-Parametros de negocio: TXCORR, TXCHEQ, ALIQIR, IOFDIA e as
      *-taxas por moeda TXC+moeda.
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.
      *-Faixas de taxa por banda de saldo medio, as mesmas do
      *-ProgramaP2Juros; sem o arquivo, vale a taxa geral.
       SELECT FAIXAJUR ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FXJ.
      *-IR retido a mais na correcao entra no mesmo IRRF.DAT dos
      *-juros, para a mesa fiscal recolher.
       SELECT IRRF ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-IRF.
      *-Detalhe por lancamento recalculado.
       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  IOFACUM LABEL RECORD STANDARD
           DATA RECORD IS REG-IOFACUM
           VALUE OF FILE-ID IS "IOFACUM.DAT".

           COPY IOFACUM.

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

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  FAIXAJUR LABEL RECORD STANDARD
           DATA RECORD IS REG-FAIXAJUR
           VALUE OF FILE-ID IS "FAIXAJUR.DAT".

           COPY FAIXAJUR.

       FD  IRRF LABEL RECORD STANDARD
           DATA RECORD IS REG-IRRF
           VALUE OF FILE-ID IS "IRRF.DAT".
       01 REG-IRRF.
           02 DataIrf.
               03 AnoIrf pic 9(4).
               03 MesIrf pic 9(2).
               03 DiaIrf pic 9(2).
           02 CodC-Irf pic 9(6).
           02 ValorIrf pic 9(7)V99.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "DATAVALOR.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-IOF pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-FXJ pic X(2).
           01 ARQST-IRF pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), alimentado por ACCEPT ... FROM DATE
      *-YYYYMMDD, para datas nao embaralharem na virada do seculo.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 HORA-SIS.
               02 HH-SIS pic 99.
               02 MM-SIS pic 99.
               02 SS-SIS pic 99.
               02 CC-SIS pic 99.

           01 SaldoC-Antes pic S9(7)V99.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.

      *-Taxas gerais, com o default compilado dos jobs de origem
      *-(ProgramaP2Juros e ProgramaP2IOF) quando PARAMETROS.DAT nao
      *-as traz.
           01 WS-Taxa-Juros-Corrente pic 9V9999 value 0,0050.
           01 WS-Taxa-Juros-Cheque pic 9V9999 value 0,0800.
           01 WS-Aliquota-IR pic 9V9999 value 0,2250.
           01 WS-Taxa-IOF-Dia pic 9V9999 value 0,0820.

      *-Taxa de juros por moeda (codigos "TXC"+moeda, na ordem de
      *-MOEDAS.CPY) e faixas por saldo medio vigentes (a ULTIMA
      *-faixa da tabela que cobre o saldo vence), carregadas como
      *-no ProgramaP2Juros. WS-Taxa-Moeda e a taxa da conta antes
      *-da faixa; WS-Taxa-Aplicada a da noite, sem e com o
      *-retroativo.
           COPY MOEDAS.
           01 WS-TxMoeda-Tab.
               02 WS-TxMoeda-Item OCCURS 7 TIMES.
                   03 WS-TxM-Tem-Corr pic X(1).
                   03 WS-TxM-Corr pic 9V9999.
           01 WS-TxM-Idx pic 9(2) value zeros.
           01 WS-Fx-Tab.
               02 WS-Fx-Ent occurs 20 times.
                   03 WS-Fx-Tipo pic X(1).
                   03 WS-Fx-De pic 9(9)V99.
                   03 WS-Fx-Ate pic 9(9)V99.
                   03 WS-Fx-Taxa pic 9V9999.
           01 WS-Fx-Qtd pic 9(2) value zeros.
           01 WS-Fx-Idx pic 9(2) value zeros.
           01 WS-Fx-Data-Vig pic 9(8) value zeros.
           01 WS-Fx-Media pic S9(9)V99 value zeros.
           01 WS-Taxa-Moeda pic 9V9999 value zeros.
           01 WS-Taxa-Aplicada pic 9V9999 value zeros.

      *-Retroativos pendentes, colhidos numa primeira leitura do
      *-ledger (o recalculo reposiciona MOVIMENTO.DAT a cada conta).
      *-O que nao couber fica 'P' e entra na noite seguinte.
           01 WS-Pendentes.
               02 WS-Pnd-Ent occurs 500 times.
                   03 WS-Pnd-CodC pic 9(6).
                   03 WS-Pnd-Seq pic 9(8).
           01 WS-Pnd-Qtd pic 9(4) value zeros.
           01 WS-Pnd-Idx pic 9(4) value zeros.
           01 WS-Pnd-Excedentes pic 9(6) value zeros.

      *-O lancamento em recalculo.
           01 WS-Data-Lanc pic 9(8) value zeros.
           01 WS-Data-Valor pic 9(8) value zeros.
           01 WS-Data-Valor-R REDEFINES WS-Data-Valor.
               02 WS-Valor-Ano pic 9(4).
               02 WS-Valor-Mes pic 9(2).
               02 WS-Valor-Dia pic 9(2).
           01 WS-Valor-Pnd pic S9(7)V99 value zeros.
           01 WS-Int-Valor pic 9(8) value zeros.
           01 WS-Int-Lanc pic 9(8) value zeros.
           01 WS-Int-Inicio pic 9(8) value zeros.
           01 WS-Int-Mov pic 9(8) value zeros.
           01 WS-Int-Dia pic 9(8) value zeros.
           01 WS-Situacao pic X(30) value spaces.

      *-Saldo final e encargos noturnos (JU, IR, JC, IF) de cada dia,
      *-do primeiro dia do mes da data-valor ate a vespera do
      *-lancamento. Retroativo mais antigo que a tabela nao e
      *-recalculado aqui (sai no relatorio para tratamento manual).
           01 WS-Dias.
               02 WS-Dia-Ent occurs 220 times.
                   03 WS-Dia-Saldo pic S9(9)V99.
                   03 WS-Dia-Encargo pic S9(9)V99.
           01 WS-Dia-Qtd pic 9(4) value zeros.
           01 WS-Dia-Idx pic 9(4) value zeros.
           01 WS-Dia-Ult pic 9(4) value zeros.
           01 WS-Dia-Mov pic 9(4) value zeros.
           01 WS-Saldo-Corr pic S9(9)V99 value zeros.
           01 WS-Tem-Saldo pic X value 'N'.
               88 Saldo-Conhecido value 'S'.

      *-Calculo de cada noite, sem e com o retroativo.
           01 WS-Data-Dia pic 9(8) value zeros.
           01 WS-Data-Dia-R REDEFINES WS-Data-Dia.
               02 WS-DiaC-Ano pic 9(4).
               02 WS-DiaC-Mes pic 9(2).
               02 WS-DiaC-Dia pic 9(2).
           01 WS-Mes-Corrente pic 9(6) value zeros.
           01 WS-Base-Antes pic S9(9)V99 value zeros.
           01 WS-Base-Depois pic S9(9)V99 value zeros.
           01 WS-Soma-Antes pic S9(11)V99 value zeros.
           01 WS-Soma-Depois pic S9(11)V99 value zeros.
           01 WS-Media-Antes pic S9(9)V99 value zeros.
           01 WS-Media-Depois pic S9(9)V99 value zeros.
           01 WS-JU-Antes pic 9(7)V99 value zeros.
           01 WS-JU-Depois pic 9(7)V99 value zeros.
           01 WS-IR-Antes pic 9(7)V99 value zeros.
           01 WS-IR-Depois pic 9(7)V99 value zeros.
           01 WS-JC-Antes pic 9(7)V99 value zeros.
           01 WS-JC-Depois pic 9(7)V99 value zeros.
           01 WS-IOF-Antes pic 9(7)V99 value zeros.
           01 WS-IOF-Depois pic 9(7)V99 value zeros.
           01 WS-Dias-Recalc pic 9(4) value zeros.

      *-Diferencas acumuladas do lancamento (positivo = o cliente
      *-deveria ter recebido/pago a mais).
           01 WS-Dif-JU pic S9(7)V99 value zeros.
           01 WS-Dif-IR pic S9(7)V99 value zeros.
           01 WS-Dif-JC pic S9(7)V99 value zeros.
           01 WS-Dif-IOF-Mes pic S9(7)V99 value zeros.
           01 WS-Dif-IOF-Ant pic S9(7)V99 value zeros.
           01 WS-Aj-Tipo pic X(2) value spaces.
           01 WS-Aj-Valor pic S9(7)V99 value zeros.

           01 WS-Lidos pic 9(8) value zeros.
           01 WS-Recalculados pic 9(6) value zeros.
           01 WS-Ajustes pic 9(6) value zeros.
           01 WS-Manuais pic 9(6) value zeros.
           01 WS-Tot-JU pic S9(9)V99 value zeros.
           01 WS-Tot-IR pic S9(9)V99 value zeros.
           01 WS-Tot-JC pic S9(9)V99 value zeros.
           01 WS-Tot-IOF pic S9(9)V99 value zeros.
           01 WS-Valor-Edt pic -.---.--9,99.
           01 WS-JU-Edt pic -.--9,99.
           01 WS-IR-Edt pic -.--9,99.
           01 WS-JC-Edt pic -.--9,99.
           01 WS-IOF-Edt pic -.--9,99.
           01 WS-Total-Edt pic -.---.---.--9,99.

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
           COMPUTE WS-Mes-Corrente = ANO * 100 + MES.
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           MOVE ZEROS TO CodC-Mov NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 02-COLETA-PENDENTE UNTIL ARQST-MOV = "10".
           PERFORM 03-PROCESSA-PENDENTE THRU 03-PROCESSA-PENDENTE-FIM
               VARYING WS-Pnd-Idx FROM 1 BY 1
               UNTIL WS-Pnd-Idx > WS-Pnd-Qtd.
           PERFORM 21-RESUMO.
           CLOSE CC.
           CLOSE IOFACUM.
           CLOSE MOVIMENTO.
           CLOSE MOVSEQ.
           CLOSE IRRF.
           CLOSE RELATORIO.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
           END-IF.
           OPEN I-O IOFACUM.
           IF ARQST-IOF NOT = "00"
               CLOSE IOFACUM
               OPEN OUTPUT IOFACUM
               CLOSE IOFACUM
               OPEN I-O IOFACUM
           END-IF.
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
           OPEN EXTEND IRRF.
           IF ARQST-IRF NOT = "00"
               CLOSE IRRF
               OPEN OUTPUT IRRF
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "RECALCULO DE LANCAMENTOS RETROATIVOS (DATA-VALOR) "
               "EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTA  SEQ      LANCADO  DATA-VAL"
               "         VALOR NOITES  AJ JUROS    AJ IR    AJ JC"
               "   AJ IOF SITUACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-COLETA-PENDENTE.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   ADD 1 TO WS-Lidos
                   IF Valor-Pendente
                       IF WS-Pnd-Qtd < 500
                           ADD 1 TO WS-Pnd-Qtd
                           MOVE CodC-Mov TO WS-Pnd-CodC(WS-Pnd-Qtd)
                           MOVE NumSeq-Mov TO WS-Pnd-Seq(WS-Pnd-Qtd)
                       ELSE
                           ADD 1 TO WS-Pnd-Excedentes
                       END-IF
                   END-IF
           END-READ.

       03-PROCESSA-PENDENTE.
           MOVE WS-Pnd-CodC(WS-Pnd-Idx) TO CodC-Mov.
           MOVE WS-Pnd-Seq(WS-Pnd-Idx) TO NumSeq-Mov.
           READ MOVIMENTO
               INVALID KEY
                   GO TO 03-PROCESSA-PENDENTE-FIM
           END-READ.
           IF NOT Valor-Pendente
               GO TO 03-PROCESSA-PENDENTE-FIM
           END-IF.
           MOVE DataMov TO WS-Data-Lanc.
           MOVE DataValorMov TO WS-Data-Valor.
           COMPUTE WS-Valor-Pnd = SaldoNovoMov - SaldoAnteriorMov.
           MOVE ZEROS TO WS-Dif-JU WS-Dif-IR WS-Dif-JC
               WS-Dif-IOF-Mes WS-Dif-IOF-Ant WS-Dias-Recalc.
           MOVE SPACES TO WS-Situacao.
           MOVE ZEROS TO WS-Int-Valor.
           IF WS-Valor-Ano > 1600
               AND WS-Valor-Mes >= 1 AND WS-Valor-Mes <= 12
               AND WS-Valor-Dia >= 1 AND WS-Valor-Dia <= 31
               COMPUTE WS-Int-Valor =
                   FUNCTION INTEGER-OF-DATE(WS-Data-Valor)
           END-IF.
           COMPUTE WS-Int-Lanc = FUNCTION INTEGER-OF-DATE(WS-Data-Lanc).
           IF WS-Int-Valor = ZEROS
               MOVE "DATA-VALOR INVALIDA - MANUAL" TO WS-Situacao
               ADD 1 TO WS-Manuais
               GO TO 03-PROCESSA-PENDENTE-MARCA
           END-IF.
      *-Data-valor no proprio dia (ou depois): nenhuma noite cobrou
      *-sem o valor.
           IF WS-Int-Valor NOT < WS-Int-Lanc
               MOVE "SEM NOITE A RECALCULAR" TO WS-Situacao
               GO TO 03-PROCESSA-PENDENTE-MARCA
           END-IF.
           COMPUTE WS-Int-Inicio = FUNCTION INTEGER-OF-DATE
               (WS-Valor-Ano * 10000 + WS-Valor-Mes * 100 + 1).
           COMPUTE WS-Dia-Qtd = WS-Int-Lanc - WS-Int-Inicio.
           IF WS-Dia-Qtd > 220
               MOVE "ALEM DE 220 DIAS - MANUAL" TO WS-Situacao
               ADD 1 TO WS-Manuais
               GO TO 03-PROCESSA-PENDENTE-MARCA
           END-IF.
           MOVE CodC-Mov TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA - MANUAL" TO WS-Situacao
                   ADD 1 TO WS-Manuais
                   GO TO 03-PROCESSA-PENDENTE-MARCA
           END-READ.
           MOVE WS-Taxa-Juros-Corrente TO WS-Taxa-Moeda.
           PERFORM 25-TAXA-DA-MOEDA
               VARYING WS-TxM-Idx FROM 1 BY 1
               UNTIL WS-TxM-Idx > 7.
           PERFORM 04-RECONSTROI-SALDOS.
           PERFORM 11-CALCULA-DIA
               VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > WS-Dia-Qtd.
           PERFORM 13-LANCA-AJUSTES.
           MOVE "RECALCULADO" TO WS-Situacao.
           ADD 1 TO WS-Recalculados.

       03-PROCESSA-PENDENTE-MARCA.
           PERFORM 19-MARCA-RECALCULADO.
           PERFORM 20-LINHA-RELATORIO.

       03-PROCESSA-PENDENTE-FIM.
           EXIT.

       04-RECONSTROI-SALDOS.
      *-Percorre a cadeia da conta em ordem de sequencial (que e a
      *-ordem dos lancamentos): o saldo final de cada dia e o
      *-SaldoNovoMov do ultimo lancamento do dia; dia sem
      *-lancamento herda o saldo anterior. JU/IR/JC de cada noite
      *-sao somados a parte para a base da noite sair antes deles.
           PERFORM 05-ZERA-DIA
               VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > WS-Dia-Qtd.
           MOVE ZEROS TO WS-Dia-Ult WS-Saldo-Corr.
           MOVE 'N' TO WS-Tem-Saldo.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 06-LE-CADEIA UNTIL ARQST-MOV = "10".
           COMPUTE WS-Dia-Mov = WS-Dia-Qtd + 1.
           PERFORM 08-PREENCHE-DIA
               VARYING WS-Dia-Idx FROM WS-Dia-Ult BY 1
               UNTIL WS-Dia-Idx >= WS-Dia-Mov.

       05-ZERA-DIA.
           MOVE ZEROS TO WS-Dia-Saldo(WS-Dia-Idx)
               WS-Dia-Encargo(WS-Dia-Idx).

       06-LE-CADEIA.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       PERFORM 07-POSICIONA-LANCAMENTO
                   END-IF
           END-READ.

       07-POSICIONA-LANCAMENTO.
           COMPUTE WS-Int-Mov = FUNCTION INTEGER-OF-DATE
               (AnoMov * 10000 + MesMov * 100 + DiaMov).
           IF WS-Int-Mov < WS-Int-Inicio
               MOVE SaldoNovoMov TO WS-Saldo-Corr
               MOVE 'S' TO WS-Tem-Saldo
           ELSE
      *-Sem lancamento antes da janela, o saldo de partida e o
      *-anterior do primeiro lancamento dentro dela (ou do proprio
      *-retroativo).
               IF NOT Saldo-Conhecido
                   MOVE SaldoAnteriorMov TO WS-Saldo-Corr
                   MOVE 'S' TO WS-Tem-Saldo
               END-IF
               IF WS-Int-Mov < WS-Int-Lanc
                   COMPUTE WS-Dia-Mov = WS-Int-Mov - WS-Int-Inicio + 1
                   PERFORM 08-PREENCHE-DIA
                       VARYING WS-Dia-Idx FROM WS-Dia-Ult BY 1
                       UNTIL WS-Dia-Idx >= WS-Dia-Mov
                   MOVE SaldoNovoMov TO WS-Saldo-Corr
                   MOVE SaldoNovoMov TO WS-Dia-Saldo(WS-Dia-Mov)
                   MOVE WS-Dia-Mov TO WS-Dia-Ult
      *-Encargos lancados pelos jobs de juros e IOF naquela noite;
      *-os ajustes deste passo (origem 'W') ficam como movimento
      *-comum.
                   IF OrigemMov NOT = "W"
                       AND (TipoMov = "JU" OR TipoMov = "IR"
                           OR TipoMov = "JC" OR TipoMov = "IF")
                       ADD ValorMov TO WS-Dia-Encargo(WS-Dia-Mov)
                   END-IF
               END-IF
           END-IF.

       08-PREENCHE-DIA.
      *-Chamado de WS-Dia-Ult (ultimo dia ja com saldo; zero no
      *-inicio) ate a vespera do dia do proximo lancamento.
           IF WS-Dia-Idx > ZEROS
               AND WS-Dia-Idx NOT = WS-Dia-Ult
               MOVE WS-Saldo-Corr TO WS-Dia-Saldo(WS-Dia-Idx)
           END-IF.

       09-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, fica o default compilado.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 10-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.
           PERFORM 23-CARREGA-FAIXAS.

       10-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "TXCORR"
                               MOVE ValorParam
                                   TO WS-Taxa-Juros-Corrente
                           WHEN "TXCHEQ"
                               MOVE ValorParam
                                   TO WS-Taxa-Juros-Cheque
                           WHEN "ALIQIR"
                               MOVE ValorParam TO WS-Aliquota-IR
                           WHEN "IOFDIA"
                               MOVE ValorParam TO WS-Taxa-IOF-Dia
                           WHEN OTHER
                               PERFORM 22-PARAMETRO-POR-MOEDA
                                   VARYING WS-TxM-Idx FROM 1 BY 1
                                   UNTIL WS-TxM-Idx > 7
                       END-EVALUATE
                   END-IF
           END-READ.

       11-CALCULA-DIA.
      *-Base da noite = saldo final do dia menos os encargos que a
      *-propria noite lancou, com e sem o retroativo (este so a
      *-partir da data-valor). A media do mes e a soma das bases
      *-desde o dia 1 dividida pelo dia, como no ProgramaP2Juros.
           COMPUTE WS-Int-Dia = WS-Int-Inicio + WS-Dia-Idx - 1.
           COMPUTE WS-Data-Dia = FUNCTION DATE-OF-INTEGER(WS-Int-Dia).
           IF WS-DiaC-Dia = 1
               MOVE ZEROS TO WS-Soma-Antes WS-Soma-Depois
           END-IF.
           COMPUTE WS-Base-Antes = WS-Dia-Saldo(WS-Dia-Idx)
               - WS-Dia-Encargo(WS-Dia-Idx).
           MOVE WS-Base-Antes TO WS-Base-Depois.
           IF WS-Int-Dia NOT < WS-Int-Valor
               ADD WS-Valor-Pnd TO WS-Base-Depois
           END-IF.
           ADD WS-Base-Antes TO WS-Soma-Antes.
           ADD WS-Base-Depois TO WS-Soma-Depois.
           IF WS-Int-Dia NOT < WS-Int-Valor
               PERFORM 12-DIFERENCA-DO-DIA
           END-IF.

       12-DIFERENCA-DO-DIA.
           MOVE ZEROS TO WS-JU-Antes WS-JU-Depois WS-IR-Antes
               WS-IR-Depois WS-JC-Antes WS-JC-Depois
               WS-IOF-Antes WS-IOF-Depois.
      *-Juros sobre saldo medio (a poupanca rende por lote, fora
      *-daqui) e o IR retido da conta corrente.
           IF NOT Conta-Poupanca
               COMPUTE WS-Media-Antes ROUNDED =
                   WS-Soma-Antes / WS-DiaC-Dia
               COMPUTE WS-Media-Depois ROUNDED =
                   WS-Soma-Depois / WS-DiaC-Dia
               IF WS-Base-Antes > ZEROS AND WS-Media-Antes > ZEROS
                   MOVE WS-Media-Antes TO WS-Fx-Media
                   PERFORM 26-TAXA-DA-FAIXA
                   COMPUTE WS-JU-Antes ROUNDED =
                       WS-Media-Antes * WS-Taxa-Aplicada
               END-IF
               IF WS-Base-Depois > ZEROS AND WS-Media-Depois > ZEROS
                   MOVE WS-Media-Depois TO WS-Fx-Media
                   PERFORM 26-TAXA-DA-FAIXA
                   COMPUTE WS-JU-Depois ROUNDED =
                       WS-Media-Depois * WS-Taxa-Aplicada
               END-IF
               IF Conta-Corrente
                   COMPUTE WS-IR-Antes ROUNDED =
                       WS-JU-Antes * WS-Aliquota-IR
                   COMPUTE WS-IR-Depois ROUNDED =
                       WS-JU-Depois * WS-Aliquota-IR
               END-IF
           END-IF.
      *-Juros de cheque especial sobre a base negativa; o IOF do dia
      *-corre depois, sobre a base ja com o JC.
           IF WS-Base-Antes < ZEROS
               COMPUTE WS-JC-Antes ROUNDED =
                   (ZEROS - WS-Base-Antes) * WS-Taxa-Juros-Cheque
           END-IF.
           IF WS-Base-Depois < ZEROS
               COMPUTE WS-JC-Depois ROUNDED =
                   (ZEROS - WS-Base-Depois) * WS-Taxa-Juros-Cheque
           END-IF.
           IF WS-Base-Antes - WS-JC-Antes < ZEROS
               COMPUTE WS-IOF-Antes ROUNDED =
                   (WS-JC-Antes - WS-Base-Antes)
                   * WS-Taxa-IOF-Dia / 1000
           END-IF.
           IF WS-Base-Depois - WS-JC-Depois < ZEROS
               COMPUTE WS-IOF-Depois ROUNDED =
                   (WS-JC-Depois - WS-Base-Depois)
                   * WS-Taxa-IOF-Dia / 1000
           END-IF.
           COMPUTE WS-Dif-JU = WS-Dif-JU + WS-JU-Depois - WS-JU-Antes.
           COMPUTE WS-Dif-IR = WS-Dif-IR + WS-IR-Depois - WS-IR-Antes.
           COMPUTE WS-Dif-JC = WS-Dif-JC + WS-JC-Depois - WS-JC-Antes.
      *-IOF do mes corrente ainda esta no acumulador; o de mes
      *-anterior ja foi lancado no fim daquele mes.
           IF WS-DiaC-Ano * 100 + WS-DiaC-Mes = WS-Mes-Corrente
               COMPUTE WS-Dif-IOF-Mes = WS-Dif-IOF-Mes
                   + WS-IOF-Depois - WS-IOF-Antes
           ELSE
               COMPUTE WS-Dif-IOF-Ant = WS-Dif-IOF-Ant
                   + WS-IOF-Depois - WS-IOF-Antes
           END-IF.
           ADD 1 TO WS-Dias-Recalc.

       13-LANCA-AJUSTES.
      *-Uma diferenca por tipo, cada uma no seu lancamento: o "JU"
      *-e o "IR" como credito/debito de juros, o "JC" e o "IF" com
      *-o sinal invertido (encargo a menos devolve, a mais cobra).
           IF WS-Dif-JU NOT = ZEROS
               MOVE "JU" TO WS-Aj-Tipo
               MOVE WS-Dif-JU TO WS-Aj-Valor
               PERFORM 14-LANCA-UM-AJUSTE
               ADD WS-Dif-JU TO WS-Tot-JU
           END-IF.
           IF WS-Dif-IR NOT = ZEROS
               MOVE "IR" TO WS-Aj-Tipo
               COMPUTE WS-Aj-Valor = ZEROS - WS-Dif-IR
               PERFORM 14-LANCA-UM-AJUSTE
               IF WS-Dif-IR > ZEROS
                   PERFORM 18-ACUMULA-IRRF
               END-IF
               ADD WS-Dif-IR TO WS-Tot-IR
           END-IF.
           IF WS-Dif-JC NOT = ZEROS
               MOVE "JC" TO WS-Aj-Tipo
               COMPUTE WS-Aj-Valor = ZEROS - WS-Dif-JC
               PERFORM 14-LANCA-UM-AJUSTE
               ADD WS-Dif-JC TO WS-Tot-JC
           END-IF.
           IF WS-Dif-IOF-Ant NOT = ZEROS
               MOVE "IF" TO WS-Aj-Tipo
               COMPUTE WS-Aj-Valor = ZEROS - WS-Dif-IOF-Ant
               PERFORM 14-LANCA-UM-AJUSTE
               ADD WS-Dif-IOF-Ant TO WS-Tot-IOF
           END-IF.
           IF WS-Dif-IOF-Mes NOT = ZEROS
               PERFORM 17-AJUSTA-IOFACUM
               ADD WS-Dif-IOF-Mes TO WS-Tot-IOF
           END-IF.

       14-LANCA-UM-AJUSTE.
           MOVE SaldoC TO SaldoC-Antes.
           ADD WS-Aj-Valor TO SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
               NOT INVALID KEY
                   PERFORM 15-GRAVA-MOVIMENTO
                   ADD 1 TO WS-Ajustes
           END-REWRITE.

       15-GRAVA-MOVIMENTO.
      *-Mesmo molde dos gravadores do ledger, com origem propria
      *-"W" e a data-valor corrigida na descricao.
           ACCEPT HORA-SIS FROM TIME.
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
           MOVE "W" TO OrigemMov.
           MOVE WS-Aj-Tipo TO TipoMov.
           MOVE WS-Aj-Valor TO ValorMov.
           MOVE SPACES TO DescricaoMov.
           STRING "AJUSTE " WS-Aj-Tipo " DT-VALOR " WS-Valor-Dia "/"
               WS-Valor-Mes "/" WS-Valor-Ano
               DELIMITED BY SIZE INTO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 16-TENTA-GRAVAR-MOV UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       16-TENTA-GRAVAR-MOV.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       17-AJUSTA-IOFACUM.
      *-IOF a menos sai do acumulado do mes (sem passar de zero); a
      *-mais entra nele e vai no "IF" do fim do mes.
           MOVE CodC TO CodC-Iof.
           READ IOFACUM
               INVALID KEY
                   IF WS-Dif-IOF-Mes > ZEROS
                       MOVE CodC TO CodC-Iof
                       MOVE ANO TO AnoIof
                       MOVE MES TO MesIof
                       MOVE WS-Dif-IOF-Mes TO ValorAcumIof
                       WRITE REG-IOFACUM
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF AnoIof NOT = ANO OR MesIof NOT = MES
                       MOVE ANO TO AnoIof
                       MOVE MES TO MesIof
                       MOVE ZEROS TO ValorAcumIof
                   END-IF
                   IF ValorAcumIof + WS-Dif-IOF-Mes < ZEROS
                       MOVE ZEROS TO ValorAcumIof
                   ELSE
                       ADD WS-Dif-IOF-Mes TO ValorAcumIof
                   END-IF
                   REWRITE REG-IOFACUM
           END-READ.

       18-ACUMULA-IRRF.
           MOVE ANO TO AnoIrf.
           MOVE MES TO MesIrf.
           MOVE DIA TO DiaIrf.
           MOVE CodC TO CodC-Irf.
           MOVE WS-Dif-IR TO ValorIrf.
           WRITE REG-IRRF.

       19-MARCA-RECALCULADO.
      *-Volta ao retroativo (o buffer passou pela cadeia e pelos
      *-ajustes) e o marca como ja recalculado.
           MOVE WS-Pnd-CodC(WS-Pnd-Idx) TO CodC-Mov.
           MOVE WS-Pnd-Seq(WS-Pnd-Idx) TO NumSeq-Mov.
           READ MOVIMENTO
               INVALID KEY
                   DISPLAY "RETROATIVO NAO RELIDO " ChaveMov
               NOT INVALID KEY
                   MOVE 'R' TO SitValorMov
                   REWRITE REG-MOVIMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR " ChaveMov
                   END-REWRITE
           END-READ.

       20-LINHA-RELATORIO.
           MOVE WS-Valor-Pnd TO WS-Valor-Edt.
           MOVE WS-Dif-JU TO WS-JU-Edt.
           MOVE WS-Dif-IR TO WS-IR-Edt.
           MOVE WS-Dif-JC TO WS-JC-Edt.
           COMPUTE WS-IOF-Edt = WS-Dif-IOF-Mes + WS-Dif-IOF-Ant.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Pnd-CodC(WS-Pnd-Idx) " " WS-Pnd-Seq(WS-Pnd-Idx)
               " " WS-Data-Lanc " " WS-Data-Valor " " WS-Valor-Edt
               "   " WS-Dias-Recalc " " WS-JU-Edt " " WS-IR-Edt " "
               WS-JC-Edt " " WS-IOF-Edt " " WS-Situacao
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       21-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-JU TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "JUROS SOBRE SALDO MEDIO (JU): " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-IR TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "IR RETIDO (IR):               " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-JC TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CHEQUE ESPECIAL (JC):         " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-IOF TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "IOF (IF E ACUMULADOR):        " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           IF WS-Pnd-Excedentes > ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "RETROATIVOS PARA A PROXIMA NOITE: "
                   WS-Pnd-Excedentes
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2DATAVALOR - RECALCULO POR DATA-VALOR".
           DISPLAY "  LANCAMENTOS LIDOS: " WS-Lidos.
           DISPLAY "  RETROATIVOS RECALCULADOS: " WS-Recalculados.
           DISPLAY "  LANCAMENTOS DE AJUSTE: " WS-Ajustes.
           DISPLAY "  PARA TRATAMENTO MANUAL: " WS-Manuais.
           DISPLAY "  PARA A PROXIMA NOITE: " WS-Pnd-Excedentes.
           DISPLAY "  DETALHE GRAVADO EM DATAVALOR.LST".
           DISPLAY "==================================================".

       22-PARAMETRO-POR-MOEDA.
      *-Codigo "TXC"+moeda vira a taxa daquela moeda.
           IF CodParam(1:3) = "TXC"
               AND CodParam(4:3) = MOEDA-T(WS-TxM-Idx)
               MOVE 'S' TO WS-TxM-Tem-Corr(WS-TxM-Idx)
               MOVE ValorParam TO WS-TxM-Corr(WS-TxM-Idx)
           END-IF.

       23-CARREGA-FAIXAS.
      *-Faixas vigentes de FAIXAJUR.DAT, em ordem de arquivo
      *-(cronologica); sem o arquivo a tabela fica vazia.
           MOVE ZEROS TO WS-Fx-Qtd.
           OPEN INPUT FAIXAJUR.
           IF ARQST-FXJ = "00"
               PERFORM 24-LE-FAIXA UNTIL ARQST-FXJ = "10"
               CLOSE FAIXAJUR
           END-IF.

       24-LE-FAIXA.
           READ FAIXAJUR NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FXJ
               NOT AT END
                   COMPUTE WS-Fx-Data-Vig = AnoVigenciaFx * 10000
                       + MesVigenciaFx * 100 + DiaVigenciaFx
                   IF WS-Fx-Data-Vig <= WS-Data-Hoje-Prm
                       AND WS-Fx-Qtd < 20
                       ADD 1 TO WS-Fx-Qtd
                       MOVE TipoContaFx TO WS-Fx-Tipo(WS-Fx-Qtd)
                       MOVE FaixaDeFx TO WS-Fx-De(WS-Fx-Qtd)
                       MOVE FaixaAteFx TO WS-Fx-Ate(WS-Fx-Qtd)
                       MOVE TaxaFx TO WS-Fx-Taxa(WS-Fx-Qtd)
                   END-IF
           END-READ.

       25-TAXA-DA-MOEDA.
      *-Taxa da moeda da conta no lugar da geral, quando cadastrada.
           IF MOEDA-T(WS-TxM-Idx) = MoedaC
               AND WS-TxM-Tem-Corr(WS-TxM-Idx) = 'S'
               MOVE WS-TxM-Corr(WS-TxM-Idx) TO WS-Taxa-Moeda
           END-IF.

       26-TAXA-DA-FAIXA.
      *-Parte da taxa da moeda e troca pela da faixa que cobre o
      *-saldo medio da noite (WS-Fx-Media); a tabela inteira e
      *-varrida para a faixa mais nova prevalecer.
           MOVE WS-Taxa-Moeda TO WS-Taxa-Aplicada.
           PERFORM 27-VE-FAIXA
               VARYING WS-Fx-Idx FROM 1 BY 1
               UNTIL WS-Fx-Idx > WS-Fx-Qtd.

       27-VE-FAIXA.
           IF WS-Fx-Tipo(WS-Fx-Idx) = TipoContaC
               AND WS-Fx-Media >= WS-Fx-De(WS-Fx-Idx)
               AND WS-Fx-Media <= WS-Fx-Ate(WS-Fx-Idx)
               MOVE WS-Fx-Taxa(WS-Fx-Idx) TO WS-Taxa-Aplicada
           END-IF.

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
