       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2PassoContas.
      *-----------------------------------------------------------
      *-Passada unica noturna pelas contas: le CC.DAT uma vez, em
      *-ordem de CodC, apura uma vez por conta o que nao esta
      *-disponivel (bloqueios judiciais ativos de BLOQJUD.DAT e
      *-depositos em cheque ainda em float em FLOAT.DAT) e aplica
      *-na mesma leitura, na ordem da sequencia noturna, o que os
      *-jobs por conta faziam cada um com a sua varredura:
      *-  juros sobre saldo medio, IR retido e juros de cheque
      *-  especial (ProgramaP2Juros); na poupanca, rendimento por
      *-  lote no aniversario de cada deposito (POUPLOTE.DAT);
      *-  IOF de cheque especial, acumulado no dia e lancado no fim
      *-  do mes (ProgramaP2IOF, resumo em IOF.LST);
      *-  tarifa de saldo minimo, contra o saldo disponivel
      *-  (ProgramaP2Tarifa);
      *-  contagem e escalada do negativo (ProgramaP2ControlaNegativo,
      *-  inventario em NEGATIVOS.LST);
      *-  no fim do mes, dormencia e recolhimento de valores nao
      *-  reclamados (ProgramaP2Dormencia, CARTDORM.LST e
      *-  DORMENC.LST).
      *-Reinicio por um so ponto de controle (PASSOCHK.DAT) com a
      *-ultima conta concluida em todas as etapas. Os jobs
      *-separados continuam valendo para reprocessar uma etapa
      *-isolada e para a simulacao da sequencia.
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
      *-Ponto de controle unico da passada.
       SELECT CHECKPT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CHK.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT FAIXAJUR ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FXJ.
      *-Bloqueios judiciais e depositos em float: lidos uma vez por
      *-conta, pela chave alternada da conta.
       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.

       SELECT FLOATDEP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-FLT.

       SELECT IRRF ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-IRF.

       SELECT IOFACUM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Iof
       FILE STATUS ARQST-IOF.

       SELECT NEGCTL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Neg
       FILE STATUS ARQST-NEG.

       SELECT ALERTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALE.

       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT NAORECL ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NRC.
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

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.
      *-Lotes da poupanca por data de aniversario.
       SELECT POUPLOTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveLote
       FILE STATUS ARQST-LOT.
      *-Os mesmos relatorios dos jobs separados.
       SELECT RELIOF ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RIO.

       SELECT RELNEG ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RNG.

       SELECT CARTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CAR.

       SELECT RELDOR ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RDR.

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

       FD  CHECKPT LABEL RECORD STANDARD
           DATA RECORD IS REG-CHECKPT
           VALUE OF FILE-ID IS "PASSOCHK.DAT".

           COPY CHECKPT.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  FAIXAJUR LABEL RECORD STANDARD
           DATA RECORD IS REG-FAIXAJUR
           VALUE OF FILE-ID IS "FAIXAJUR.DAT".

           COPY FAIXAJUR.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

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

       FD  IOFACUM LABEL RECORD STANDARD
           DATA RECORD IS REG-IOFACUM
           VALUE OF FILE-ID IS "IOFACUM.DAT".

           COPY IOFACUM.

       FD  NEGCTL LABEL RECORD STANDARD
           DATA RECORD IS REG-NEGCTL
           VALUE OF FILE-ID IS "NEGCTL.DAT".

           COPY NEGCTL.

       FD  ALERTA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALERTA
           VALUE OF FILE-ID IS "ALERTA.DAT".

           COPY ALERTA.

       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

       FD  NAORECL LABEL RECORD STANDARD
           DATA RECORD IS REG-NAORECL
           VALUE OF FILE-ID IS "NAORECL.DAT".

           COPY NAORECL.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  POUPLOTE LABEL RECORD STANDARD
           DATA RECORD IS REG-POUPLOTE
           VALUE OF FILE-ID IS "POUPLOTE.DAT".

           COPY POUPLOTE.

       FD  RELIOF LABEL RECORD STANDARD
           DATA RECORD IS LINHA-IOF
           VALUE OF FILE-ID IS "IOF.LST".
       01 LINHA-IOF pic X(80).

       FD  RELNEG LABEL RECORD STANDARD
           DATA RECORD IS LINHA-NEG
           VALUE OF FILE-ID IS "NEGATIVOS.LST".
       01 LINHA-NEG pic X(90).

       FD  CARTA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CARTA
           VALUE OF FILE-ID IS "CARTDORM.LST".
       01 LINHA-CARTA pic X(80).

       FD  RELDOR LABEL RECORD STANDARD
           DATA RECORD IS LINHA-DOR
           VALUE OF FILE-ID IS "DORMENC.LST".
       01 LINHA-DOR pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CHK pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-FXJ pic X(2).
           01 ARQST-BLQ pic X(2).
           01 ARQST-FLT pic X(2).
           01 ARQST-IRF pic X(2).
           01 ARQST-IOF pic X(2).
           01 ARQST-NEG pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-NRC pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-RIO pic X(2).
           01 ARQST-RNG pic X(2).
           01 ARQST-CAR pic X(2).
           01 ARQST-RDR pic X(2).
           01 ARQST-LOT pic X(2).
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

      *-Fim de mes (o mes de amanha difere do de hoje): lancamento
      *-do IOF acumulado e dormencia.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Amanha pic 9(8) value zeros.
           01 WS-Amanha-R REDEFINES WS-Amanha.
               02 WS-Amanha-Ano pic 9(4).
               02 WS-Amanha-Mes pic 9(2).
               02 WS-Amanha-Dia pic 9(2).
           01 WS-Fim-De-Mes pic X value 'N'.
               88 Hoje-Fim-De-Mes value 'S'.

      *-O que nao esta disponivel na conta, apurado uma vez na
      *-leitura: bloqueios judiciais ativos e float de cheques.
           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.

      *-Lancamento a gravar por 80-GRAVA-MOVIMENTO: cada etapa
      *-monta origem, tipo, descricao e os saldos antes/depois.
           01 WS-Lanc-Origem pic X(1) value spaces.
           01 WS-Lanc-Tipo pic X(2) value spaces.
           01 WS-Lanc-Desc pic X(30) value spaces.
           01 WS-Lanc-Saldo-Ant pic S9(7)V99 value zeros.
           01 WS-Lanc-Saldo-Novo pic S9(7)V99 value zeros.
      *-NumSeq-Mov vem do relogio (HHMMSSCC): dois lancamentos no
      *-mesmo centesimo colidem na chave do ledger indexado; o
      *-gravador avanca o sequencial ate achar vaga.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.

      *-Juros: taxas gerais, por moeda e por faixa de saldo medio,
      *-IR retido e cheque especial (defaults e codigos de
      *-PARAMETROS.DAT iguais aos do ProgramaP2Juros).
           01 WS-Taxa-Juros-Corrente pic 9V9999 value 0,0050.
           01 WS-Taxa-Juros-Poupanca pic 9V9999 value 0,0100.
           01 WS-Taxa-Juros-Cheque pic 9V9999 value 0,0800.
           01 WS-Aliquota-IR pic 9V9999 value 0,2250.
           01 WS-Taxa-Aplicada pic 9V9999 value zeros.
           01 WS-Juros pic 9(7)V99 value zeros.
           01 WS-IR-Retido pic 9(7)V99 value zeros.
           01 WS-Fx-Tab.
               02 WS-Fx-Ent occurs 20 times.
                   03 WS-Fx-Tipo pic X(1).
                   03 WS-Fx-De pic 9(9)V99.
                   03 WS-Fx-Ate pic 9(9)V99.
                   03 WS-Fx-Taxa pic 9V9999.
           01 WS-Fx-Qtd pic 9(2) value zeros.
           01 WS-Fx-Idx pic 9(2) value zeros.
           01 WS-Fx-Usada pic 9(2) value zeros.
           01 WS-Fx-Data-Vig pic 9(8) value zeros.
           COPY MOEDAS.
           01 WS-TxMoeda-Tab.
               02 WS-TxMoeda-Item OCCURS 7 TIMES.
                   03 WS-TxM-Tem-Corr pic X(1).
                   03 WS-TxM-Corr pic 9V9999.
                   03 WS-TxM-Tem-Poup pic X(1).
                   03 WS-TxM-Poup pic 9V9999.
           01 WS-TxM-Idx pic 9(2) value zeros.
           01 WS-Dia-Deltas.
               02 WS-Dia-Delta OCCURS 31 TIMES pic S9(9)V99.
           01 WS-Dia-Idx pic 9(2) value zeros.
           01 WS-Dia-Valor pic 9(2) value zeros.
           01 WS-Delta-Mes pic S9(9)V99 value zeros.
           01 WS-Saldo-Inicio pic S9(9)V99 value zeros.
           01 WS-Saldo-Dia pic S9(9)V99 value zeros.
           01 WS-Soma-Saldos pic S9(11)V99 value zeros.
           01 WS-Saldo-Medio pic S9(9)V99 value zeros.

      *-Poupanca por aniversario: os lotes da conta carregados de
      *-POUPLOTE.DAT (L = lido do arquivo, N = aberto nesta
      *-passada), atualizados em memoria e regravados no fim; lote
      *-zerado e excluido do arquivo.
           01 WS-Lote-Tab.
               02 WS-Lote-Ent occurs 300 times.
                   03 WS-Lt-Seq pic 9(8).
                   03 WS-Lt-Dia pic 9(2).
                   03 WS-Lt-Deposito pic 9(8).
                   03 WS-Lt-Valor pic 9(7)V99.
                   03 WS-Lt-Saldo pic 9(7)V99.
                   03 WS-Lt-Ciclo pic 9(8).
                   03 WS-Lt-Rend pic 9(7)V99.
                   03 WS-Lt-Situacao pic X(1).
           01 WS-Lote-Qtd pic 9(3) value zeros.
           01 WS-Lote-Idx pic 9(3) value zeros.
           01 WS-Lote-Ult-Seq pic 9(8) value zeros.
           01 WS-Lote-Tem-Ctl pic X value 'N'.
               88 Lote-Com-Controle value 'S'.
           01 WS-Lote-Grava pic X value 'S'.
               88 Lote-Gravavel value 'S'.
           01 WS-Lote-Delta pic S9(9)V99 value zeros.
           01 WS-Lote-Retirada pic 9(9)V99 value zeros.
           01 WS-Lote-Rend-Conta pic 9(7)V99 value zeros.
           01 WS-Lote-Saldo-Lanc pic S9(7)V99 value zeros.
           01 WS-Lote-Hoje pic 9(8) value zeros.
           01 WS-Lote-Prox pic 9(8) value zeros.
           01 WS-Lote-Prox-R REDEFINES WS-Lote-Prox.
               02 WS-Lote-Prox-Ano pic 9(4).
               02 WS-Lote-Prox-Mes pic 9(2).
               02 WS-Lote-Prox-Dia pic 9(2).
           01 WS-Lote-Data pic 9(8) value zeros.
           01 WS-Lote-Data-R REDEFINES WS-Lote-Data.
               02 WS-Lote-Data-Ano pic 9(4).
               02 WS-Lote-Data-Mes pic 9(2).
               02 WS-Lote-Data-Dia pic 9(2).

      *-IOF de cheque especial (taxa diaria por mil, IOFDIA).
           01 WS-Taxa-IOF-Dia pic 9V9999 value 0,0820.
           01 WS-IOF-Dia pic 9(7)V99 value zeros.

      *-Tarifa de saldo minimo (SALDOMIN/TARIFA).
           01 WS-Saldo-Minimo pic S9(7)V99 value 100,00.
           01 WS-Valor-Tarifa pic 9(7)V99 value 10,00.

      *-Negativo: dias tolerados antes da escalada (NEGDIAS).
           01 WS-Dias-Limite pic 9(4) value 30.
           01 WS-Estourada pic X value 'N'.

      *-Dormencia: limiares em meses (DORMAVIS/DORMRECL).
           01 WS-Meses-Aviso pic 9(3) value 24.
           01 WS-Meses-Recolhe pic 9(3) value 60.
           01 WS-Ult-Ano pic 9(4) value zeros.
           01 WS-Ult-Mes pic 9(2) value zeros.
           01 WS-Meses-Parado pic S9(5) value zeros.
           01 WS-Valor-Recolhido pic 9(9)V99 value zeros.

      *-Totais de cada etapa, para o resumo.
           01 WS-Lidas pic 9(6) value zeros.
           01 WS-Contador-Juros pic 9(6) value zeros.
           01 WS-Total-Juros pic 9(9)V99 value zeros.
           01 WS-Total-IR pic 9(9)V99 value zeros.
           01 WS-Lotes-Aniversario pic 9(6) value zeros.
           01 WS-Contador-CE pic 9(6) value zeros.
           01 WS-Total-Juros-CE pic 9(9)V99 value zeros.
           01 WS-Contas-Acumuladas pic 9(6) value zeros.
           01 WS-Contas-Lancadas pic 9(6) value zeros.
           01 WS-Total-Acumulado pic 9(9)V99 value zeros.
           01 WS-Total-Lancado pic 9(9)V99 value zeros.
           01 WS-Contador-Tarifa pic 9(6) value zeros.
           01 WS-Total-Tarifa pic 9(9)V99 value zeros.
           01 WS-Negativas pic 9(6) value zeros.
           01 WS-Avisadas pic 9(6) value zeros.
           01 WS-Bloqueadas pic 9(6) value zeros.
           01 WS-Avisos pic 9(6) value zeros.
           01 WS-Recolhidas pic 9(6) value zeros.
           01 WS-Total-Recolhido pic 9(11)V99 value zeros.
           01 WS-Valor-Edt pic Z(8)9,99.
           01 WS-Saldo-Edt pic -Z(8)9,99.
           01 WS-Recolhido-Edt pic Z(9)9,99.

      *-Reinicio: se um checkpoint em andamento for encontrado, a
      *-passada retoma a partir da conta seguinte a CodChk, com os
      *-relatorios do dia acrescidos em vez de recriados.
           01 WS-Cod-Reinicio pic 999999 value zeros.
           01 WS-Retomando pic X value 'N'.
               88 Retomando-Processamento value 'S'.

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
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           COMPUTE WS-Amanha =
               FUNCTION DATE-OF-INTEGER(WS-Hoje-Int + 1).
           MOVE 'N' TO WS-Fim-De-Mes.
           IF WS-Amanha-Mes NOT = MES
               MOVE 'S' TO WS-Fim-De-Mes
           END-IF.
           COMPUTE WS-Lote-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 14-ZERA-TAXA-MOEDA
               VARYING WS-TxM-Idx FROM 1 BY 1
               UNTIL WS-TxM-Idx > 7.
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 12-CARREGA-FAIXAS.
           PERFORM 15-LE-CHECKPOINT.
           PERFORM 01-ABRE-ARQ.
           IF Retomando-Processamento
               DISPLAY "RETOMANDO PROCESSAMENTO APOS A CONTA "
                   WS-Cod-Reinicio
               MOVE WS-Cod-Reinicio TO CodC
               START CC KEY IS GREATER THAN CodC
                   INVALID KEY MOVE "10" TO ARQST-CC
               END-START
           END-IF.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST-CC = "10".
           PERFORM 04-CHECKPOINT-CONCLUIDO.
           PERFORM 03-RESUMO.
           CLOSE CC MOVIMENTO MOVSEQ IRRF IOFACUM NEGCTL ALERTA.
           CLOSE POUPLOTE.
           CLOSE RELIOF RELNEG.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
           END-IF.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           IF Hoje-Fim-De-Mes
               CLOSE CLIENTE NAORECL CARTA RELDOR
           END-IF.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
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
           OPEN I-O POUPLOTE.
           IF ARQST-LOT NOT = "00"
               CLOSE POUPLOTE
               OPEN OUTPUT POUPLOTE
               CLOSE POUPLOTE
               OPEN I-O POUPLOTE
           END-IF.

           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN INPUT BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Bloqjud
           END-IF.

           MOVE 'N' TO WS-Tem-Float.
           OPEN INPUT FLOATDEP.
           IF ARQST-FLT = "00"
               MOVE 'S' TO WS-Tem-Float
           END-IF.

           OPEN EXTEND IRRF.
           IF ARQST-IRF NOT = "00"
               CLOSE IRRF
               OPEN OUTPUT IRRF
           END-IF.
           OPEN I-O IOFACUM.
           IF ARQST-IOF NOT = "00"
               CLOSE IOFACUM
               OPEN OUTPUT IOFACUM
               CLOSE IOFACUM
               OPEN I-O IOFACUM
           END-IF.
           OPEN I-O NEGCTL.
           IF ARQST-NEG NOT = "00"
               CLOSE NEGCTL
               OPEN OUTPUT NEGCTL
               CLOSE NEGCTL
               OPEN I-O NEGCTL
           END-IF.
           OPEN EXTEND ALERTA.
           IF ARQST-ALE NOT = "00"
               CLOSE ALERTA
               OPEN OUTPUT ALERTA
           END-IF.

           IF Retomando-Processamento
               OPEN EXTEND RELIOF
               OPEN EXTEND RELNEG
           ELSE
               OPEN OUTPUT RELIOF
               OPEN OUTPUT RELNEG
               MOVE SPACES TO LINHA-IOF
               STRING "IOF DE CHEQUE ESPECIAL DE " DIA "/" MES "/" ANO
                   DELIMITED BY SIZE INTO LINHA-IOF
               WRITE LINHA-IOF
               MOVE SPACES TO LINHA-NEG
               STRING "CONTAS NO NEGATIVO - " DIA "/" MES "/" ANO
                   DELIMITED BY SIZE INTO LINHA-NEG
               WRITE LINHA-NEG
           END-IF.

      *-Dormencia so no fim do mes: fora dele as cartas e o resumo
      *-do mes anterior ficam como estao.
           IF Hoje-Fim-De-Mes
               OPEN INPUT CLIENTE
               OPEN EXTEND NAORECL
               IF ARQST-NRC NOT = "00"
                   CLOSE NAORECL
                   OPEN OUTPUT NAORECL
               END-IF
               IF Retomando-Processamento
                   OPEN EXTEND CARTA
                   OPEN EXTEND RELDOR
               ELSE
                   OPEN OUTPUT CARTA
                   OPEN OUTPUT RELDOR
                   MOVE SPACES TO LINHA-DOR
                   STRING "PROCESSO DE DORMENCIA DE " DIA "/" MES "/"
                       ANO
                       DELIMITED BY SIZE INTO LINHA-DOR
                   WRITE LINHA-DOR
               END-IF
           END-IF.

       02-PROCESSA-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   ADD 1 TO WS-Lidas
                   PERFORM 06-APURA-INDISPONIVEL
                   PERFORM 20-JUROS
                   PERFORM 70-POUPANCA
                   PERFORM 30-IOF
                   PERFORM 40-TARIFA
                   PERFORM 50-NEGATIVO
                   IF Hoje-Fim-De-Mes
                       PERFORM 60-DORMENCIA
                   END-IF
                   PERFORM 05-GRAVA-CHECKPOINT
           END-READ.

       05-GRAVA-CHECKPOINT.
           OPEN OUTPUT CHECKPT.
           MOVE "PASSO" TO JobChk.
           MOVE ANO TO AnoChk.
           MOVE MES TO MesChk.
           MOVE DIA TO DiaChk.
           MOVE CodC TO CodChk.
           MOVE "A" TO StatusChk.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.

       04-CHECKPOINT-CONCLUIDO.
           OPEN OUTPUT CHECKPT.
           MOVE "PASSO" TO JobChk.
           MOVE ANO TO AnoChk.
           MOVE MES TO MesChk.
           MOVE DIA TO DiaChk.
           MOVE ZEROS TO CodChk.
           MOVE "C" TO StatusChk.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.

       15-LE-CHECKPOINT.
           MOVE ZEROS TO WS-Cod-Reinicio.
           MOVE 'N' TO WS-Retomando.
           OPEN INPUT CHECKPT.
           IF ARQST-CHK = "00"
               READ CHECKPT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Checkpt-Em-Andamento
                           MOVE CodChk TO WS-Cod-Reinicio
                           MOVE 'S' TO WS-Retomando
                       END-IF
               END-READ
               CLOSE CHECKPT
           END-IF.

       06-APURA-INDISPONIVEL.
      *-Uma leitura de bloqueios e de float por conta; as etapas
      *-usam SaldoC menos estes dois totais como saldo disponivel.
           MOVE ZEROS TO WS-Total-Bloqueado.
           IF Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 07-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.
           MOVE ZEROS TO WS-Total-Float.
           IF Floatdep-Aberto
               MOVE CodC TO CodC-Flt
               START FLOATDEP KEY IS = CodC-Flt
                   INVALID KEY
                       MOVE "10" TO ARQST-FLT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-FLT
               END-START
               PERFORM 08-SOMA-FLOAT UNTIL ARQST-FLT = "10"
           END-IF.

       07-SOMA-BLOQUEIO.
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

       08-SOMA-FLOAT.
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

       09-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 10-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

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
                           WHEN "TXPOUP"
                               MOVE ValorParam
                                   TO WS-Taxa-Juros-Poupanca
                           WHEN "TXCHEQ"
                               MOVE ValorParam
                                   TO WS-Taxa-Juros-Cheque
                           WHEN "ALIQIR"
                               MOVE ValorParam TO WS-Aliquota-IR
                           WHEN "IOFDIA"
                               MOVE ValorParam TO WS-Taxa-IOF-Dia
                           WHEN "SALDOMIN"
                               MOVE ValorParam TO WS-Saldo-Minimo
                           WHEN "TARIFA"
                               MOVE ValorParam TO WS-Valor-Tarifa
                           WHEN "NEGDIAS"
                               MOVE ValorParam TO WS-Dias-Limite
                           WHEN "DORMAVIS"
                               MOVE ValorParam TO WS-Meses-Aviso
                           WHEN "DORMRECL"
                               MOVE ValorParam TO WS-Meses-Recolhe
                           WHEN OTHER
                               PERFORM 11-PARAMETRO-POR-MOEDA
                                   VARYING WS-TxM-Idx FROM 1 BY 1
                                   UNTIL WS-TxM-Idx > 7
                       END-EVALUATE
                   END-IF
           END-READ.

       11-PARAMETRO-POR-MOEDA.
      *-Codigos "TXC"+moeda / "TXP"+moeda viram a taxa daquela
      *-moeda; o resto e ignorado.
           IF CodParam(1:3) = "TXC"
               AND CodParam(4:3) = MOEDA-T(WS-TxM-Idx)
               MOVE 'S' TO WS-TxM-Tem-Corr(WS-TxM-Idx)
               MOVE ValorParam TO WS-TxM-Corr(WS-TxM-Idx)
           END-IF.
           IF CodParam(1:3) = "TXP"
               AND CodParam(4:3) = MOEDA-T(WS-TxM-Idx)
               MOVE 'S' TO WS-TxM-Tem-Poup(WS-TxM-Idx)
               MOVE ValorParam TO WS-TxM-Poup(WS-TxM-Idx)
           END-IF.

       12-CARREGA-FAIXAS.
      *-Faixas de taxa vigentes de FAIXAJUR.DAT (ordem de arquivo,
      *-cronologica); sem o arquivo tudo segue na taxa geral.
           MOVE ZEROS TO WS-Fx-Qtd.
           OPEN INPUT FAIXAJUR.
           IF ARQST-FXJ = "00"
               PERFORM 13-LE-FAIXA UNTIL ARQST-FXJ = "10"
               CLOSE FAIXAJUR
           END-IF.

       13-LE-FAIXA.
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

       14-ZERA-TAXA-MOEDA.
           MOVE 'N' TO WS-TxM-Tem-Corr(WS-TxM-Idx).
           MOVE 'N' TO WS-TxM-Tem-Poup(WS-TxM-Idx).
           MOVE ZEROS TO WS-TxM-Corr(WS-TxM-Idx).
           MOVE ZEROS TO WS-TxM-Poup(WS-TxM-Idx).

      *-----------------------------------------------------------
      *-Juros (regras do ProgramaP2Juros).
      *-----------------------------------------------------------
       20-JUROS.
      *-A poupanca nao rende sobre o saldo medio: rende por lote,
      *-no aniversario (70-POUPANCA).
           IF Conta-Ativa AND SaldoC > ZEROS AND NOT Conta-Poupanca
               MOVE WS-Taxa-Juros-Corrente TO WS-Taxa-Aplicada
               PERFORM 21-TAXA-DA-MOEDA
                   VARYING WS-TxM-Idx FROM 1 BY 1
                   UNTIL WS-TxM-Idx > 7
               PERFORM 23-CALCULA-SALDO-MEDIO
               MOVE ZEROS TO WS-Fx-Usada
               PERFORM 22-TAXA-DA-FAIXA
                   VARYING WS-Fx-Idx FROM 1 BY 1
                   UNTIL WS-Fx-Idx > WS-Fx-Qtd
               IF WS-Saldo-Medio > ZEROS
                   PERFORM 25-CREDITA-JUROS
               END-IF
           END-IF.
      *-Saldo negativo (limite de cheque especial em uso): juros a
      *-taxa propria, lancados como "JC".
           IF Conta-Ativa AND SaldoC < ZEROS
               COMPUTE WS-Juros ROUNDED =
                   (ZEROS - SaldoC) * WS-Taxa-Juros-Cheque
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Juros FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO NA CONTA " CodC
                       MOVE SaldoC-Antes TO SaldoC
                   NOT INVALID KEY
                       MOVE "E" TO WS-Lanc-Origem
                       MOVE "JC" TO WS-Lanc-Tipo
                       MOVE "JUROS DE CHEQUE ESPECIAL" TO WS-Lanc-Desc
                       MOVE SaldoC-Antes TO WS-Lanc-Saldo-Ant
                       MOVE SaldoC TO WS-Lanc-Saldo-Novo
                       PERFORM 80-GRAVA-MOVIMENTO
                       ADD 1 TO WS-Contador-CE
                       ADD WS-Juros TO WS-Total-Juros-CE
               END-REWRITE
           END-IF.

       21-TAXA-DA-MOEDA.
      *-Taxa especifica da moeda da conta, quando cadastrada.
           IF MOEDA-T(WS-TxM-Idx) = MoedaC
               IF Conta-Poupanca
                   IF WS-TxM-Tem-Poup(WS-TxM-Idx) = 'S'
                       MOVE WS-TxM-Poup(WS-TxM-Idx)
                           TO WS-Taxa-Aplicada
                   END-IF
               ELSE
                   IF WS-TxM-Tem-Corr(WS-TxM-Idx) = 'S'
                       MOVE WS-TxM-Corr(WS-TxM-Idx)
                           TO WS-Taxa-Aplicada
                   END-IF
               END-IF
           END-IF.

       22-TAXA-DA-FAIXA.
      *-A faixa que cobre o saldo medio troca a taxa; a tabela e
      *-varrida inteira para a faixa mais nova prevalecer.
           IF WS-Fx-Tipo(WS-Fx-Idx) = TipoContaC
               AND WS-Saldo-Medio >= WS-Fx-De(WS-Fx-Idx)
               AND WS-Saldo-Medio <= WS-Fx-Ate(WS-Fx-Idx)
               MOVE WS-Fx-Taxa(WS-Fx-Idx) TO WS-Taxa-Aplicada
               MOVE WS-Fx-Idx TO WS-Fx-Usada
           END-IF.

       23-CALCULA-SALDO-MEDIO.
      *-Saldo dia a dia do mes corrente, reconstruido da cadeia de
      *-movimentos; a media e a soma dos saldos de cada dia ate
      *-hoje dividida pelos dias corridos.
           PERFORM 26-ZERA-DELTA-DIA
               VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > 31.
           MOVE ZEROS TO WS-Delta-Mes.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 24-SOMA-DELTA-DIA UNTIL ARQST-MOV = "10".
           COMPUTE WS-Saldo-Inicio = SaldoC - WS-Delta-Mes.
           MOVE WS-Saldo-Inicio TO WS-Saldo-Dia.
           MOVE ZEROS TO WS-Soma-Saldos.
           PERFORM 27-SOMA-SALDO-DIA
               VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > DIA.
           COMPUTE WS-Saldo-Medio ROUNDED = WS-Soma-Saldos / DIA.

       24-SOMA-DELTA-DIA.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       IF AnoMov = ANO AND MesMov = MES
                           AND DiaMov >= 1 AND DiaMov <= 31
      *-Lancamento retroativo conta desde a data-valor; com ela
      *-num mes anterior, desde o primeiro dia deste mes.
                           MOVE DiaMov TO WS-Dia-Valor
                           IF DataValorMov < DataMov
                               MOVE 1 TO WS-Dia-Valor
                               IF AnoValorMov = ANO
                                   AND MesValorMov = MES
                                   AND DiaValorMov >= 1
                                   MOVE DiaValorMov TO WS-Dia-Valor
                               END-IF
                           END-IF
                           COMPUTE WS-Dia-Delta(WS-Dia-Valor) =
                               WS-Dia-Delta(WS-Dia-Valor)
                               + SaldoNovoMov - SaldoAnteriorMov
                           COMPUTE WS-Delta-Mes = WS-Delta-Mes
                               + SaldoNovoMov - SaldoAnteriorMov
                       END-IF
                   END-IF
           END-READ.

       25-CREDITA-JUROS.
      *-IR retido so sobre juros de conta corrente; o liquido entra
      *-no saldo, o ledger mostra o bruto ("JU") e a retencao
      *-("IR").
           COMPUTE WS-Juros ROUNDED =
               WS-Saldo-Medio * WS-Taxa-Aplicada.
           IF Conta-Corrente
               COMPUTE WS-IR-Retido ROUNDED =
                   WS-Juros * WS-Aliquota-IR
           ELSE
               MOVE ZEROS TO WS-IR-Retido
           END-IF.
           MOVE SaldoC TO SaldoC-Antes.
           COMPUTE SaldoC = SaldoC + WS-Juros - WS-IR-Retido.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
                   MOVE SaldoC-Antes TO SaldoC
               NOT INVALID KEY
                   MOVE "J" TO WS-Lanc-Origem
                   MOVE "JU" TO WS-Lanc-Tipo
                   IF WS-Fx-Usada > ZEROS
                       MOVE SPACES TO WS-Lanc-Desc
                       STRING "JUROS SALDO MEDIO FAIXA " WS-Fx-Usada
                           DELIMITED BY SIZE INTO WS-Lanc-Desc
                   ELSE
                       MOVE "JUROS SOBRE SALDO MEDIO" TO WS-Lanc-Desc
                   END-IF
                   MOVE SaldoC-Antes TO WS-Lanc-Saldo-Ant
                   COMPUTE WS-Lanc-Saldo-Novo = SaldoC-Antes + WS-Juros
                   PERFORM 80-GRAVA-MOVIMENTO
                   IF WS-IR-Retido > ZEROS
                       MOVE "J" TO WS-Lanc-Origem
                       MOVE "IR" TO WS-Lanc-Tipo
                       MOVE "IR RETIDO SOBRE JUROS" TO WS-Lanc-Desc
                       COMPUTE WS-Lanc-Saldo-Ant =
                           SaldoC-Antes + WS-Juros
                       MOVE SaldoC TO WS-Lanc-Saldo-Novo
                       PERFORM 80-GRAVA-MOVIMENTO
                       PERFORM 28-ACUMULA-IRRF
                       ADD WS-IR-Retido TO WS-Total-IR
                   END-IF
                   ADD 1 TO WS-Contador-Juros
                   ADD WS-Juros TO WS-Total-Juros
           END-REWRITE.

       26-ZERA-DELTA-DIA.
           MOVE ZEROS TO WS-Dia-Delta(WS-Dia-Idx).

       27-SOMA-SALDO-DIA.
           ADD WS-Dia-Delta(WS-Dia-Idx) TO WS-Saldo-Dia.
           ADD WS-Saldo-Dia TO WS-Soma-Saldos.

       28-ACUMULA-IRRF.
           MOVE ANO TO AnoIrf.
           MOVE MES TO MesIrf.
           MOVE DIA TO DiaIrf.
           MOVE CodC TO CodC-Irf.
           MOVE WS-IR-Retido TO ValorIrf.
           WRITE REG-IRRF.

      *-----------------------------------------------------------
      *-IOF de cheque especial (regras do ProgramaP2IOF).
      *-----------------------------------------------------------
       30-IOF.
           IF Conta-Ativa
               IF SaldoC < ZEROS
                   PERFORM 31-ACUMULA-IOF
               END-IF
               IF Hoje-Fim-De-Mes
                   PERFORM 32-LANCA-IOF-MENSAL
               END-IF
           END-IF.

       31-ACUMULA-IOF.
           COMPUTE WS-IOF-Dia ROUNDED =
               (ZEROS - SaldoC) * WS-Taxa-IOF-Dia / 1000.
           MOVE CodC TO CodC-Iof.
           READ IOFACUM
               INVALID KEY
                   MOVE CodC TO CodC-Iof
                   MOVE ANO TO AnoIof
                   MOVE MES TO MesIof
                   MOVE WS-IOF-Dia TO ValorAcumIof
                   WRITE REG-IOFACUM
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF AnoIof NOT = ANO OR MesIof NOT = MES
                       MOVE ANO TO AnoIof
                       MOVE MES TO MesIof
                       MOVE ZEROS TO ValorAcumIof
                   END-IF
                   ADD WS-IOF-Dia TO ValorAcumIof
                   REWRITE REG-IOFACUM
           END-READ.
           ADD 1 TO WS-Contas-Acumuladas.
           ADD WS-IOF-Dia TO WS-Total-Acumulado.

       32-LANCA-IOF-MENSAL.
      *-Ultimo dia do mes: o acumulado vira um unico debito "IF" e
      *-o acumulador zera para o mes seguinte.
           MOVE CodC TO CodC-Iof.
           READ IOFACUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ValorAcumIof > ZEROS
                       AND AnoIof = ANO AND MesIof = MES
                       PERFORM 33-DEBITA-IOF
                   END-IF
           END-READ.

       33-DEBITA-IOF.
           MOVE SaldoC TO SaldoC-Antes.
           SUBTRACT ValorAcumIof FROM SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
                   MOVE SaldoC-Antes TO SaldoC
               NOT INVALID KEY
                   MOVE "F" TO WS-Lanc-Origem
                   MOVE "IF" TO WS-Lanc-Tipo
                   MOVE SPACES TO WS-Lanc-Desc
                   STRING "IOF CHEQUE ESPECIAL " MES "/" ANO
                       DELIMITED BY SIZE INTO WS-Lanc-Desc
                   MOVE SaldoC-Antes TO WS-Lanc-Saldo-Ant
                   MOVE SaldoC TO WS-Lanc-Saldo-Novo
                   PERFORM 80-GRAVA-MOVIMENTO
                   ADD 1 TO WS-Contas-Lancadas
                   ADD ValorAcumIof TO WS-Total-Lancado
                   MOVE ValorAcumIof TO WS-Valor-Edt
                   MOVE SPACES TO LINHA-IOF
                   STRING "IOF MENSAL CONTA " CodC " VALOR "
                       WS-Valor-Edt
                       DELIMITED BY SIZE INTO LINHA-IOF
                   WRITE LINHA-IOF
                   MOVE ZEROS TO ValorAcumIof
                   REWRITE REG-IOFACUM
           END-REWRITE.

      *-----------------------------------------------------------
      *-Tarifa de saldo minimo (regras do ProgramaP2Tarifa), contra
      *-o saldo disponivel: bloqueios e float ficam de fora.
      *-----------------------------------------------------------
       40-TARIFA.
           IF Conta-Ativa AND SaldoC > ZEROS
               AND SaldoC < WS-Saldo-Minimo
               AND SaldoC - WS-Total-Bloqueado - WS-Total-Float
                   >= WS-Valor-Tarifa
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Valor-Tarifa FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO NA CONTA " CodC
                       MOVE SaldoC-Antes TO SaldoC
                   NOT INVALID KEY
                       MOVE "T" TO WS-Lanc-Origem
                       MOVE "TA" TO WS-Lanc-Tipo
                       MOVE "TARIFA DE SALDO MINIMO" TO WS-Lanc-Desc
                       MOVE SaldoC-Antes TO WS-Lanc-Saldo-Ant
                       MOVE SaldoC TO WS-Lanc-Saldo-Novo
                       PERFORM 80-GRAVA-MOVIMENTO
                       ADD 1 TO WS-Contador-Tarifa
                       ADD WS-Valor-Tarifa TO WS-Total-Tarifa
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------
      *-Contas no negativo (regras do ProgramaP2ControlaNegativo).
      *-----------------------------------------------------------
       50-NEGATIVO.
           IF Conta-Ativa OR Conta-Bloqueada
               IF SaldoC < ZEROS
                   PERFORM 51-CONTA-DIA-NEGATIVO
               ELSE
                   PERFORM 52-ZERA-CONTAGEM
               END-IF
           END-IF.

       51-CONTA-DIA-NEGATIVO.
           MOVE CodC TO CodC-Neg.
           READ NEGCTL
               INVALID KEY
                   MOVE CodC TO CodC-Neg
                   MOVE 1 TO DiasNegativosNeg
                   MOVE ZEROS TO EstagioNeg
                   MOVE ANO TO AnoUltimaNeg
                   MOVE MES TO MesUltimaNeg
                   MOVE DIA TO DiaUltimaNeg
                   WRITE REG-NEGCTL
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF AnoUltimaNeg NOT = ANO
                       OR MesUltimaNeg NOT = MES
                       OR DiaUltimaNeg NOT = DIA
                       ADD 1 TO DiasNegativosNeg
                       MOVE ANO TO AnoUltimaNeg
                       MOVE MES TO MesUltimaNeg
                       MOVE DIA TO DiaUltimaNeg
                       REWRITE REG-NEGCTL
                   END-IF
           END-READ.
           ADD 1 TO WS-Negativas.
           MOVE 'N' TO WS-Estourada.
           IF (ZEROS - SaldoC) > LimiteChequeEspecialC
               MOVE 'S' TO WS-Estourada
           END-IF.
           IF DiasNegativosNeg > WS-Dias-Limite
               MOVE 'S' TO WS-Estourada
           END-IF.
           IF WS-Estourada = 'S'
               PERFORM 53-ESCALA
           END-IF.
           MOVE SaldoC TO WS-Saldo-Edt.
           MOVE SPACES TO LINHA-NEG.
           STRING "CONTA " CodC " SALDO " WS-Saldo-Edt
               " DIAS NEG " DiasNegativosNeg
               " ESTAGIO " EstagioNeg
               DELIMITED BY SIZE INTO LINHA-NEG.
           WRITE LINHA-NEG.

       52-ZERA-CONTAGEM.
      *-Voltou ao azul: a contagem e o estagio zeram (o desbloqueio
      *-do status continua manual, com supervisor, na Reabrir).
           MOVE CodC TO CodC-Neg.
           READ NEGCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DiasNegativosNeg > ZEROS
                       MOVE ZEROS TO DiasNegativosNeg EstagioNeg
                       REWRITE REG-NEGCTL
                   END-IF
           END-READ.

       53-ESCALA.
           EVALUATE EstagioNeg
               WHEN 0
                   MOVE 1 TO EstagioNeg
                   REWRITE REG-NEGCTL
                   PERFORM 54-GRAVA-ALERTA
                   ADD 1 TO WS-Avisadas
               WHEN 1
                   MOVE 2 TO EstagioNeg
                   REWRITE REG-NEGCTL
                   IF Conta-Ativa
                       MOVE 'B' TO StatusContaC
                       REWRITE REG-CONTA
                   END-IF
                   ADD 1 TO WS-Bloqueadas
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       54-GRAVA-ALERTA.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ANO TO AnoAlerta.
           MOVE MES TO MesAlerta.
           MOVE DIA TO DiaAlerta.
           COMPUTE HoraAlerta = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE CodC TO CodAlerta.
           MOVE SaldoC TO SaldoAlerta.
           MOVE 'L' TO TipoAlerta.
           MOVE 'N' TO StatusAlerta.
           MOVE SPACES TO OperadorAlerta.
           MOVE ZEROS TO DataResolucao.
           WRITE REG-ALERTA.

      *-----------------------------------------------------------
      *-Dormencia, so no fim do mes (regras do ProgramaP2Dormencia).
      *-----------------------------------------------------------
       60-DORMENCIA.
           IF Conta-Ativa
               MOVE AnoAberturaC TO WS-Ult-Ano
               MOVE MesAberturaC TO WS-Ult-Mes
               MOVE CodC TO CodC-Mov
               MOVE ZEROS TO NumSeq-Mov
               START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
                   INVALID KEY
                       MOVE "10" TO ARQST-MOV
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-MOV
               END-START
               PERFORM 61-VARRE-ULTIMO-MOV UNTIL ARQST-MOV = "10"
               COMPUTE WS-Meses-Parado =
                   (ANO - WS-Ult-Ano) * 12 + MES - WS-Ult-Mes
               EVALUATE TRUE
                   WHEN WS-Meses-Parado >= WS-Meses-Recolhe
                       AND SaldoC > ZEROS
                       PERFORM 65-RECOLHE-SALDO
                   WHEN WS-Meses-Parado >= WS-Meses-Aviso
                       PERFORM 62-CARTA-AVISO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       61-VARRE-ULTIMO-MOV.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       MOVE AnoMov TO WS-Ult-Ano
                       MOVE MesMov TO WS-Ult-Mes
                   END-IF
           END-READ.

       62-CARTA-AVISO.
           ADD 1 TO WS-Avisos.
           MOVE ALL "-" TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "AVISO DE CONTA SEM MOVIMENTACAO" TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE CpfCnpjC TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   PERFORM 64-ENDERECO-DA-CONTA
               NOT INVALID KEY
                   PERFORM 63-ENDERECO-DO-CLIENTE
           END-READ.
           MOVE SPACES TO LINHA-CARTA.
           STRING "CONTA " CodC " SEM MOVIMENTACAO HA "
               WS-Meses-Parado " MESES - MOVIMENTE OU PROCURE"
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "SUA AGENCIA PARA EVITAR O RECOLHIMENTO LEGAL"
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.

       63-ENDERECO-DO-CLIENTE.
           MOVE SPACES TO LINHA-CARTA.
           STRING "A: " NomeCli
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING EnderecoCli " CEP " CepCli " " UfCli
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.

       64-ENDERECO-DA-CONTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "A: " NomeC
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING EnderecoC " CEP " CepC " " UfC
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.

       65-RECOLHE-SALDO.
      *-O saldo credor inteiro sai da base num "TP" e a conta fica
      *-'V', com o registro no razao de nao reclamados.
           MOVE SaldoC TO WS-Valor-Recolhido.
           MOVE SaldoC TO SaldoC-Antes.
           MOVE ZEROS TO SaldoC.
           MOVE 'V' TO StatusContaC.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
               NOT INVALID KEY
                   MOVE SPACE TO WS-Lanc-Origem
                   MOVE "TP" TO WS-Lanc-Tipo
                   MOVE "RECOLH VALORES NAO RECLAMADOS" TO WS-Lanc-Desc
                   MOVE SaldoC-Antes TO WS-Lanc-Saldo-Ant
                   MOVE SaldoC TO WS-Lanc-Saldo-Novo
                   PERFORM 80-GRAVA-MOVIMENTO
                   PERFORM 66-GRAVA-NAORECL
                   ADD 1 TO WS-Recolhidas
                   ADD WS-Valor-Recolhido TO WS-Total-Recolhido
                   MOVE WS-Valor-Recolhido TO WS-Recolhido-Edt
                   MOVE SPACES TO LINHA-DOR
                   STRING "RECOLHIDA CONTA " CodC " VALOR "
                       WS-Recolhido-Edt " (" WS-Meses-Parado " MESES)"
                       DELIMITED BY SIZE INTO LINHA-DOR
                   WRITE LINHA-DOR
           END-REWRITE.

       66-GRAVA-NAORECL.
           MOVE CodC TO CodC-Nrc.
           MOVE NomeC TO NomeNrc.
           MOVE CpfCnpjC TO CpfCnpjNrc.
           MOVE WS-Valor-Recolhido TO ValorNrc.
           MOVE ANO TO AnoRecolhimentoNrc.
           MOVE MES TO MesRecolhimentoNrc.
           MOVE DIA TO DiaRecolhimentoNrc.
           MOVE 'R' TO StatusNrc.
           MOVE ZEROS TO DataDevolucaoNrc.
           MOVE SPACES TO OperadorDevolucaoNrc.
           WRITE REG-NAORECL.

      *-----------------------------------------------------------
      *-Poupanca: rendimento por lote no aniversario do deposito.
      *-----------------------------------------------------------
       70-POUPANCA.
      *-Poupanca rende por lote, no aniversario de cada deposito:
      *-os lotes de POUPLOTE.DAT recebem os lancamentos novos da
      *-cadeia (credito abre lote, debito consome primeiro os lotes
      *-mais novos) e so os que completam o ciclo hoje rendem, sem
      *-IR. Conta fora de Ativa so tem o ciclo avancado, sem
      *-credito (o dinheiro parado nao rende no ciclo).
           IF Conta-Poupanca AND NOT Conta-Encerrada
               AND NOT Conta-Recolhida
               MOVE WS-Taxa-Juros-Poupanca TO WS-Taxa-Aplicada
               PERFORM 21-TAXA-DA-MOEDA
                   VARYING WS-TxM-Idx FROM 1 BY 1
                   UNTIL WS-TxM-Idx > 7
               PERFORM 701-CARREGA-LOTES
               PERFORM 703-INCORPORA-LEDGER
               MOVE ZEROS TO WS-Lote-Rend-Conta
               PERFORM 708-ANIVERSARIO-LOTE
                   VARYING WS-Lote-Idx FROM 1 BY 1
                   UNTIL WS-Lote-Idx > WS-Lote-Qtd
               MOVE 'S' TO WS-Lote-Grava
               IF WS-Lote-Rend-Conta > ZEROS
                   PERFORM 711-CREDITA-ANIVERSARIOS
               END-IF
               IF Lote-Gravavel
                   PERFORM 713-GRAVA-LOTES
               END-IF
           END-IF.

       701-CARREGA-LOTES.
           MOVE ZEROS TO WS-Lote-Qtd WS-Lote-Ult-Seq.
           MOVE 'N' TO WS-Lote-Tem-Ctl.
           MOVE CodC TO CodC-Lote.
           MOVE ZEROS TO SeqLote.
           START POUPLOTE KEY IS NOT LESS THAN ChaveLote
               INVALID KEY
                   MOVE "10" TO ARQST-LOT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-LOT
           END-START.
           PERFORM 702-LE-LOTE UNTIL ARQST-LOT = "10".

       702-LE-LOTE.
           READ POUPLOTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-LOT
               NOT AT END
                   IF CodC-Lote NOT = CodC
                       MOVE "10" TO ARQST-LOT
                   ELSE
                       IF Lote-Controle
                           MOVE 'S' TO WS-Lote-Tem-Ctl
                           MOVE UltSeqLote TO WS-Lote-Ult-Seq
                       ELSE
                           IF WS-Lote-Qtd < 300
                               ADD 1 TO WS-Lote-Qtd
                               MOVE WS-Lote-Qtd TO WS-Lote-Idx
                               MOVE SeqLote TO WS-Lt-Seq(WS-Lote-Idx)
                               MOVE DiaAnivLote
                                   TO WS-Lt-Dia(WS-Lote-Idx)
                               MOVE DataDepositoLote
                                   TO WS-Lt-Deposito(WS-Lote-Idx)
                               MOVE ValorOrigLote
                                   TO WS-Lt-Valor(WS-Lote-Idx)
                               MOVE SaldoLote
                                   TO WS-Lt-Saldo(WS-Lote-Idx)
                               MOVE DataCicloLote
                                   TO WS-Lt-Ciclo(WS-Lote-Idx)
                               MOVE 'L' TO WS-Lt-Situacao(WS-Lote-Idx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       703-INCORPORA-LEDGER.
      *-Le a cadeia da conta a partir do primeiro sequencial ainda
      *-nao incorporado. Sem controle (primeira passada da conta),
      *-a cadeia so e percorrida para achar o ultimo sequencial, e
      *-o saldo atual vira um lote unico.
           MOVE CodC TO CodC-Mov.
           IF Lote-Com-Controle
               COMPUTE NumSeq-Mov = WS-Lote-Ult-Seq + 1
           ELSE
               MOVE ZEROS TO NumSeq-Mov
           END-IF.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 704-LE-LANCAMENTO UNTIL ARQST-MOV = "10".
           IF NOT Lote-Com-Controle AND SaldoC > ZEROS
               PERFORM 707-LOTE-DE-ABERTURA
           END-IF.

       704-LE-LANCAMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       MOVE NumSeq-Mov TO WS-Lote-Ult-Seq
                       IF Lote-Com-Controle
                           COMPUTE WS-Lote-Delta =
                               SaldoNovoMov - SaldoAnteriorMov
                           IF WS-Lote-Delta > ZEROS
                               PERFORM 705-NOVO-LOTE
                           END-IF
                           IF WS-Lote-Delta < ZEROS
                               COMPUTE WS-Lote-Retirada =
                                   ZEROS - WS-Lote-Delta
                               MOVE WS-Lote-Qtd TO WS-Lote-Idx
                               PERFORM 706-CONSOME-LOTE
                                   UNTIL WS-Lote-Retirada = ZEROS
                                   OR WS-Lote-Idx = ZEROS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       705-NOVO-LOTE.
      *-Credito abre lote; deposito dos dias 29, 30 e 31 conta como
      *-feito no dia 1 do mes seguinte. Com a tabela cheia, o
      *-credito soma no lote mais novo.
           IF WS-Lote-Qtd < 300
               ADD 1 TO WS-Lote-Qtd
               MOVE WS-Lote-Qtd TO WS-Lote-Idx
               MOVE NumSeq-Mov TO WS-Lt-Seq(WS-Lote-Idx)
               COMPUTE WS-Lt-Deposito(WS-Lote-Idx) =
                   AnoMov * 10000 + MesMov * 100 + DiaMov
               MOVE WS-Lote-Delta TO WS-Lt-Valor(WS-Lote-Idx)
               MOVE WS-Lote-Delta TO WS-Lt-Saldo(WS-Lote-Idx)
               MOVE 'N' TO WS-Lt-Situacao(WS-Lote-Idx)
               IF DiaMov > 28
                   MOVE 1 TO WS-Lt-Dia(WS-Lote-Idx)
                   MOVE AnoMov TO WS-Lote-Prox-Ano
                   COMPUTE WS-Lote-Prox-Mes = MesMov + 1
                   IF WS-Lote-Prox-Mes > 12
                       MOVE 1 TO WS-Lote-Prox-Mes
                       ADD 1 TO WS-Lote-Prox-Ano
                   END-IF
                   MOVE 1 TO WS-Lote-Prox-Dia
                   MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx)
               ELSE
                   MOVE DiaMov TO WS-Lt-Dia(WS-Lote-Idx)
                   MOVE WS-Lt-Deposito(WS-Lote-Idx)
                       TO WS-Lt-Ciclo(WS-Lote-Idx)
               END-IF
           ELSE
               ADD WS-Lote-Delta TO WS-Lt-Valor(WS-Lote-Qtd)
               ADD WS-Lote-Delta TO WS-Lt-Saldo(WS-Lote-Qtd)
           END-IF.

       706-CONSOME-LOTE.
      *-Debito sai do lote mais novo para o mais antigo.
           IF WS-Lt-Saldo(WS-Lote-Idx) > WS-Lote-Retirada
               SUBTRACT WS-Lote-Retirada FROM WS-Lt-Saldo(WS-Lote-Idx)
               MOVE ZEROS TO WS-Lote-Retirada
           ELSE
               SUBTRACT WS-Lt-Saldo(WS-Lote-Idx) FROM WS-Lote-Retirada
               MOVE ZEROS TO WS-Lt-Saldo(WS-Lote-Idx)
           END-IF.
           SUBTRACT 1 FROM WS-Lote-Idx.

       707-LOTE-DE-ABERTURA.
      *-Primeira passada da conta: o saldo existente vira um lote
      *-com aniversario no dia da abertura (29 a 31 contam como dia
      *-1) e o ciclo corrente iniciado no ultimo aniversario.
           ADD 1 TO WS-Lote-Qtd.
           MOVE WS-Lote-Qtd TO WS-Lote-Idx.
           MOVE WS-Lote-Ult-Seq TO WS-Lt-Seq(WS-Lote-Idx).
           COMPUTE WS-Lt-Deposito(WS-Lote-Idx) = AnoAberturaC * 10000
               + MesAberturaC * 100 + DiaAberturaC.
           MOVE SaldoC TO WS-Lt-Valor(WS-Lote-Idx).
           MOVE SaldoC TO WS-Lt-Saldo(WS-Lote-Idx).
           MOVE 'N' TO WS-Lt-Situacao(WS-Lote-Idx).
           IF DiaAberturaC > 28 OR DiaAberturaC = ZEROS
               MOVE 1 TO WS-Lt-Dia(WS-Lote-Idx)
           ELSE
               MOVE DiaAberturaC TO WS-Lt-Dia(WS-Lote-Idx)
           END-IF.
           MOVE ANO TO WS-Lote-Prox-Ano.
           MOVE MES TO WS-Lote-Prox-Mes.
           MOVE WS-Lt-Dia(WS-Lote-Idx) TO WS-Lote-Prox-Dia.
           IF DIA < WS-Lt-Dia(WS-Lote-Idx)
               IF WS-Lote-Prox-Mes = 1
                   MOVE 12 TO WS-Lote-Prox-Mes
                   SUBTRACT 1 FROM WS-Lote-Prox-Ano
               ELSE
                   SUBTRACT 1 FROM WS-Lote-Prox-Mes
               END-IF
           END-IF.
           MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx).

       708-ANIVERSARIO-LOTE.
           MOVE ZEROS TO WS-Lt-Rend(WS-Lote-Idx).
           IF WS-Lt-Saldo(WS-Lote-Idx) > ZEROS
               PERFORM 710-PROXIMO-ANIVERSARIO
               PERFORM 709-CREDITA-CICLO
                   UNTIL WS-Lote-Prox > WS-Lote-Hoje
           END-IF.

       709-CREDITA-CICLO.
      *-Ciclo completo: rende o que sobrou no lote (o retirado antes
      *-do aniversario ja saiu dele); ciclos vencidos em noites sem
      *-processamento rendem um a um.
           IF Conta-Ativa
               COMPUTE WS-Juros ROUNDED =
                   WS-Lt-Saldo(WS-Lote-Idx) * WS-Taxa-Aplicada
               ADD WS-Juros TO WS-Lt-Rend(WS-Lote-Idx)
               ADD WS-Juros TO WS-Lt-Saldo(WS-Lote-Idx)
               ADD WS-Juros TO WS-Lote-Rend-Conta
           END-IF.
           MOVE WS-Lote-Prox TO WS-Lt-Ciclo(WS-Lote-Idx).
           PERFORM 710-PROXIMO-ANIVERSARIO.

       710-PROXIMO-ANIVERSARIO.
      *-O aniversario seguinte e o dia do lote no mes seguinte ao
      *-inicio do ciclo (dia sempre ate 28).
           MOVE WS-Lt-Ciclo(WS-Lote-Idx) TO WS-Lote-Prox.
           ADD 1 TO WS-Lote-Prox-Mes.
           IF WS-Lote-Prox-Mes > 12
               MOVE 1 TO WS-Lote-Prox-Mes
               ADD 1 TO WS-Lote-Prox-Ano
           END-IF.
           MOVE WS-Lt-Dia(WS-Lote-Idx) TO WS-Lote-Prox-Dia.

       711-CREDITA-ANIVERSARIOS.
      *-O rendimento de todos os lotes do dia entra de uma vez no
      *-saldo; no ledger sai um "JU" por lote, para a caderneta
      *-mostrar cada aniversario. Sem a conta regravada, os lotes
      *-ficam como estavam e o ciclo e refeito na proxima passada.
           MOVE SaldoC TO SaldoC-Antes.
           ADD WS-Lote-Rend-Conta TO SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
                   MOVE SaldoC-Antes TO SaldoC
                   MOVE 'N' TO WS-Lote-Grava
               NOT INVALID KEY
                   MOVE SaldoC-Antes TO WS-Lote-Saldo-Lanc
                   PERFORM 712-LANCA-ANIVERSARIO
                       VARYING WS-Lote-Idx FROM 1 BY 1
                       UNTIL WS-Lote-Idx > WS-Lote-Qtd
                   ADD 1 TO WS-Contador-Juros
                   ADD WS-Lote-Rend-Conta TO WS-Total-Juros
           END-REWRITE.

       712-LANCA-ANIVERSARIO.
           IF WS-Lt-Rend(WS-Lote-Idx) > ZEROS
               MOVE WS-Lt-Deposito(WS-Lote-Idx) TO WS-Lote-Data
               MOVE "J" TO WS-Lanc-Origem
               MOVE "JU" TO WS-Lanc-Tipo
               MOVE SPACES TO WS-Lanc-Desc
               STRING "RENDIMENTO ANIV DEP " WS-Lote-Data-Dia "/"
                   WS-Lote-Data-Mes "/" WS-Lote-Data-Ano
                   DELIMITED BY SIZE INTO WS-Lanc-Desc
               MOVE WS-Lote-Saldo-Lanc TO WS-Lanc-Saldo-Ant
               ADD WS-Lt-Rend(WS-Lote-Idx) TO WS-Lote-Saldo-Lanc
               MOVE WS-Lote-Saldo-Lanc TO WS-Lanc-Saldo-Novo
               PERFORM 80-GRAVA-MOVIMENTO
      *-O proprio "JU" ja esta no lote: a marca passa por cima dele.
               MOVE NumSeq-Mov TO WS-Lote-Ult-Seq
               ADD 1 TO WS-Lotes-Aniversario
           END-IF.

       713-GRAVA-LOTES.
           PERFORM 714-GRAVA-LOTE
               VARYING WS-Lote-Idx FROM 1 BY 1
               UNTIL WS-Lote-Idx > WS-Lote-Qtd.
           MOVE CodC TO CodC-Lote.
           SET Lote-Controle TO TRUE.
           MOVE SPACES TO DadosLote.
           MOVE WS-Lote-Ult-Seq TO UltSeqLote.
           IF Lote-Com-Controle
               REWRITE REG-POUPLOTE
                   INVALID KEY
                       DISPLAY "ERRO NO CONTROLE DE LOTES " CodC
               END-REWRITE
           ELSE
               WRITE REG-POUPLOTE
                   INVALID KEY
                       DISPLAY "ERRO NO CONTROLE DE LOTES " CodC
               END-WRITE
           END-IF.

       714-GRAVA-LOTE.
           MOVE CodC TO CodC-Lote.
           MOVE WS-Lt-Seq(WS-Lote-Idx) TO SeqLote.
           IF WS-Lt-Saldo(WS-Lote-Idx) > ZEROS
               MOVE WS-Lt-Dia(WS-Lote-Idx) TO DiaAnivLote
               MOVE WS-Lt-Deposito(WS-Lote-Idx) TO DataDepositoLote
               MOVE WS-Lt-Valor(WS-Lote-Idx) TO ValorOrigLote
               MOVE WS-Lt-Saldo(WS-Lote-Idx) TO SaldoLote
               MOVE WS-Lt-Ciclo(WS-Lote-Idx) TO DataCicloLote
               IF WS-Lt-Situacao(WS-Lote-Idx) = 'L'
                   REWRITE REG-POUPLOTE
                       INVALID KEY
                           DISPLAY "ERRO NO LOTE " CodC "/" SeqLote
                   END-REWRITE
               ELSE
                   WRITE REG-POUPLOTE
                       INVALID KEY
                           DISPLAY "ERRO NO LOTE " CodC "/" SeqLote
                   END-WRITE
               END-IF
           ELSE
               IF WS-Lt-Situacao(WS-Lote-Idx) = 'L'
                   DELETE POUPLOTE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *-Gravacao no ledger, comum a todas as etapas.
      *-----------------------------------------------------------
       80-GRAVA-MOVIMENTO.
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
           MOVE WS-Lanc-Saldo-Ant TO SaldoAnteriorMov.
           MOVE WS-Lanc-Saldo-Novo TO SaldoNovoMov.
           MOVE WS-Lanc-Origem TO OrigemMov.
           MOVE WS-Lanc-Tipo TO TipoMov.
           COMPUTE ValorMov = WS-Lanc-Saldo-Novo - WS-Lanc-Saldo-Ant.
           MOVE WS-Lanc-Desc TO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 81-TENTA-GRAVAR UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       81-TENTA-GRAVAR.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

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

       03-RESUMO.
           MOVE SPACES TO LINHA-IOF.
           WRITE LINHA-IOF.
           MOVE WS-Total-Acumulado TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-IOF.
           STRING "ACUMULADO HOJE: " WS-Valor-Edt
               " EM " WS-Contas-Acumuladas " CONTAS"
               DELIMITED BY SIZE INTO LINHA-IOF.
           WRITE LINHA-IOF.
           IF Hoje-Fim-De-Mes
               MOVE WS-Total-Lancado TO WS-Valor-Edt
               MOVE SPACES TO LINHA-IOF
               STRING "LANCADO NO MES (RECOLHIMENTO): " WS-Valor-Edt
                   " EM " WS-Contas-Lancadas " CONTAS"
                   DELIMITED BY SIZE INTO LINHA-IOF
               WRITE LINHA-IOF
           END-IF.
           MOVE SPACES TO LINHA-NEG.
           WRITE LINHA-NEG.
           MOVE SPACES TO LINHA-NEG.
           STRING "NEGATIVAS: " WS-Negativas
               "  AVISADAS: " WS-Avisadas
               "  BLOQUEADAS: " WS-Bloqueadas
               DELIMITED BY SIZE INTO LINHA-NEG.
           WRITE LINHA-NEG.
           IF Hoje-Fim-De-Mes
               MOVE SPACES TO LINHA-DOR
               WRITE LINHA-DOR
               MOVE WS-Total-Recolhido TO WS-Recolhido-Edt
               MOVE SPACES TO LINHA-DOR
               STRING "AVISOS: " WS-Avisos
                   "  RECOLHIDAS: " WS-Recolhidas
                   "  TOTAL: " WS-Recolhido-Edt
                   DELIMITED BY SIZE INTO LINHA-DOR
               WRITE LINHA-DOR
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2PASSOCONTAS - PASSADA UNICA NAS CONTAS".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  CONTAS LIDAS: " WS-Lidas.
           DISPLAY "  JUROS - CONTAS CREDITADAS: " WS-Contador-Juros.
           DISPLAY "  JUROS - TOTAL CREDITADO: " WS-Total-Juros.
           DISPLAY "  JUROS - IR RETIDO: " WS-Total-IR.
           DISPLAY "  POUPANCA - LOTES NO ANIVERSARIO: "
               WS-Lotes-Aniversario.
           DISPLAY "  CHEQUE ESPECIAL - CONTAS: " WS-Contador-CE.
           DISPLAY "  CHEQUE ESPECIAL - TOTAL: " WS-Total-Juros-CE.
           DISPLAY "  IOF - CONTAS COM ACUMULO HOJE: "
               WS-Contas-Acumuladas.
           DISPLAY "  IOF - ACUMULADO HOJE: " WS-Total-Acumulado.
           DISPLAY "  IOF - LANCADO (FIM DE MES): " WS-Total-Lancado.
           DISPLAY "  TARIFA - CONTAS TARIFADAS: " WS-Contador-Tarifa.
           DISPLAY "  TARIFA - TOTAL COBRADO: " WS-Total-Tarifa.
           DISPLAY "  NEGATIVO - CONTAS: " WS-Negativas
               " AVISADAS: " WS-Avisadas
               " BLOQUEADAS: " WS-Bloqueadas.
           IF Hoje-Fim-De-Mes
               DISPLAY "  DORMENCIA - AVISOS: " WS-Avisos
                   " RECOLHIDAS: " WS-Recolhidas
               DISPLAY "  DORMENCIA - TOTAL RECOLHIDO: "
                   WS-Total-Recolhido
           END-IF.
           DISPLAY "  RELATORIOS EM IOF.LST, NEGATIVOS.LST"
               " (E DORMENC.LST NO FIM DO MES)".
           DISPLAY "==================================================".

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
