       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2FaturaLoja.
      *-----------------------------------------------------------
      *-Fatura mensal do cartao da loja, no lugar do debito avulso
      *-de cada compra/parcela do crediario. Cada conta com cartao
      *-(CARTLOJA.DAT) tem dia de fechamento e dia de vencimento:
      *-  inscricao: conta com compra/parcela pendente e ainda sem
      *-  cartao ganha um, com o vencimento padrao FATVENC e o
      *-  fechamento FATDIAS dias antes (contas que ja compravam
      *-  no crediario antes do cartao);
      *-  fechamento: chegado o dia de fechamento do mes, as
      *-  parcelas pendentes (PARCELA.DAT) que vencem ate o
      *-  fechamento e as compras integrais pendentes
      *-  (PRODUTOS.DAT) feitas ate ele entram na fatura e sao
      *-  marcadas "F"; o saldo rotativo trazido da fatura anterior
      *-  entra com juros de FATJUROS por cento, e o pagamento
      *-  minimo e FATMINPC por cento do total, nunca abaixo de
      *-  FATMINVL (nem acima do total). A fatura vai para
      *-  FATURA.DAT e e impressa em FATURAS.LST;
      *-  vencimento: no dia util do vencimento a conta e debitada
      *-  uma unica vez - o total se o disponivel (saldo + limite
      *-  - bloqueios - float) cobre, senao o minimo, senao nada.
      *-  O que nao foi pago vai para o rotativo do cartao e entra
      *-  na fatura seguinte com juros.
      *-Parcela com boleto em aberto fica fora da fatura e segue
      *-pelo boleto. Roda na sequencia noturna antes do
      *-ProgramaP2DebitoCrediario, que nao debita mais os itens
      *-das contas com cartao.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CARTLOJA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Clj
       FILE STATUS ARQST-CLJ.

       SELECT FATURA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveFat
       FILE STATUS ARQST-FAT.

      *-Compras a credito lancadas pelo INDICE.
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

       SELECT ALERTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALE.

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

       SELECT FERIADOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FER.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

      *-Faturas impressas e resultado dos debitos de vencimento.
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
       FD  CARTLOJA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTLOJA
           VALUE OF FILE-ID IS "CARTLOJA.DAT".

           COPY CARTLOJA.

       FD  FATURA LABEL RECORD STANDARD
           DATA RECORD IS REG-FATURA
           VALUE OF FILE-ID IS "FATURA.DAT".

           COPY FATURA.

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
      *-Compra integral levada para a fatura do cartao da loja.
               88 Compra-Faturada VALUE "F".
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

       FD  ALERTA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALERTA
           VALUE OF FILE-ID IS "ALERTA.DAT".

           COPY ALERTA.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

       FD  FERIADOS LABEL RECORD STANDARD
           DATA RECORD IS REG-FERIADO
           VALUE OF FILE-ID IS "FERIADOS.DAT".

           COPY FERIADO.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "FATURAS.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CLJ pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-FAT pic X(2).
           01 ARQST-PROD pic X(2).
           01 ARQST-PAR pic X(2).
           01 ARQST-BOL pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-BLQ pic X(2).
           01 ARQST-FLT pic X(2).
           01 ARQST-FER pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
           01 WS-Bol-Aberto pic X value 'N'.

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
           01 WS-Hoje pic 9(8) value zeros.

      *-Regras do cartao (PARAMETROS.DAT): vencimento padrao das
      *-contas inscritas pelo lote, dias entre fechamento e
      *-vencimento, juros mensais do rotativo (por cento), minimo
      *-percentual e minimo em valor. SALDOMIN e o mesmo dos
      *-demais debitos, para o alerta de saldo baixo.
           01 WS-Fat-Venc pic 9(2) value 10.
           01 WS-Fat-Dias pic 9(2) value 10.
           01 WS-Fat-Juros pic 9(3)V99 value 12,00.
           01 WS-Fat-Min-Pc pic 9(3)V99 value 15,00.
           01 WS-Fat-Min-Vl pic 9(7)V99 value 20,00.
           01 WS-Saldo-Minimo pic S9(7)V99 value 100,00.

      *-Contas que fecham fatura nesta execucao: data de fechamento
      *-e de vencimento (AAAAMMDD) e o que o ciclo acumulou.
           01 WS-Fch-Tab.
               02 WS-Fch-Item occurs 500 times.
                   03 WS-Fch-CodC pic 9(6).
                   03 WS-Fch-Data pic 9(8).
                   03 WS-Fch-Venc pic 9(8).
                   03 WS-Fch-Compras pic 9(7)V99.
                   03 WS-Fch-Itens pic 9(4).
           01 WS-Fch-Qtd pic 9(3) value zeros.
           01 WS-Fch-Idx pic 9(3) value zeros.
           01 WS-Fch-Achado pic 9(3) value zeros.
           01 WS-Fch-Procura pic 9(6) value zeros.
           01 WS-Fch-Limite pic 9(8) value zeros.

      *-Itens das faturas fechadas nesta execucao, para a
      *-impressao; tabela cheia deixa o item pendente para o
      *-fechamento seguinte.
           01 WS-Item-Tab.
               02 WS-Item occurs 3000 times.
                   03 WS-It-Fch pic 9(3).
                   03 WS-It-Data pic 9(8).
                   03 WS-It-Desc pic X(30).
                   03 WS-It-Valor pic 9(6)V99.
           01 WS-Item-Qtd pic 9(4) value zeros.
           01 WS-Item-Idx pic 9(4) value zeros.
           01 WS-It-Data-Nova pic 9(8) value zeros.
           01 WS-It-Desc-Nova pic X(30) value spaces.
           01 WS-It-Valor-Novo pic 9(6)V99 value zeros.

           01 WS-Data-Item pic 9(8) value zeros.
           01 WS-Par-Com-Boleto pic X value 'N'.
           01 WS-Clj-Achou pic X value 'N'.

      *-Data de trabalho (fechamento/vencimento) e a sua edicao.
           01 WS-Data pic 9(8) value zeros.
           01 WS-Data-R REDEFINES WS-Data.
               02 WS-Data-Ano pic 9(4).
               02 WS-Data-Mes pic 9(2).
               02 WS-Data-Dia pic 9(2).
           01 WS-Base-Ano pic 9(4) value zeros.
           01 WS-Base-Mes pic 9(2) value zeros.

           01 WS-Juros pic 9(7)V99 value zeros.
           01 WS-Total pic 9(7)V99 value zeros.
           01 WS-Minimo pic 9(7)V99 value zeros.
           01 WS-Pago pic 9(7)V99 value zeros.
           01 WS-Disponivel pic S9(9)V99 value zeros.
           01 WS-Resultado pic X(12) value spaces.

           01 SaldoC-Antes pic S9(7)V99.
           01 WS-Alerta-Aberto pic X value 'N'.
               88 Tem-Alerta-Aberto value 'S'.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

           01 WS-Total-Bloqueado pic 9(9)V99 value zeros.
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Total-Float pic 9(9)V99 value zeros.
           01 WS-Tem-Float pic X value 'N'.
               88 Floatdep-Aberto value 'S'.

           COPY FERIADTAB.

           01 WS-Qtd-Inscritos pic 9(6) value zeros.
           01 WS-Qtd-Faturas pic 9(6) value zeros.
           01 WS-Qtd-Zeradas pic 9(6) value zeros.
           01 WS-Qtd-Pagas pic 9(6) value zeros.
           01 WS-Qtd-Minimo pic 9(6) value zeros.
           01 WS-Qtd-Nao-Pagas pic 9(6) value zeros.
           01 WS-Tot-Faturado pic 9(9)V99 value zeros.
           01 WS-Tot-Debitado pic 9(9)V99 value zeros.
           01 WS-Tot-Rotativo pic 9(9)V99 value zeros.

           01 WS-Valor-Edt pic Z(6)9,99.
           01 WS-Valor2-Edt pic Z(6)9,99.
           01 WS-Total-Edt pic Z(8)9,99.
           01 WS-Taxa-Edt pic ZZ9,99.

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
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 02-CARREGA-PARAMETROS.
           PERFORM 04-CARREGA-FERIADOS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 10-INSCREVE-CLIENTES.
           PERFORM 20-SELECIONA-FECHAMENTOS.
           IF WS-Fch-Qtd > ZEROS
               PERFORM 30-FATURA-PARCELAS
               PERFORM 35-FATURA-COMPRAS
               PERFORM 40-FECHA-FATURA VARYING WS-Fch-Idx FROM 1 BY 1
                   UNTIL WS-Fch-Idx > WS-Fch-Qtd
           END-IF.
           PERFORM 50-DEBITA-FATURAS.
           PERFORM 99-RESUMO.
           IF WS-Bol-Aberto = 'S'
               CLOSE BOLETO
           END-IF.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
           END-IF.
           IF Floatdep-Aberto
               CLOSE FLOATDEP
           END-IF.
           CLOSE CARTLOJA FATURA CC MOVIMENTO MOVSEQ ALERTA RELATORIO.
      *-GOBACK: chamado pelo ProgramaP2Noturno, devolve o controle
      *-para a sequencia seguir no passo seguinte.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CARTLOJA.
           IF ARQST-CLJ NOT = "00"
               CLOSE CARTLOJA
               OPEN OUTPUT CARTLOJA
               CLOSE CARTLOJA
               OPEN I-O CARTLOJA
           END-IF.
           OPEN I-O FATURA.
           IF ARQST-FAT NOT = "00"
               CLOSE FATURA
               OPEN OUTPUT FATURA
               CLOSE FATURA
               OPEN I-O FATURA
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
           OPEN EXTEND ALERTA.
           IF ARQST-ALE NOT = "00"
               CLOSE ALERTA
               OPEN OUTPUT ALERTA
           END-IF.
      *-Sem BOLETO.DAT nenhuma parcela tem boleto; sem BLOQJUD.DAT/
      *-FLOAT.DAT o disponivel e saldo + limite.
           OPEN INPUT BOLETO.
           IF ARQST-BOL = "00"
               MOVE 'S' TO WS-Bol-Aberto
           END-IF.
           OPEN INPUT BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Bloqjud
           END-IF.
           OPEN INPUT FLOATDEP.
           IF ARQST-FLT = "00"
               MOVE 'S' TO WS-Tem-Float
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "FATURAS DO CARTAO DA LOJA - " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-CARREGA-PARAMETROS.
      *-O ultimo registro de cada codigo com vigencia ja alcancada
      *-e o que vale; sem arquivo, ficam os defaults.
           MOVE WS-Hoje TO WS-Data-Hoje-Prm.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 03-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       03-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "FATVENC"
                               MOVE ValorParam TO WS-Fat-Venc
                           WHEN "FATDIAS"
                               MOVE ValorParam TO WS-Fat-Dias
                           WHEN "FATJUROS"
                               MOVE ValorParam TO WS-Fat-Juros
                           WHEN "FATMINPC"
                               MOVE ValorParam TO WS-Fat-Min-Pc
                           WHEN "FATMINVL"
                               MOVE ValorParam TO WS-Fat-Min-Vl
                           WHEN "SALDOMIN"
                               MOVE ValorParam TO WS-Saldo-Minimo
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       04-CARREGA-FERIADOS.
      *-Sem FERIADOS.DAT a tabela fica vazia e so o fim de semana
      *-rola o vencimento.
           MOVE ZEROS TO FER-QTD.
           OPEN INPUT FERIADOS.
           IF ARQST-FER = "00"
               PERFORM 05-LE-FERIADO UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       05-LE-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FER
               NOT AT END
                   IF FER-QTD < 200
                       ADD 1 TO FER-QTD
                       COMPUTE FER-DATA(FER-QTD) =
                           AnoFeriado * 10000 + MesFeriado * 100
                           + DiaFeriado
                   END-IF
           END-READ.

       06-AJUSTA-DIA-UTIL.
      *-Rola WS-Util-Data para o dia util seguinte enquanto cair em
      *-sabado, domingo ou feriado da tabela (regra unica de todos
      *-os batches de vencimento).
           MOVE 'S' TO WS-Util-Rolar.
           PERFORM 07-ROLA-UM-DIA UNTIL WS-Util-Rolar = 'N'.

       07-ROLA-UM-DIA.
           MOVE 'N' TO WS-Util-Rolar.
           COMPUTE WS-Util-Int = FUNCTION INTEGER-OF-DATE
               (WS-Util-Data).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 07-COMPARA-FERIADO VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.
           IF WS-Util-Rolar = 'S'
               ADD 1 TO WS-Util-Int
               COMPUTE WS-Util-Data =
                   FUNCTION DATE-OF-INTEGER(WS-Util-Int)
           END-IF.

       07-COMPARA-FERIADO.
           IF FER-DATA(WS-Util-Idx) = WS-Util-Data
               MOVE 'S' TO WS-Util-Rolar
           END-IF.

      *-----------------------------------------------------------
      *-Inscricao: toda conta com compra ou parcela pendente passa
      *-a ter cartao (as novas ja chegam inscritas pelo INDICE).
      *-----------------------------------------------------------
       10-INSCREVE-CLIENTES.
           MOVE "00" TO ARQST-PROD.
           OPEN INPUT PRODUTOS.
           IF ARQST-PROD = "00"
               PERFORM 11-INSCREVE-COMPRA UNTIL ARQST-PROD = "10"
               CLOSE PRODUTOS
           END-IF.
           MOVE "00" TO ARQST-PAR.
           OPEN INPUT PARCELA.
           IF ARQST-PAR = "00"
               PERFORM 12-INSCREVE-PARCELA UNTIL ARQST-PAR = "10"
               CLOSE PARCELA
           END-IF.

       11-INSCREVE-COMPRA.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PROD
               NOT AT END
                   IF Compra-Pendente AND CODC-P > ZEROS
                       MOVE CODC-P TO CodC-Clj
                       PERFORM 13-INSCREVE-CONTA
                   END-IF
           END-READ.

       12-INSCREVE-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAR
               NOT AT END
                   IF Parcela-Pendente AND CodC-Par > ZEROS
                       MOVE CodC-Par TO CodC-Clj
                       PERFORM 13-INSCREVE-CONTA
                   END-IF
           END-READ.

       13-INSCREVE-CONTA.
      *-Sem fechamento anterior (zeros): a conta fecha a primeira
      *-fatura no proximo dia de fechamento alcancado, levando
      *-tudo o que ja estava pendente.
           READ CARTLOJA
               INVALID KEY
                   MOVE WS-Fat-Venc TO DiaVencimentoClj
                   PERFORM 14-CALCULA-FECHAMENTO
                   MOVE ZEROS TO SaldoRotativoClj
                   MOVE ZEROS TO DataUltFechamentoClj
                   MOVE ANO TO AnoInscricaoClj
                   MOVE MES TO MesInscricaoClj
                   MOVE DIA TO DiaInscricaoClj
                   MOVE 'A' TO StatusClj
                   WRITE REG-CARTLOJA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-Qtd-Inscritos
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       14-CALCULA-FECHAMENTO.
      *-Fechamento FATDIAS dias antes do vencimento, no mesmo mes
      *-ou no anterior (contado como mes de 30 dias), limitado ao
      *-dia 28 para todo mes ter o dia.
           IF DiaVencimentoClj > WS-Fat-Dias
               COMPUTE DiaFechamentoClj =
                   DiaVencimentoClj - WS-Fat-Dias
           ELSE
               COMPUTE DiaFechamentoClj =
                   DiaVencimentoClj + 30 - WS-Fat-Dias
           END-IF.
           IF DiaFechamentoClj > 28 OR DiaFechamentoClj = ZEROS
               MOVE 28 TO DiaFechamentoClj
           END-IF.

      *-----------------------------------------------------------
      *-Fechamento: contas cujo dia de fechamento deste mes ja
      *-chegou e ainda nao fecharam neste ciclo.
      *-----------------------------------------------------------
       20-SELECIONA-FECHAMENTOS.
           MOVE ZEROS TO WS-Fch-Qtd.
           MOVE ZEROS TO CodC-Clj.
           START CARTLOJA KEY IS NOT LESS THAN CodC-Clj
               INVALID KEY
                   MOVE "10" TO ARQST-CLJ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CLJ
           END-START.
           PERFORM 21-LE-CARTAO UNTIL ARQST-CLJ = "10".

       21-LE-CARTAO.
           READ CARTLOJA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CLJ
               NOT AT END
                   COMPUTE WS-Data = ANO * 10000 + MES * 100
                       + DiaFechamentoClj
                   IF Cartao-Ativo AND WS-Data <= WS-Hoje
                       AND WS-Data > DataUltFechamentoClj
                       AND WS-Fch-Qtd < 500
                       ADD 1 TO WS-Fch-Qtd
                       MOVE CodC-Clj TO WS-Fch-CodC(WS-Fch-Qtd)
                       MOVE WS-Data TO WS-Fch-Data(WS-Fch-Qtd)
                       PERFORM 22-CALCULA-VENCIMENTO
                       MOVE WS-Data TO WS-Fch-Venc(WS-Fch-Qtd)
                       MOVE ZEROS TO WS-Fch-Compras(WS-Fch-Qtd)
                       MOVE ZEROS TO WS-Fch-Itens(WS-Fch-Qtd)
                   END-IF
           END-READ.

       22-CALCULA-VENCIMENTO.
      *-Vencimento depois do fechamento: no mesmo mes quando o dia
      *-de vencimento vem depois do de fechamento, senao no mes
      *-seguinte.
           MOVE ANO TO WS-Base-Ano.
           MOVE MES TO WS-Base-Mes.
           IF DiaVencimentoClj <= DiaFechamentoClj
               ADD 1 TO WS-Base-Mes
               IF WS-Base-Mes > 12
                   MOVE 1 TO WS-Base-Mes
                   ADD 1 TO WS-Base-Ano
               END-IF
           END-IF.
           COMPUTE WS-Data = WS-Base-Ano * 10000 + WS-Base-Mes * 100
               + DiaVencimentoClj.

       30-FATURA-PARCELAS.
      *-Parcelas pendentes com vencimento ate o fechamento da conta
      *-entram na fatura; as que tem boleto em aberto seguem pelo
      *-boleto.
           MOVE "00" TO ARQST-PAR.
           OPEN I-O PARCELA.
           IF ARQST-PAR = "00"
               PERFORM 31-LE-PARCELA UNTIL ARQST-PAR = "10"
               CLOSE PARCELA
           END-IF.

       31-LE-PARCELA.
           READ PARCELA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PAR
               NOT AT END
                   IF Parcela-Pendente
                       MOVE CodC-Par TO WS-Fch-Procura
                       PERFORM 37-PROCURA-FECHAMENTO
                       COMPUTE WS-Data-Item = AnoVencimento-Par * 10000
                           + MesVencimento-Par * 100 + DiaVencimento-Par
                       IF WS-Fch-Achado > ZEROS
                           AND WS-Data-Item <= WS-Fch-Limite
                           AND WS-Item-Qtd < 3000
                           PERFORM 32-VE-BOLETO
                           IF WS-Par-Com-Boleto = 'N'
                               MOVE WS-Data-Item TO WS-It-Data-Nova
                               MOVE SPACES TO WS-It-Desc-Nova
                               STRING "PARCELA " NumParcela-Par "/"
                                   TotParcelas-Par " COMPRA "
                                   CodigoProduto-Par
                                   DELIMITED BY SIZE
                                   INTO WS-It-Desc-Nova
                               MOVE ValorParcela-Par TO WS-It-Valor-Novo
                               PERFORM 39-GUARDA-ITEM
                               MOVE "F" TO StatusParcela-Par
                               MOVE WS-Fch-Data(WS-Fch-Achado)
                                   TO DataDebito-Par
                               REWRITE REG-PARCELA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       32-VE-BOLETO.
           MOVE 'N' TO WS-Par-Com-Boleto.
           IF WS-Bol-Aberto = 'S'
               MOVE CodC-Par TO CodC-Bol
               START BOLETO KEY IS = CodC-Bol
                   INVALID KEY
                       MOVE "10" TO ARQST-BOL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BOL
               END-START
               PERFORM 33-VARRE-BOLETO UNTIL ARQST-BOL = "10"
           END-IF.

       33-VARRE-BOLETO.
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

       35-FATURA-COMPRAS.
      *-Compras integrais (nao parceladas) pendentes feitas ate o
      *-fechamento da conta.
           MOVE "00" TO ARQST-PROD.
           OPEN I-O PRODUTOS.
           IF ARQST-PROD = "00"
               PERFORM 36-LE-COMPRA UNTIL ARQST-PROD = "10"
               CLOSE PRODUTOS
           END-IF.

       36-LE-COMPRA.
           READ PRODUTOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PROD
               NOT AT END
                   IF Compra-Pendente AND CODC-P > ZEROS
                       AND NOT (PARCELAS-P NUMERIC AND PARCELAS-P > 1)
                       MOVE CODC-P TO WS-Fch-Procura
                       PERFORM 37-PROCURA-FECHAMENTO
                       COMPUTE WS-Data-Item = AnoCompra-P * 10000
                           + MesCompra-P * 100 + DiaCompra-P
                       IF WS-Fch-Achado > ZEROS
                           AND WS-Data-Item <= WS-Fch-Limite
                           AND WS-Item-Qtd < 3000
                           MOVE WS-Data-Item TO WS-It-Data-Nova
                           MOVE NOME-P TO WS-It-Desc-Nova
                           MOVE TOTAL-P TO WS-It-Valor-Novo
                           PERFORM 39-GUARDA-ITEM
                           MOVE "F" TO STATUS-P
                           REWRITE REG-PROD
                       END-IF
                   END-IF
           END-READ.

       37-PROCURA-FECHAMENTO.
           MOVE ZEROS TO WS-Fch-Achado.
           PERFORM 38-COMPARA-FECHAMENTO VARYING WS-Fch-Idx FROM 1 BY 1
               UNTIL WS-Fch-Idx > WS-Fch-Qtd OR WS-Fch-Achado > ZEROS.
           IF WS-Fch-Achado > ZEROS
               MOVE WS-Fch-Data(WS-Fch-Achado) TO WS-Fch-Limite
           ELSE
               MOVE ZEROS TO WS-Fch-Limite
           END-IF.

       38-COMPARA-FECHAMENTO.
           IF WS-Fch-CodC(WS-Fch-Idx) = WS-Fch-Procura
               MOVE WS-Fch-Idx TO WS-Fch-Achado
           END-IF.

       39-GUARDA-ITEM.
           ADD 1 TO WS-Item-Qtd.
           MOVE WS-Fch-Achado TO WS-It-Fch(WS-Item-Qtd).
           MOVE WS-It-Data-Nova TO WS-It-Data(WS-Item-Qtd).
           MOVE WS-It-Desc-Nova TO WS-It-Desc(WS-Item-Qtd).
           MOVE WS-It-Valor-Novo TO WS-It-Valor(WS-Item-Qtd).
           ADD WS-It-Valor-Novo TO WS-Fch-Compras(WS-Fch-Achado).
           ADD 1 TO WS-Fch-Itens(WS-Fch-Achado).

       40-FECHA-FATURA.
      *-Rotativo + juros + compras do ciclo; ciclo sem nada a pagar
      *-so avanca o fechamento, sem fatura.
           MOVE WS-Fch-CodC(WS-Fch-Idx) TO CodC-Clj.
           READ CARTLOJA
               INVALID KEY
                   MOVE "23" TO ARQST-CLJ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CLJ
           END-READ.
           IF ARQST-CLJ = "00"
               COMPUTE WS-Juros ROUNDED =
                   SaldoRotativoClj * WS-Fat-Juros / 100
               COMPUTE WS-Total = SaldoRotativoClj + WS-Juros
                   + WS-Fch-Compras(WS-Fch-Idx)
               IF WS-Total > ZEROS
                   PERFORM 41-GRAVA-FATURA
               ELSE
                   ADD 1 TO WS-Qtd-Zeradas
               END-IF
               MOVE ZEROS TO SaldoRotativoClj
               MOVE WS-Fch-Data(WS-Fch-Idx) TO DataUltFechamentoClj
               REWRITE REG-CARTLOJA
           END-IF.

       41-GRAVA-FATURA.
           COMPUTE WS-Minimo ROUNDED = WS-Total * WS-Fat-Min-Pc / 100.
           IF WS-Minimo < WS-Fat-Min-Vl
               MOVE WS-Fat-Min-Vl TO WS-Minimo
           END-IF.
           IF WS-Minimo > WS-Total
               MOVE WS-Total TO WS-Minimo
           END-IF.
           MOVE CodC-Clj TO CodC-Fat.
           MOVE WS-Fch-Data(WS-Fch-Idx) TO WS-Data.
           COMPUTE AnoMesFat = WS-Data-Ano * 100 + WS-Data-Mes.
           MOVE WS-Fch-Data(WS-Fch-Idx) TO DataFechamentoFat.
           MOVE WS-Fch-Venc(WS-Fch-Idx) TO DataVencimentoFat.
           MOVE SaldoRotativoClj TO SaldoAnteriorFat.
           MOVE WS-Juros TO JurosRotativoFat.
           MOVE WS-Fch-Compras(WS-Fch-Idx) TO ComprasFat.
           MOVE WS-Total TO TotalFat.
           MOVE WS-Minimo TO MinimoFat.
           MOVE ZEROS TO PagoFat DataPagamentoFat.
           MOVE WS-Fch-Itens(WS-Fch-Idx) TO ItensFat.
           MOVE 'A' TO StatusFat.
           WRITE REG-FATURA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-Qtd-Faturas
                   ADD WS-Total TO WS-Tot-Faturado
                   PERFORM 42-IMPRIME-FATURA
           END-WRITE.

       42-IMPRIME-FATURA.
           MOVE CodC-Fat TO CodC.
           READ CC
               INVALID KEY
                   MOVE SPACES TO NomeC
           END-READ.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ALL "-" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Fch-Data(WS-Fch-Idx) TO WS-Data.
           MOVE SPACES TO LINHA-REL.
           STRING "FATURA DO CARTAO DA LOJA  CONTA " CodC-Fat
               "  FECHAMENTO " WS-Data-Dia "/" WS-Data-Mes "/"
               WS-Data-Ano
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CLIENTE: " NomeC
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Fch-Venc(WS-Fch-Idx) TO WS-Data.
           MOVE SPACES TO LINHA-REL.
           STRING "VENCIMENTO: " WS-Data-Dia "/" WS-Data-Mes "/"
               WS-Data-Ano " (DEBITO EM CONTA)"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DATA        DESCRICAO                            VALOR"
               TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 43-IMPRIME-ITEM VARYING WS-Item-Idx FROM 1 BY 1
               UNTIL WS-Item-Idx > WS-Item-Qtd.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SaldoAnteriorFat TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "SALDO ANTERIOR (ROTATIVO)             " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE JurosRotativoFat TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           MOVE WS-Fat-Juros TO WS-Taxa-Edt.
           STRING "JUROS DO ROTATIVO (" WS-Taxa-Edt "% AO MES)    "
               WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ComprasFat TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "COMPRAS E PARCELAS DO CICLO           " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE TotalFat TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL DA FATURA                       " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE MinimoFat TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "PAGAMENTO MINIMO                      " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       43-IMPRIME-ITEM.
           IF WS-It-Fch(WS-Item-Idx) = WS-Fch-Idx
               MOVE WS-It-Data(WS-Item-Idx) TO WS-Data
               MOVE WS-It-Valor(WS-Item-Idx) TO WS-Valor-Edt
               MOVE SPACES TO LINHA-REL
               STRING WS-Data-Dia "/" WS-Data-Mes "/" WS-Data-Ano
                   "  " WS-It-Desc(WS-Item-Idx) "  " WS-Valor-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

      *-----------------------------------------------------------
      *-Vencimento: debito unico das faturas abertas que vencem
      *-(rolado para dia util) ate hoje.
      *-----------------------------------------------------------
       50-DEBITA-FATURAS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ALL "=" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "DEBITOS DE FATURA NO VENCIMENTO" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONTA   MES      RESULTADO         TOTAL    DEBITADO"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO ChaveFat.
           START FATURA KEY IS NOT LESS THAN ChaveFat
               INVALID KEY
                   MOVE "10" TO ARQST-FAT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-FAT
           END-START.
           PERFORM 51-LE-FATURA UNTIL ARQST-FAT = "10".

       51-LE-FATURA.
           READ FATURA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FAT
               NOT AT END
                   IF Fatura-Aberta
                       MOVE DataVencimentoFat TO WS-Util-Data
                       PERFORM 06-AJUSTA-DIA-UTIL
                       IF WS-Util-Data <= WS-Hoje
                           PERFORM 52-DEBITA-FATURA
                       END-IF
                   END-IF
           END-READ.

       52-DEBITA-FATURA.
      *-Total se o disponivel cobre, senao o minimo; conta
      *-inexistente ou inativa nao paga nada.
           MOVE ZEROS TO WS-Pago.
           MOVE CodC-Fat TO CodC.
           READ CC
               INVALID KEY
                   MOVE "23" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-READ.
           IF ARQST-CC = "00" AND Conta-Ativa
               PERFORM 70-APURA-BLOQUEIOS
               COMPUTE WS-Disponivel = SaldoC + LimiteChequeEspecialC
                   - WS-Total-Bloqueado - WS-Total-Float
               IF WS-Disponivel >= TotalFat
                   MOVE TotalFat TO WS-Pago
               ELSE
                   IF WS-Disponivel >= MinimoFat
                       MOVE MinimoFat TO WS-Pago
                   END-IF
               END-IF
           END-IF.
           IF WS-Pago > ZEROS
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Pago FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       MOVE ZEROS TO WS-Pago
                   NOT INVALID KEY
                       PERFORM 53-GRAVA-MOVIMENTO
                       IF SaldoC < WS-Saldo-Minimo
                           PERFORM 60-GRAVA-ALERTA-SALDO
                               THRU 60-GRAVA-ALERTA-SALDO-FIM
                       END-IF
               END-REWRITE
           END-IF.
           PERFORM 55-REGISTRA-DEBITO.

       53-GRAVA-MOVIMENTO.
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
           MOVE "C" TO OrigemMov.
           MOVE "CR" TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE SPACES TO DescricaoMov.
           IF WS-Pago < TotalFat
               STRING "FATURA LOJA " MesFechamentoFat "/"
                   AnoFechamentoFat " MINIMO"
                   DELIMITED BY SIZE INTO DescricaoMov
           ELSE
               STRING "FATURA LOJA " MesFechamentoFat "/"
                   AnoFechamentoFat
                   DELIMITED BY SIZE INTO DescricaoMov
           END-IF.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 54-TENTA-GRAVAR UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       54-TENTA-GRAVAR.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       55-REGISTRA-DEBITO.
      *-O que nao foi pago vai para o rotativo do cartao.
           MOVE WS-Pago TO PagoFat.
           MOVE ANO TO AnoPagamentoFat.
           MOVE MES TO MesPagamentoFat.
           MOVE DIA TO DiaPagamentoFat.
           EVALUATE TRUE
               WHEN WS-Pago = TotalFat
                   MOVE 'P' TO StatusFat
                   MOVE "PAGA" TO WS-Resultado
                   ADD 1 TO WS-Qtd-Pagas
               WHEN WS-Pago > ZEROS
                   MOVE 'R' TO StatusFat
                   MOVE "MINIMO" TO WS-Resultado
                   ADD 1 TO WS-Qtd-Minimo
               WHEN OTHER
                   MOVE 'N' TO StatusFat
                   MOVE "NAO PAGA" TO WS-Resultado
                   ADD 1 TO WS-Qtd-Nao-Pagas
           END-EVALUATE.
           REWRITE REG-FATURA.
           ADD WS-Pago TO WS-Tot-Debitado.
           IF WS-Pago < TotalFat
               MOVE CodC-Fat TO CodC-Clj
               READ CARTLOJA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE SaldoRotativoClj = SaldoRotativoClj
                           + TotalFat - WS-Pago
                       REWRITE REG-CARTLOJA
               END-READ
               COMPUTE WS-Tot-Rotativo = WS-Tot-Rotativo
                   + TotalFat - WS-Pago
           END-IF.
           MOVE TotalFat TO WS-Valor-Edt.
           MOVE WS-Pago TO WS-Valor2-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING CodC-Fat "  " MesFechamentoFat "/" AnoFechamentoFat
               "  " WS-Resultado " " WS-Valor-Edt "  " WS-Valor2-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       60-GRAVA-ALERTA-SALDO.
           PERFORM 61-VERIFICA-ALERTA-ABERTO.
           IF Tem-Alerta-Aberto
               GO TO 60-GRAVA-ALERTA-SALDO-FIM
           END-IF.
           MOVE ANO TO AnoAlerta.
           MOVE MES TO MesAlerta.
           MOVE DIA TO DiaAlerta.
           COMPUTE HoraAlerta = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE CodC TO CodAlerta.
           MOVE SaldoC TO SaldoAlerta.
           IF SaldoC = ZEROS
               MOVE "Z" TO TipoAlerta
           ELSE
               MOVE "B" TO TipoAlerta
           END-IF.
           MOVE "N" TO StatusAlerta.
           MOVE SPACES TO OperadorAlerta.
           MOVE ZEROS TO DataResolucao.
           WRITE REG-ALERTA.

       60-GRAVA-ALERTA-SALDO-FIM.
           EXIT.

       61-VERIFICA-ALERTA-ABERTO.
      *-ALERTA.DAT fica aberto em EXTEND; para varrer, fecha e
      *-reabre INPUT e devolve ao EXTEND. Alerta antigo sem
      *-situacao (espacos) conta como aberto.
           MOVE 'N' TO WS-Alerta-Aberto.
           CLOSE ALERTA.
           OPEN INPUT ALERTA.
           MOVE "00" TO ARQST-ALE.
           PERFORM 62-VARRE-ALERTA-ABERTO UNTIL ARQST-ALE = "10".
           CLOSE ALERTA.
           OPEN EXTEND ALERTA.

       62-VARRE-ALERTA-ABERTO.
           READ ALERTA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ALE
               NOT AT END
                   IF CodAlerta = CodC AND NOT Alerta-Resolvido
                       MOVE 'S' TO WS-Alerta-Aberto
                   END-IF
           END-READ.

       70-APURA-BLOQUEIOS.
      *-Soma os bloqueios judiciais ativos e o float de cheques
      *-pendentes da conta, para o teste de saldo disponivel.
           MOVE ZEROS TO WS-Total-Bloqueado.
           IF Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 71-SOMA-BLOQUEIO UNTIL ARQST-BLQ = "10"
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
               PERFORM 72-SOMA-FLOAT UNTIL ARQST-FLT = "10"
           END-IF.

       71-SOMA-BLOQUEIO.
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

       72-SOMA-FLOAT.
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

       99-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Faturado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "FATURAS FECHADAS: " WS-Qtd-Faturas
               "  TOTAL FATURADO " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Debitado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "PAGAS: " WS-Qtd-Pagas "  MINIMO: " WS-Qtd-Minimo
               "  NAO PAGAS: " WS-Qtd-Nao-Pagas
               "  DEBITADO " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Rotativo TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "LEVADO AO ROTATIVO " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2FATURALOJA - CARTAO DA LOJA".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "  CARTOES INSCRITOS PELO LOTE: " WS-Qtd-Inscritos.
           DISPLAY "  FATURAS FECHADAS: " WS-Qtd-Faturas
               "  CICLOS SEM VALOR: " WS-Qtd-Zeradas.
           DISPLAY "  PAGAS: " WS-Qtd-Pagas
               "  MINIMO: " WS-Qtd-Minimo
               "  NAO PAGAS: " WS-Qtd-Nao-Pagas.
           DISPLAY "  TOTAL DEBITADO: " WS-Tot-Debitado.
           DISPLAY "  FATURAS E DEBITOS EM FATURAS.LST".
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
