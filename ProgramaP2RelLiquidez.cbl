       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelLiquidez.
      *-----------------------------------------------------------
      *-Escada de vencimentos para a tesouraria: entradas e saidas
      *-de caixa esperadas nos proximos 90 dias, cada uma no dia
      *-util em que liquida (vencimento rolado pela mesma regra dos
      *-batches de vencimento), somadas nas faixas de 1-7, 8-30,
      *-31-60 e 61-90 dias, ao lado do total de depositos a vista
      *-de CC.DAT e com o descasamento (gap) liquido acumulado por
      *-faixa. Entradas: parcelas pendentes de emprestimo
      *-(PARCEMP.DAT), parcelas pendentes do crediario sem boleto
      *-em aberto (PARCELA.DAT), faturas abertas do cartao da loja
      *-(FATURA.DAT, pelo total) e boletos em aberto (BOLETO.DAT).
      *-Saidas: aplicacoes que vencem sem renovacao (APLICACAO.DAT:
      *-saldo inteiro, ou so o rendimento quando renova o
      *-principal), ordens de debito ativas a favorecidos de outro
      *-banco (ORDEM.DAT + FAVORECIDO.DAT, cada vencimento mensal
      *-ainda nao executado) e transferencias externas agendadas
      *-(AGENDTRF.DAT). O que ja venceu e nao foi pago fica de
      *-fora (nao e fluxo esperado). O que vence hoje entra na
      *-primeira faixa. Sai em LIQUIDEZ.LST.
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

       SELECT PARCEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PE.

       SELECT PARCELA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PAR.

       SELECT FATURA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveFat
       FILE STATUS ARQST-FAT.

       SELECT BOLETO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NossoNumeroBol
       ALTERNATE RECORD KEY CodC-Bol WITH DUPLICATES
       FILE STATUS ARQST-BOL.

       SELECT APLICACAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAplicacao
       ALTERNATE RECORD KEY CodC-Apl WITH DUPLICATES
       FILE STATUS ARQST-APL.

       SELECT ORDEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumOrdem
       ALTERNATE RECORD KEY CodC-Ord WITH DUPLICATES
       FILE STATUS ARQST-ORD.

       SELECT FAVORECIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodFav
       FILE STATUS ARQST-FAV.

       SELECT AGENDTRF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAgd
       ALTERNATE RECORD KEY CodC-Agd WITH DUPLICATES
       FILE STATUS ARQST-AGD.

      *-Calendario de feriados bancarios, para o dia util.
       SELECT FERIADOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FER.

      *-Parametros de negocio: nosso codigo COMPE (BANCONOS).
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  PARCEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCEMP
           VALUE OF FILE-ID IS "PARCEMP.DAT".

           COPY PARCEMP.

       FD  PARCELA LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCELA
           VALUE OF FILE-ID IS "PARCELA.DAT".

           COPY PARCELA.

       FD  FATURA LABEL RECORD STANDARD
           DATA RECORD IS REG-FATURA
           VALUE OF FILE-ID IS "FATURA.DAT".

           COPY FATURA.

       FD  BOLETO LABEL RECORD STANDARD
           DATA RECORD IS REG-BOLETO
           VALUE OF FILE-ID IS "BOLETO.DAT".

           COPY BOLETO.

       FD  APLICACAO LABEL RECORD STANDARD
           DATA RECORD IS REG-APLICACAO
           VALUE OF FILE-ID IS "APLICACAO.DAT".

           COPY APLICACAO.

       FD  ORDEM LABEL RECORD STANDARD
           DATA RECORD IS REG-ORDEM
           VALUE OF FILE-ID IS "ORDEM.DAT".

           COPY ORDEM.

       FD  FAVORECIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-FAVORECIDO
           VALUE OF FILE-ID IS "FAVORECIDO.DAT".

           COPY FAVORECIDO.

       FD  AGENDTRF LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENDTRF
           VALUE OF FILE-ID IS "AGENDTRF.DAT".

           COPY AGENDTRF.

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
           VALUE OF FILE-ID IS "LIQUIDEZ.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-PE pic X(2).
           01 ARQST-PAR pic X(2).
           01 ARQST-FAT pic X(2).
           01 ARQST-BOL pic X(2).
           01 ARQST-APL pic X(2).
           01 ARQST-ORD pic X(2).
           01 ARQST-FAV pic X(2).
           01 ARQST-AGD pic X(2).
           01 ARQST-FER pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           COPY FERIADTAB.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Banco-Nosso pic 9(4) value 0001.
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
           01 WS-Bol-Aberto pic X value 'N'.
           01 WS-Fav-Aberto pic X value 'N'.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Dias pic S9(7) value zeros.

      *-Fluxo a registrar: data de vencimento (antes de rolar),
      *-valor e fonte (1-3 entradas, 4-6 saidas).
           01 WS-Flx-Data pic 9(8) value zeros.
           01 WS-Flx-Valor pic 9(9)V99 value zeros.
           01 WS-Flx-Fonte pic 9 value zeros.
           01 WS-Fx-Idx pic 9 value zeros.
           01 WS-Fonte-Idx pic 9 value zeros.

           01 WS-Fontes-Ini.
               02 FILLER pic X(28) value
               "PARCELAS DE EMPRESTIMO      ".
               02 FILLER pic X(28) value
               "CREDIARIO E FATURAS DA LOJA ".
               02 FILLER pic X(28) value
               "BOLETOS EM ABERTO           ".
               02 FILLER pic X(28) value
               "APLICACOES SEM RENOVACAO    ".
               02 FILLER pic X(28) value
               "ORDENS A FAVORECIDO EXTERNO ".
               02 FILLER pic X(28) value
               "TRANSF. EXTERNAS AGENDADAS  ".
           01 WS-Fontes REDEFINES WS-Fontes-Ini.
               02 WS-Fonte-Nome pic X(28) occurs 6 times.

      *-Valor por fonte e faixa, quantidade por fonte.
           01 WS-Fonte-Tab.
               02 WS-Fonte-Item OCCURS 6 TIMES.
                   03 WS-Fonte-Qtd pic 9(6).
                   03 WS-Fonte-Fx pic 9(11)V99 OCCURS 4 TIMES.

      *-Por dia (0 = hoje ... 90), entradas e saidas.
           01 WS-Dia-Tab.
               02 WS-Dia-Item OCCURS 91 TIMES.
                   03 WS-Dia-Entra pic 9(11)V99.
                   03 WS-Dia-Sai pic 9(11)V99.
           01 WS-Dia-Idx pic 9(3) value zeros.

           01 WS-Fx-Entra pic 9(11)V99 OCCURS 4 TIMES.
           01 WS-Fx-Sai pic 9(11)V99 OCCURS 4 TIMES.
           01 WS-Fx-Liquido pic S9(11)V99 value zeros.
           01 WS-Fx-Acumulado pic S9(11)V99 value zeros.
           01 WS-Fx-Posicao pic S9(11)V99 value zeros.

           01 WS-Dep-Vista pic S9(11)V99 value zeros.
           01 WS-Dep-Poupanca pic S9(11)V99 value zeros.

      *-Parcela do crediario com boleto em aberto: o fluxo sai pelo
      *-boleto, nao pela parcela.
           01 WS-Par-Com-Boleto pic X value 'N'.

      *-Ordens: os proximos quatro vencimentos mensais.
           01 WS-Ord-K pic 9 value zeros.
           01 WS-Ord-Ano pic 9(4) value zeros.
           01 WS-Ord-Mes pic 9(2) value zeros.
           01 WS-Ord-Dia pic 9(2) value zeros.
           01 WS-Ord-Ult-Dia pic 9(2) value zeros.
           01 WS-Ord-Prox pic 9(8) value zeros.
           01 WS-Ord-Prox-R REDEFINES WS-Ord-Prox.
               02 WS-Ord-Prox-Ano pic 9(4).
               02 WS-Ord-Prox-Mes pic 9(2).
               02 WS-Ord-Prox-Dia pic 9(2).
           01 WS-Ord-Int pic 9(8) value zeros.

           01 WS-Val-Edt pic Z(10)9,99.
           01 WS-Val1-Edt pic Z(10)9,99.
           01 WS-Val2-Edt pic Z(10)9,99.
           01 WS-Val3-Edt pic Z(10)9,99.
           01 WS-Val4-Edt pic Z(10)9,99.
           01 WS-Sal-Edt pic -Z(10)9,99.
           01 WS-Gap-Edt pic -Z(10)9,99.
           01 WS-Acu-Edt pic -Z(10)9,99.
           01 WS-Pos-Edt pic -Z(10)9,99.
           01 WS-Faixa-Nome pic X(12) value spaces.
           01 WS-Dias-Edt pic ZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           DISPLAY "ESCADA DE LIQUIDEZ - PROXIMOS 90 DIAS".
           INITIALIZE WS-Fonte-Tab WS-Dia-Tab.
           PERFORM 09-ZERA-FAIXA VARYING WS-Fx-Idx FROM 1 BY 1
               UNTIL WS-Fx-Idx > 4.
           PERFORM 03-CARREGA-FERIADOS.
           PERFORM 07-CARREGA-PARAMETROS.
           PERFORM 10-DEPOSITOS.
           PERFORM 20-EMPRESTIMOS.
           PERFORM 25-CREDIARIO.
           PERFORM 30-BOLETOS.
           PERFORM 35-APLICACOES.
           PERFORM 40-ORDENS.
           PERFORM 45-AGENDADAS.
           OPEN OUTPUT RELATORIO.
           PERFORM 60-IMPRIME-FAIXAS.
           PERFORM 70-IMPRIME-DIAS.
           CLOSE RELATORIO.
           IF WS-Bol-Aberto = 'S'
               CLOSE BOLETO
           END-IF.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RELLIQUIDEZ - " DIA "/" MES "/" ANO.
           MOVE WS-Dep-Vista TO WS-Sal-Edt.
           DISPLAY "  DEPOSITOS A VISTA: " WS-Sal-Edt.
           MOVE WS-Fx-Acumulado TO WS-Acu-Edt.
           DISPLAY "  GAP ACUMULADO EM 90 DIAS: " WS-Acu-Edt.
           DISPLAY "  RELATORIO EM LIQUIDEZ.LST".
           DISPLAY "==================================================".
           GOBACK.

       03-CARREGA-FERIADOS.
      *-Sem FERIADOS.DAT a tabela fica vazia e so o fim de semana
      *-rola o vencimento.
           MOVE ZEROS TO FER-QTD.
           OPEN INPUT FERIADOS.
           IF ARQST-FER = "00"
               PERFORM 04-LE-FERIADO UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       04-LE-FERIADO.
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

       05-AJUSTA-DIA-UTIL.
      *-Rola WS-Util-Data para o dia util seguinte enquanto cair em
      *-sabado, domingo ou feriado da tabela (regra unica de todos
      *-os batches de vencimento).
           MOVE 'S' TO WS-Util-Rolar.
           PERFORM 06-ROLA-UM-DIA UNTIL WS-Util-Rolar = 'N'.

       06-ROLA-UM-DIA.
           MOVE 'N' TO WS-Util-Rolar.
           COMPUTE WS-Util-Int = FUNCTION INTEGER-OF-DATE
               (WS-Util-Data).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 06-COMPARA-FERIADO VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.
           IF WS-Util-Rolar = 'S'
               ADD 1 TO WS-Util-Int
               COMPUTE WS-Util-Data =
                   FUNCTION DATE-OF-INTEGER(WS-Util-Int)
           END-IF.

       06-COMPARA-FERIADO.
           IF FER-DATA(WS-Util-Idx) = WS-Util-Data
               MOVE 'S' TO WS-Util-Rolar
           END-IF.

       07-CARREGA-PARAMETROS.
      *-So interessa o BANCONOS vigente; sem PARAMETROS.DAT fica o
      *-padrao 0001.
           MOVE WS-Hoje TO WS-Data-Hoje-Prm.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 08-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       08-CARREGA-PARAMETROS-LE.
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

       09-ZERA-FAIXA.
           MOVE ZEROS TO WS-Fx-Entra(WS-Fx-Idx) WS-Fx-Sai(WS-Fx-Idx).

      *-----------------------------------------------------------
      *-Depositos a vista: saldo credor das contas correntes vivas
      *-(a poupanca sai numa linha a parte, so informativa).
      *-----------------------------------------------------------
       10-DEPOSITOS.
           OPEN INPUT CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
           END-IF.
           PERFORM 11-LE-CONTA UNTIL ARQST-CC = "10".
           CLOSE CC.

       11-LE-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   IF NOT Conta-Encerrada AND NOT Conta-Recolhida
                       AND SaldoC > ZEROS
                       IF Conta-Poupanca
                           ADD SaldoC TO WS-Dep-Poupanca
                       ELSE
                           ADD SaldoC TO WS-Dep-Vista
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      *-Registro de um fluxo: rola para o dia util, acha o dia e a
      *-faixa e soma. Fora da janela (vencido ou alem de 90 dias)
      *-nao entra.
      *-----------------------------------------------------------
       15-REGISTRA-FLUXO.
           MOVE WS-Flx-Data TO WS-Util-Data.
           PERFORM 05-AJUSTA-DIA-UTIL.
           COMPUTE WS-Dias = FUNCTION INTEGER-OF-DATE(WS-Util-Data)
               - WS-Hoje-Int.
           IF WS-Dias >= ZEROS AND WS-Dias <= 90
               EVALUATE TRUE
                   WHEN WS-Dias <= 7
                       MOVE 1 TO WS-Fx-Idx
                   WHEN WS-Dias <= 30
                       MOVE 2 TO WS-Fx-Idx
                   WHEN WS-Dias <= 60
                       MOVE 3 TO WS-Fx-Idx
                   WHEN OTHER
                       MOVE 4 TO WS-Fx-Idx
               END-EVALUATE
               COMPUTE WS-Dia-Idx = WS-Dias + 1
               ADD 1 TO WS-Fonte-Qtd(WS-Flx-Fonte)
               ADD WS-Flx-Valor TO WS-Fonte-Fx(WS-Flx-Fonte, WS-Fx-Idx)
               IF WS-Flx-Fonte <= 3
                   ADD WS-Flx-Valor TO WS-Fx-Entra(WS-Fx-Idx)
                       WS-Dia-Entra(WS-Dia-Idx)
               ELSE
                   ADD WS-Flx-Valor TO WS-Fx-Sai(WS-Fx-Idx)
                       WS-Dia-Sai(WS-Dia-Idx)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *-Entradas.
      *-----------------------------------------------------------
       20-EMPRESTIMOS.
           OPEN INPUT PARCEMP.
           IF ARQST-PE NOT = "00"
               MOVE "10" TO ARQST-PE
           END-IF.
           PERFORM 21-LE-PARCEMP UNTIL ARQST-PE = "10".
           CLOSE PARCEMP.

       21-LE-PARCEMP.
           READ PARCEMP
               AT END
                   MOVE "10" TO ARQST-PE
               NOT AT END
                   IF ParcEmp-Pendente
                       COMPUTE WS-Flx-Data = AnoVencimento-Pe * 10000
                           + MesVencimento-Pe * 100 + DiaVencimento-Pe
                       MOVE ValorParcela-Pe TO WS-Flx-Valor
                       MOVE 1 TO WS-Flx-Fonte
                       PERFORM 15-REGISTRA-FLUXO
                   END-IF
           END-READ.

       25-CREDIARIO.
           OPEN INPUT BOLETO.
           IF ARQST-BOL = "00"
               MOVE 'S' TO WS-Bol-Aberto
           END-IF.
           OPEN INPUT PARCELA.
           IF ARQST-PAR NOT = "00"
               MOVE "10" TO ARQST-PAR
           END-IF.
           PERFORM 26-LE-PARCELA UNTIL ARQST-PAR = "10".
           CLOSE PARCELA.
      *-Itens ja faturados saem da agenda ("F") e entram pela
      *-fatura, no vencimento dela.
           OPEN INPUT FATURA.
           IF ARQST-FAT = "00"
               PERFORM 29-LE-FATURA UNTIL ARQST-FAT = "10"
               CLOSE FATURA
           END-IF.

       26-LE-PARCELA.
           READ PARCELA
               AT END
                   MOVE "10" TO ARQST-PAR
               NOT AT END
                   IF Parcela-Pendente
                       PERFORM 27-VE-BOLETO
                       IF WS-Par-Com-Boleto = 'N'
                           COMPUTE WS-Flx-Data =
                               AnoVencimento-Par * 10000
                               + MesVencimento-Par * 100
                               + DiaVencimento-Par
                           MOVE ValorParcela-Par TO WS-Flx-Valor
                           MOVE 2 TO WS-Flx-Fonte
                           PERFORM 15-REGISTRA-FLUXO
                       END-IF
                   END-IF
           END-READ.

       27-VE-BOLETO.
           MOVE 'N' TO WS-Par-Com-Boleto.
           IF WS-Bol-Aberto = 'S'
               MOVE CodC-Par TO CodC-Bol
               START BOLETO KEY IS = CodC-Bol
                   INVALID KEY
                       MOVE "10" TO ARQST-BOL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BOL
               END-START
               PERFORM 28-VARRE-BOLETO UNTIL ARQST-BOL = "10"
           END-IF.

       28-VARRE-BOLETO.
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

       29-LE-FATURA.
           READ FATURA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FAT
               NOT AT END
                   IF Fatura-Aberta
                       MOVE DataVencimentoFat TO WS-Flx-Data
                       MOVE TotalFat TO WS-Flx-Valor
                       MOVE 2 TO WS-Flx-Fonte
                       PERFORM 15-REGISTRA-FLUXO
                   END-IF
           END-READ.

       30-BOLETOS.
           IF WS-Bol-Aberto = 'S'
               MOVE ZEROS TO NossoNumeroBol
               START BOLETO KEY IS NOT LESS THAN NossoNumeroBol
                   INVALID KEY
                       MOVE "10" TO ARQST-BOL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BOL
               END-START
               PERFORM 31-LE-BOLETO UNTIL ARQST-BOL = "10"
           END-IF.

       31-LE-BOLETO.
           READ BOLETO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BOL
               NOT AT END
                   IF Boleto-Emitido
                       COMPUTE WS-Flx-Data = AnoVencimentoBol * 10000
                           + MesVencimentoBol * 100 + DiaVencimentoBol
                       MOVE ValorBol TO WS-Flx-Valor
                       MOVE 3 TO WS-Flx-Fonte
                       PERFORM 15-REGISTRA-FLUXO
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      *-Saidas.
      *-----------------------------------------------------------
       35-APLICACOES.
           OPEN INPUT APLICACAO.
           IF ARQST-APL NOT = "00"
               MOVE "10" TO ARQST-APL
           END-IF.
           PERFORM 36-LE-APLICACAO UNTIL ARQST-APL = "10".
           CLOSE APLICACAO.

       36-LE-APLICACAO.
      *-Renovacao total nao tira caixa; renovacao do principal so
      *-paga o rendimento; pagamento no vencimento ou sem instrucao
      *-(contratos antigos), o saldo inteiro.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APL
               NOT AT END
                   IF Aplicacao-Aberta AND NOT Apl-Renova-Total
                       COMPUTE WS-Flx-Data = AnoVencimentoApl * 10000
                           + MesVencimentoApl * 100 + DiaVencimentoApl
                       IF Apl-Renova-Principal
                           IF SaldoApl > ValorApl
                               COMPUTE WS-Flx-Valor =
                                   SaldoApl - ValorApl
                           ELSE
                               MOVE ZEROS TO WS-Flx-Valor
                           END-IF
                       ELSE
                           MOVE SaldoApl TO WS-Flx-Valor
                       END-IF
                       IF WS-Flx-Valor > ZEROS
                           MOVE 4 TO WS-Flx-Fonte
                           PERFORM 15-REGISTRA-FLUXO
                       END-IF
                   END-IF
           END-READ.

       40-ORDENS.
           OPEN INPUT FAVORECIDO.
           IF ARQST-FAV = "00"
               MOVE 'S' TO WS-Fav-Aberto
               OPEN INPUT ORDEM
               IF ARQST-ORD NOT = "00"
                   MOVE "10" TO ARQST-ORD
               END-IF
               PERFORM 41-LE-ORDEM UNTIL ARQST-ORD = "10"
               CLOSE ORDEM FAVORECIDO
           END-IF.

       41-LE-ORDEM.
      *-Ordem sem favorecido (antiga) ou a favorecido do proprio
      *-banco nao tira caixa do banco.
           READ ORDEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ORD
               NOT AT END
                   IF Ordem-Ativa AND CodFavorecidoOrd > ZEROS
                       MOVE CodFavorecidoOrd TO CodFav
                       READ FAVORECIDO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Favorecido-Ativo
                                   AND CodBancoFav NOT = WS-Banco-Nosso
                                   PERFORM 42-VENCIMENTO-ORDEM
                                       VARYING WS-Ord-K FROM 0 BY 1
                                       UNTIL WS-Ord-K > 3
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       42-VENCIMENTO-ORDEM.
      *-Vencimento da ordem no mes corrente + WS-Ord-K, com o dia
      *-limitado ao ultimo dia do mes; mes ja executado nao entra.
           COMPUTE WS-Ord-Mes = MES + WS-Ord-K.
           MOVE ANO TO WS-Ord-Ano.
           IF WS-Ord-Mes > 12
               SUBTRACT 12 FROM WS-Ord-Mes
               ADD 1 TO WS-Ord-Ano
           END-IF.
           IF AnoUltimaExecOrd * 100 + MesUltimaExecOrd
               < WS-Ord-Ano * 100 + WS-Ord-Mes
               IF WS-Ord-Mes = 12
                   COMPUTE WS-Ord-Prox = (WS-Ord-Ano + 1) * 10000
                       + 101
               ELSE
                   COMPUTE WS-Ord-Prox = WS-Ord-Ano * 10000
                       + (WS-Ord-Mes + 1) * 100 + 1
               END-IF
               COMPUTE WS-Ord-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Ord-Prox) - 1
               COMPUTE WS-Ord-Prox =
                   FUNCTION DATE-OF-INTEGER(WS-Ord-Int)
               MOVE WS-Ord-Prox-Dia TO WS-Ord-Ult-Dia
               MOVE DiaVencimentoOrd TO WS-Ord-Dia
               IF WS-Ord-Dia > WS-Ord-Ult-Dia OR WS-Ord-Dia = ZEROS
                   MOVE WS-Ord-Ult-Dia TO WS-Ord-Dia
               END-IF
               COMPUTE WS-Flx-Data = WS-Ord-Ano * 10000
                   + WS-Ord-Mes * 100 + WS-Ord-Dia
               MOVE ValorOrd TO WS-Flx-Valor
               MOVE 5 TO WS-Flx-Fonte
               PERFORM 15-REGISTRA-FLUXO
           END-IF.

       45-AGENDADAS.
           OPEN INPUT AGENDTRF.
           IF ARQST-AGD NOT = "00"
               MOVE "10" TO ARQST-AGD
           END-IF.
           PERFORM 46-LE-AGENDADA UNTIL ARQST-AGD = "10".
           CLOSE AGENDTRF.

       46-LE-AGENDADA.
           READ AGENDTRF NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AGD
               NOT AT END
                   IF Agd-Pendente AND Agd-Externa
                       AND BancoDestinoAgd NOT = WS-Banco-Nosso
                       COMPUTE WS-Flx-Data = AnoExecucaoAgd * 10000
                           + MesExecucaoAgd * 100 + DiaExecucaoAgd
                       MOVE ValorAgd TO WS-Flx-Valor
                       MOVE 6 TO WS-Flx-Fonte
                       PERFORM 15-REGISTRA-FLUXO
                   END-IF
           END-READ.

      *-----------------------------------------------------------
      *-Relatorio.
      *-----------------------------------------------------------
       60-IMPRIME-FAIXAS.
           MOVE SPACES TO LINHA-REL.
           STRING "ESCADA DE LIQUIDEZ - 90 DIAS A PARTIR DE " DIA "/"
               MES "/" ANO "  (BANCO " WS-Banco-Nosso ")"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Dep-Vista TO WS-Sal-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "DEPOSITOS A VISTA (CC.DAT):       " WS-Sal-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Dep-Poupanca TO WS-Sal-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "POUPANCA (INFORMATIVO):           " WS-Sal-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 61-CABECALHO-FAIXAS.
           MOVE "ENTRADAS" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 62-IMPRIME-FONTE VARYING WS-Fonte-Idx FROM 1 BY 1
               UNTIL WS-Fonte-Idx > 3.
           MOVE "SAIDAS" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 62-IMPRIME-FONTE VARYING WS-Fonte-Idx FROM 4 BY 1
               UNTIL WS-Fonte-Idx > 6.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "FAIXA           ENTRADAS         SAIDAS"
               "     GAP DA FAIXA  GAP ACUMULADO  DEP.VISTA+GAP"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO WS-Fx-Acumulado.
           PERFORM 63-IMPRIME-GAP VARYING WS-Fx-Idx FROM 1 BY 1
               UNTIL WS-Fx-Idx > 4.

       61-CABECALHO-FAIXAS.
           MOVE SPACES TO LINHA-REL.
           STRING "FONTE                          QTD"
               "        1-7 DIAS      8-30 DIAS     31-60 DIAS"
               "     61-90 DIAS"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       62-IMPRIME-FONTE.
           MOVE WS-Fonte-Fx(WS-Fonte-Idx, 1) TO WS-Val1-Edt.
           MOVE WS-Fonte-Fx(WS-Fonte-Idx, 2) TO WS-Val2-Edt.
           MOVE WS-Fonte-Fx(WS-Fonte-Idx, 3) TO WS-Val3-Edt.
           MOVE WS-Fonte-Fx(WS-Fonte-Idx, 4) TO WS-Val4-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Fonte-Nome(WS-Fonte-Idx) " "
               WS-Fonte-Qtd(WS-Fonte-Idx) " " WS-Val1-Edt " "
               WS-Val2-Edt " " WS-Val3-Edt " " WS-Val4-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       63-IMPRIME-GAP.
           EVALUATE WS-Fx-Idx
               WHEN 1
                   MOVE "1-7 DIAS" TO WS-Faixa-Nome
               WHEN 2
                   MOVE "8-30 DIAS" TO WS-Faixa-Nome
               WHEN 3
                   MOVE "31-60 DIAS" TO WS-Faixa-Nome
               WHEN OTHER
                   MOVE "61-90 DIAS" TO WS-Faixa-Nome
           END-EVALUATE.
           COMPUTE WS-Fx-Liquido = WS-Fx-Entra(WS-Fx-Idx)
               - WS-Fx-Sai(WS-Fx-Idx).
           ADD WS-Fx-Liquido TO WS-Fx-Acumulado.
           COMPUTE WS-Fx-Posicao = WS-Dep-Vista + WS-Fx-Acumulado.
           MOVE WS-Fx-Entra(WS-Fx-Idx) TO WS-Val1-Edt.
           MOVE WS-Fx-Sai(WS-Fx-Idx) TO WS-Val2-Edt.
           MOVE WS-Fx-Liquido TO WS-Gap-Edt.
           MOVE WS-Fx-Acumulado TO WS-Acu-Edt.
           MOVE WS-Fx-Posicao TO WS-Pos-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Faixa-Nome WS-Val1-Edt " " WS-Val2-Edt " "
               WS-Gap-Edt " " WS-Acu-Edt " " WS-Pos-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       70-IMPRIME-DIAS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "FLUXO POR DIA UTIL (SO DIAS COM MOVIMENTO)"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "DATA       DIAS       ENTRADAS         SAIDAS"
               "        LIQUIDO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 71-IMPRIME-DIA VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > 91.

       71-IMPRIME-DIA.
           IF WS-Dia-Entra(WS-Dia-Idx) > ZEROS
               OR WS-Dia-Sai(WS-Dia-Idx) > ZEROS
               COMPUTE WS-Util-Int = WS-Hoje-Int + WS-Dia-Idx - 1
               COMPUTE WS-Util-Data =
                   FUNCTION DATE-OF-INTEGER(WS-Util-Int)
               COMPUTE WS-Fx-Liquido = WS-Dia-Entra(WS-Dia-Idx)
                   - WS-Dia-Sai(WS-Dia-Idx)
               MOVE WS-Dia-Entra(WS-Dia-Idx) TO WS-Val1-Edt
               MOVE WS-Dia-Sai(WS-Dia-Idx) TO WS-Val2-Edt
               MOVE WS-Fx-Liquido TO WS-Gap-Edt
               COMPUTE WS-Dias-Edt = WS-Dia-Idx - 1
               MOVE SPACES TO LINHA-REL
               STRING WS-Util-Dia "/" WS-Util-Mes "/" WS-Util-Ano " "
                   WS-Dias-Edt " " WS-Val1-Edt " " WS-Val2-Edt " "
                   WS-Gap-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
