       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Suspenso.
      *-----------------------------------------------------------
      *-Conta de suspenso das TED recebidas (SUSPENSO.DAT): o item
      *-ainda pendente ha SUSPDIAS dias uteis ou mais (sabado,
      *-domingo e feriados de FERIADOS.DAT nao contam; sem o
      *-parametro valem 5) volta ao banco remetente pela fila de
      *-saida TRFOUTbbbb.DAT, com a linha recebida como veio - a
      *-agencia + conta informadas identificam a TED original - e
      *-CodCOrigemInt zerado (nenhuma conta nossa debitada; o
      *-dinheiro sai do proprio suspenso). O item fica 'D' com a
      *-data da devolucao. Em seguida emite o relatorio de
      *-envelhecimento do suspenso para o controle diario
      *-(SUSPENSO.LST): cada item que continua pendente com a
      *-idade em dias uteis, os totais por faixa de idade e as
      *-devolucoes do dia.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUSPENSO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumSusp
       FILE STATUS ARQST-SUS.

      *-Fila de saida por banco de destino (TRFOUTbbbb.DAT), nome
      *-montado em WS-Nome-TrfOut antes do OPEN.
       SELECT TRFOUT ASSIGN TO WS-Nome-TrfOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-TRF.

       SELECT FERIADOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FER.
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

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
       FD  SUSPENSO LABEL RECORD STANDARD
           DATA RECORD IS REG-SUSPENSO
           VALUE OF FILE-ID IS "SUSPENSO.DAT".

           COPY SUSPENSO.

       FD  TRFOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-INTERCAMBIO.

           COPY INTERCAMBIO.

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
           VALUE OF FILE-ID IS "SUSPENSO.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-SUS pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-TRF pic X(2).
           01 ARQST-FER pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           COPY FERIADTAB.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
      *-SUSPDIAS: dias uteis em suspenso ate a devolucao.
           01 WS-Prazo-Dias pic 9(3) value 5.
           01 WS-Data-Entrada pic 9(8) value zeros.
           01 WS-Idade pic 9(5) value zeros.
      *-Nome no formato TRFOUTbbbb.DAT, ex.: TRFOUT0341.DAT.
           01 WS-Nome-TrfOut pic X(14) value spaces.

      *-Faixas de idade (dias uteis) dos itens que continuam
      *-pendentes: 1 = do dia, 2 = 1 a 2, 3 = 3 a 4, 4 = 5 ou mais.
           01 WS-Faixas.
               02 WS-Faixa-Ent occurs 4 times.
                   03 WS-Faixa-Qtd pic 9(6).
                   03 WS-Faixa-Total pic 9(11)V99.
           01 WS-Faixa-Nomes-Ini.
               02 FILLER pic X(16) value "ENTRADA NO DIA  ".
               02 FILLER pic X(16) value "1 A 2 DIAS UTEIS".
               02 FILLER pic X(16) value "3 A 4 DIAS UTEIS".
               02 FILLER pic X(16) value "5 OU MAIS DIAS  ".
           01 WS-Faixa-Nomes REDEFINES WS-Faixa-Nomes-Ini.
               02 WS-Faixa-Nome pic X(16) occurs 4 times.
           01 WS-Faixa-Idx pic 9(1) value zeros.

           01 WS-Pendentes pic 9(6) value zeros.
           01 WS-Total-Pendente pic 9(11)V99 value zeros.
           01 WS-Devolvidas pic 9(6) value zeros.
           01 WS-Total-Devolvido pic 9(11)V99 value zeros.
           01 WS-Total-Edt pic Z(10)9,99.
           01 WS-Valor-Edt pic Z(6)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           INITIALIZE WS-Faixas.
           PERFORM 10-CARREGA-FERIADOS.
           PERFORM 20-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           MOVE ZEROS TO NumSusp.
           START SUSPENSO KEY IS NOT LESS THAN NumSusp
               INVALID KEY
                   MOVE "10" TO ARQST-SUS
               NOT INVALID KEY
                   MOVE "00" TO ARQST-SUS
           END-START.
           PERFORM 02-PROCESSA-ITEM UNTIL ARQST-SUS = "10".
           PERFORM 40-RESUMO.
           CLOSE SUSPENSO RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O SUSPENSO.
           IF ARQST-SUS NOT = "00"
               CLOSE SUSPENSO
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "SUSPENSO DE TED RECEBIDA - POSICAO EM " DIA "/"
               MES "/" ANO "  PRAZO: " WS-Prazo-Dias " DIAS UTEIS"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ITEM     ENTRADA    BANCO AG./CONTA   REMETENTE"
               "             IDADE      VALOR"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-PROCESSA-ITEM.
           READ SUSPENSO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SUS
               NOT AT END
                   IF Susp-Pendente
                       PERFORM 03-APURA-IDADE
                       IF WS-Idade >= WS-Prazo-Dias
                           PERFORM 04-DEVOLVE-ITEM
                       END-IF
                       IF Susp-Pendente
                           PERFORM 06-LISTA-PENDENTE
                       END-IF
                   END-IF
           END-READ.

       03-APURA-IDADE.
      *-Idade = dias uteis depois da entrada ate hoje, inclusive.
           MOVE ZEROS TO WS-Idade.
           COMPUTE WS-Data-Entrada = AnoEntradaSusp * 10000
               + MesEntradaSusp * 100 + DiaEntradaSusp.
           IF WS-Data-Entrada > ZEROS AND WS-Data-Entrada < WS-Hoje
               COMPUTE WS-Util-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Data-Entrada) + 1
               PERFORM 12-CONTA-DIA-UTIL
                   UNTIL WS-Util-Int > WS-Hoje-Int
           END-IF.

       04-DEVOLVE-ITEM.
      *-A linha volta ao remetente como veio, datada de hoje.
           MOVE SPACES TO WS-Nome-TrfOut.
           STRING "TRFOUT" DELIMITED BY SIZE
               CodBancoSusp DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-TrfOut.
           MOVE "00" TO ARQST-TRF.
           OPEN EXTEND TRFOUT.
           IF ARQST-TRF NOT = "00"
               CLOSE TRFOUT
               OPEN OUTPUT TRFOUT
           END-IF.
           MOVE DadosSusp TO REG-INTERCAMBIO.
           MOVE ANO TO AnoInt.
           MOVE MES TO MesInt.
           MOVE DIA TO DiaInt.
           MOVE ZEROS TO CodCOrigemInt.
           WRITE REG-INTERCAMBIO.
           IF ARQST-TRF NOT = "00"
               CLOSE TRFOUT
               DISPLAY "ERRO AO ENFILEIRAR A DEVOLUCAO " NumSusp
           ELSE
               CLOSE TRFOUT
               MOVE 'D' TO StatusSusp
               MOVE ANO TO AnoBaixaSusp
               MOVE MES TO MesBaixaSusp
               MOVE DIA TO DiaBaixaSusp
               REWRITE REG-SUSPENSO
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR A DEVOLUCAO " NumSusp
               END-REWRITE
               ADD 1 TO WS-Devolvidas
               ADD ValorSusp TO WS-Total-Devolvido
               MOVE ValorSusp TO WS-Valor-Edt
               MOVE SPACES TO LINHA-REL
               STRING "DEVOLVIDO " NumSusp " AO BANCO " CodBancoSusp
                   " " NomeRemetSusp(1:20) " " WS-Idade " DU "
                   WS-Valor-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       06-LISTA-PENDENTE.
           EVALUATE TRUE
               WHEN WS-Idade = ZEROS
                   MOVE 1 TO WS-Faixa-Idx
               WHEN WS-Idade <= 2
                   MOVE 2 TO WS-Faixa-Idx
               WHEN WS-Idade <= 4
                   MOVE 3 TO WS-Faixa-Idx
               WHEN OTHER
                   MOVE 4 TO WS-Faixa-Idx
           END-EVALUATE.
           ADD 1 TO WS-Faixa-Qtd(WS-Faixa-Idx).
           ADD ValorSusp TO WS-Faixa-Total(WS-Faixa-Idx).
           ADD 1 TO WS-Pendentes.
           ADD ValorSusp TO WS-Total-Pendente.
           MOVE ValorSusp TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumSusp " " DiaEntradaSusp "/" MesEntradaSusp "/"
               AnoEntradaSusp " " CodBancoSusp "  " CodAgenciaSusp
               "/" CodContaSusp " " NomeRemetSusp(1:20) " "
               WS-Idade " " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       10-CARREGA-FERIADOS.
      *-Carrega a tabela de feriados de FERIADOS.DAT; sem o arquivo
      *-a tabela fica vazia e so o fim de semana fica fora da
      *-contagem.
           MOVE ZEROS TO FER-QTD.
           OPEN INPUT FERIADOS.
           IF ARQST-FER = "00"
               PERFORM 11-LE-FERIADO UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       11-LE-FERIADO.
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

       12-CONTA-DIA-UTIL.
           COMPUTE WS-Util-Data = FUNCTION DATE-OF-INTEGER(WS-Util-Int).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           MOVE 'N' TO WS-Util-Rolar.
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 13-CONFERE-FERIADO
               VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.
           IF WS-Util-Rolar = 'N'
               ADD 1 TO WS-Idade
           END-IF.
           ADD 1 TO WS-Util-Int.

       13-CONFERE-FERIADO.
           IF FER-DATA(WS-Util-Idx) = WS-Util-Data
               MOVE 'S' TO WS-Util-Rolar
           END-IF.

       20-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 21-LE-PARAMETRO UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       21-LE-PARAMETRO.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Hoje
                       EVALUATE CodParam
                           WHEN "SUSPDIAS"
                               MOVE ValorParam TO WS-Prazo-Dias
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 41-LINHA-FAIXA
               VARYING WS-Faixa-Idx FROM 1 BY 1
               UNTIL WS-Faixa-Idx > 4.
           MOVE WS-Total-Pendente TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "PENDENTES: " WS-Pendentes " ITENS, TOTAL "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Devolvido TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "DEVOLVIDOS HOJE: " WS-Devolvidas " ITENS, TOTAL "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2SUSPENSO - " DIA "/" MES "/" ANO.
           DISPLAY "  DEVOLVIDOS: " WS-Devolvidas
               " TOTAL: " WS-Total-Devolvido.
           DISPLAY "  PENDENTES:  " WS-Pendentes
               " TOTAL: " WS-Total-Pendente.
           DISPLAY "  ENVELHECIMENTO EM SUSPENSO.LST".
           DISPLAY "==================================================".

       41-LINHA-FAIXA.
           MOVE WS-Faixa-Total(WS-Faixa-Idx) TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Faixa-Nome(WS-Faixa-Idx) ": "
               WS-Faixa-Qtd(WS-Faixa-Idx) " ITENS " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

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
