       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Pld.
      *-----------------------------------------------------------
      *-Monitoramento diario de especie para a mesa de compliance
      *-(prevencao a lavagem de dinheiro). Varre os depositos e
      *-saques em caixa ("DP"/"SQ") de MOVIMENTO.DAT e os eventos
      *-D/S de GAVETA.DAT e abre caso em CASOPLD.DAT para:
      *-  L operacao do dia no limite de comunicacao (PLDLIMIT)
      *-    ou acima;
      *-  F fracionamento: no mesmo CPF/CNPJ, duas ou mais
      *-    operacoes dos ultimos PLDDIAS dias entre PLDFRAC% do
      *-    limite e o limite, somando o limite ou mais, com pelo
      *-    menos uma delas hoje;
      *-  G evento de gaveta do dia no limite ou acima sem o
      *-    lancamento de conta de mesmo tipo e valor.
      *-Antes, grava a remessa ao regulador (COAF.DAT: cabecalho
      *-tipo 1, um detalhe tipo 2 por caso que a mesa marcou como
      *-comunicado, trailer tipo 9 com quantidade e soma) e
      *-carimba a data de envio nos casos remetidos. Reexecutado
      *-no mesmo dia, refaz a mesma remessa e nao duplica casos
      *-(ChaveOrigemPld). Casos do dia listados em PLD.LST.
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

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

       SELECT GAVETA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-GAV.

       SELECT CASOSPLD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCasoPld
       ALTERNATE RECORD KEY ChaveOrigemPld
       FILE STATUS ARQST-PLD.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT COAF ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-COA.

      *-Ficheiro impresso (spool) com os casos abertos no dia.
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

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  GAVETA LABEL RECORD STANDARD
           DATA RECORD IS REG-GAVETA
           VALUE OF FILE-ID IS "GAVETA.DAT".

           COPY GAVETA.

       FD  CASOSPLD LABEL RECORD STANDARD
           DATA RECORD IS REG-CASOPLD
           VALUE OF FILE-ID IS "CASOPLD.DAT".

           COPY CASOPLD.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  COAF LABEL RECORD STANDARD
           DATA RECORD IS REG-COAF
           VALUE OF FILE-ID IS "COAF.DAT".
       01 REG-COAF.
           02 TipoReg-Coa pic X(1).
           02 Corpo-Coa pic X(120).
      *-Visao de cabecalho: instituicao e data da remessa.
       01 REG-COAF-CAB REDEFINES REG-COAF.
           02 FILLER pic X(1).
           02 Instituicao-Coa pic X(30).
           02 DataRemessa-Coa pic 9(8).
           02 FILLER pic X(82).
      *-Visao de detalhe: um caso comunicado.
       01 REG-COAF-DET REDEFINES REG-COAF.
           02 FILLER pic X(1).
           02 NumCaso-Coa pic 9(6).
           02 TipoCaso-Coa pic X(1).
           02 CpfCnpj-Coa pic 9(14).
           02 CodC-Coa pic 9(6).
           02 TipoMov-Coa pic X(2).
           02 Valor-Coa pic 9(9)V99.
           02 QtdOper-Coa pic 9(4).
           02 DataIni-Coa pic 9(8).
           02 DataFim-Coa pic 9(8).
           02 Motivo-Coa pic X(40).
           02 FILLER pic X(20).
      *-Visao de trailer: quantidade de detalhes e soma dos valores.
       01 REG-COAF-TRL REDEFINES REG-COAF.
           02 FILLER pic X(1).
           02 QtdRegistros-Coa pic 9(6).
           02 HashValor-Coa pic 9(13)V99.
           02 FILLER pic X(99).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "PLD.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-GAV pic X(2).
           01 ARQST-PLD pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-COA pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

           01 WS-Instituicao pic X(30)
               value "INSTITUICAO P2".

      *-Limite de comunicacao obrigatoria (PLDLIMIT), janela do
      *-fracionamento em dias (PLDDIAS) e piso, em percentual do
      *-limite, da operacao que conta como "logo abaixo" (PLDFRAC).
           01 WS-Limite pic 9(9)V99 value 50000,00.
           01 WS-Janela-Dias pic 9(3) value 5.
           01 WS-Perc-Frac pic 9(3) value 80.
           01 WS-Piso-Frac pic 9(9)V99 value zeros.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Janela-Int pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Mov-Int pic 9(8) value zeros.
           01 WS-Valor-Abs pic 9(9)V99 value zeros.
           01 WS-Data-Gav pic 9(8) value zeros.
           01 WS-Cpf-Mov pic 9(14) value zeros.

      *-Operacoes do dia no limite ou acima, para casar os eventos
      *-de gaveta com o lancamento de conta.
           01 WS-Dia-Tab.
               02 WS-Dia-Ent occurs 200 times.
                   03 WS-Dia-Tipo pic X(2).
                   03 WS-Dia-Valor pic 9(9)V99.
                   03 WS-Dia-Casado pic X(1).
           01 WS-Dia-Qtd pic 9(3) value zeros.
           01 WS-Dia-Idx pic 9(3) value zeros.
           01 WS-Dia-Achou pic 9(3) value zeros.
           01 WS-Gav-Tipo pic X(2) value spaces.

      *-Operacoes logo abaixo do limite dentro da janela, somadas
      *-por CPF/CNPJ.
           01 WS-Cpf-Tab.
               02 WS-Cpf-Ent occurs 500 times.
                   03 WS-Cpf-Doc pic 9(14).
                   03 WS-Cpf-CodC pic 9(6).
                   03 WS-Cpf-Qtd pic 9(4).
                   03 WS-Cpf-Total pic 9(11)V99.
                   03 WS-Cpf-Ini pic 9(8).
                   03 WS-Cpf-Fim pic 9(8).
                   03 WS-Cpf-Hoje pic X(1).
           01 WS-Cpf-Qtd-Tab pic 9(3) value zeros.
           01 WS-Cpf-Idx pic 9(3) value zeros.
           01 WS-Cpf-Achou pic 9(3) value zeros.

           01 WS-Ult-Caso pic 9(6) value zeros.
           01 WS-Caso-Guarda pic X(171) value spaces.
           01 WS-Caso-Gravado pic X value 'N'.
               88 Caso-Gravado value 'S'.
           01 WS-Casos-L pic 9(6) value zeros.
           01 WS-Casos-F pic 9(6) value zeros.
           01 WS-Casos-G pic 9(6) value zeros.
           01 WS-Remetidos pic 9(6) value zeros.
           01 WS-Hash-Valor pic 9(13)V99 value zeros.
           01 WS-Estouro pic 9(6) value zeros.
           01 WS-Valor-Edt pic Z(8)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           PERFORM 09-CARREGA-PARAMETROS.
           COMPUTE WS-Janela-Int = WS-Hoje-Int - WS-Janela-Dias + 1.
           COMPUTE WS-Piso-Frac = WS-Limite * WS-Perc-Frac / 100.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-REMESSA-COAF.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV = "00"
               PERFORM 03-APURA-MOVIMENTO UNTIL ARQST-MOV = "10"
               CLOSE MOVIMENTO
           END-IF.
           PERFORM 04-APURA-FRACIONAMENTO
               VARYING WS-Cpf-Idx FROM 1 BY 1
               UNTIL WS-Cpf-Idx > WS-Cpf-Qtd-Tab.
           OPEN INPUT GAVETA.
           IF ARQST-GAV = "00"
               PERFORM 05-APURA-GAVETA UNTIL ARQST-GAV = "10"
               CLOSE GAVETA
           END-IF.
           PERFORM 08-RESUMO.
           CLOSE CC.
           CLOSE CASOSPLD.
           CLOSE RELATORIO.
           DISPLAY "CASOS DE ESPECIE NO LIMITE:    " WS-Casos-L.
           DISPLAY "CASOS DE FRACIONAMENTO:        " WS-Casos-F.
           DISPLAY "CASOS DE GAVETA SEM LANCAMENTO:" WS-Casos-G.
           DISPLAY "CASOS REMETIDOS EM COAF.DAT:   " WS-Remetidos.
           IF WS-Estouro > ZEROS
               DISPLAY "*** OPERACOES FORA DA TABELA (CHEIA): "
                   WS-Estouro
           END-IF.
           DISPLAY "Relatorio gravado em PLD.LST".
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT CC.
           OPEN I-O CASOSPLD.
           IF ARQST-PLD NOT = "00"
               CLOSE CASOSPLD
               OPEN OUTPUT CASOSPLD
               CLOSE CASOSPLD
               OPEN I-O CASOSPLD
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "CASOS PLD ABERTOS EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

       09-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           MOVE WS-Hoje TO WS-Data-Hoje-Prm.
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
                           WHEN "PLDLIMIT"
                               MOVE ValorParam TO WS-Limite
                           WHEN "PLDDIAS"
                               MOVE ValorParam TO WS-Janela-Dias
                           WHEN "PLDFRAC"
                               MOVE ValorParam TO WS-Perc-Frac
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       02-REMESSA-COAF.
      *-Casos ja decididos como comunicados e ainda nao remetidos
      *-(ou remetidos hoje, numa reexecucao) vao para COAF.DAT; a
      *-mesma passada acha o ultimo numero de caso usado.
           OPEN OUTPUT COAF.
           MOVE SPACES TO REG-COAF.
           MOVE '1' TO TipoReg-Coa.
           MOVE WS-Instituicao TO Instituicao-Coa.
           MOVE WS-Hoje TO DataRemessa-Coa.
           WRITE REG-COAF.
           MOVE ZEROS TO NumCasoPld.
           START CASOSPLD KEY IS NOT LESS THAN NumCasoPld
               INVALID KEY
                   MOVE "10" TO ARQST-PLD
           END-START.
           PERFORM 11-VARRE-CASO UNTIL ARQST-PLD = "10".
           MOVE SPACES TO REG-COAF.
           MOVE '9' TO TipoReg-Coa.
           MOVE WS-Remetidos TO QtdRegistros-Coa.
           MOVE WS-Hash-Valor TO HashValor-Coa.
           WRITE REG-COAF.
           CLOSE COAF.

       11-VARRE-CASO.
           READ CASOSPLD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PLD
               NOT AT END
                   MOVE NumCasoPld TO WS-Ult-Caso
                   IF Caso-Comunicado
                       AND (DataEnvioPld = ZEROS
                       OR DataEnvioPld = WS-Hoje)
                       PERFORM 12-GRAVA-DETALHE-COAF
                   END-IF
           END-READ.

       12-GRAVA-DETALHE-COAF.
           MOVE SPACES TO REG-COAF.
           MOVE '2' TO TipoReg-Coa.
           MOVE NumCasoPld TO NumCaso-Coa.
           MOVE TipoCasoPld TO TipoCaso-Coa.
           MOVE CpfCnpjPld TO CpfCnpj-Coa.
           MOVE CodC-Pld TO CodC-Coa.
           MOVE TipoMovPld TO TipoMov-Coa.
           MOVE ValorCasoPld TO Valor-Coa.
           MOVE QtdOperPld TO QtdOper-Coa.
           MOVE DataIniPld TO DataIni-Coa.
           MOVE DataFimPld TO DataFim-Coa.
           MOVE MotivoPld TO Motivo-Coa.
           WRITE REG-COAF.
           ADD 1 TO WS-Remetidos.
           ADD ValorCasoPld TO WS-Hash-Valor.
           MOVE ANO TO AnoEnvPld.
           MOVE MES TO MesEnvPld.
           MOVE DIA TO DiaEnvPld.
           REWRITE REG-CASOPLD.

       03-APURA-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF (TipoMov = "DP" OR TipoMov = "SQ")
                       AND EstornadoMov NOT = "S"
                       PERFORM 13-AVALIA-MOVIMENTO
                   END-IF
           END-READ.

       13-AVALIA-MOVIMENTO.
           COMPUTE WS-Data-Mov = AnoMov * 10000 + MesMov * 100 + DiaMov.
           MOVE ZEROS TO WS-Mov-Int.
           IF WS-Data-Mov <= WS-Hoje AND WS-Data-Mov >= 19000101
               COMPUTE WS-Mov-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Data-Mov)
           END-IF.
           IF WS-Mov-Int >= WS-Janela-Int
               PERFORM 23-CLASSIFICA-MOVIMENTO
           END-IF.

       23-CLASSIFICA-MOVIMENTO.
           IF ValorMov < ZEROS
               COMPUTE WS-Valor-Abs = ValorMov * -1
           ELSE
               MOVE ValorMov TO WS-Valor-Abs
           END-IF.
           PERFORM 14-BUSCA-DOCUMENTO.
           IF WS-Valor-Abs >= WS-Limite
               IF WS-Data-Mov = WS-Hoje
                   PERFORM 15-CASO-LIMITE
               END-IF
           ELSE
               IF WS-Valor-Abs >= WS-Piso-Frac AND WS-Cpf-Mov > ZEROS
                   PERFORM 16-ACUMULA-DOCUMENTO
               END-IF
           END-IF.

       14-BUSCA-DOCUMENTO.
           MOVE ZEROS TO WS-Cpf-Mov.
           MOVE CodC-Mov TO CodC.
           READ CC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CpfCnpjC TO WS-Cpf-Mov
           END-READ.

       15-CASO-LIMITE.
           IF WS-Dia-Qtd < 200
               ADD 1 TO WS-Dia-Qtd
               MOVE TipoMov TO WS-Dia-Tipo(WS-Dia-Qtd)
               MOVE WS-Valor-Abs TO WS-Dia-Valor(WS-Dia-Qtd)
               MOVE 'N' TO WS-Dia-Casado(WS-Dia-Qtd)
           ELSE
               ADD 1 TO WS-Estouro
           END-IF.
           PERFORM 20-LIMPA-CASO.
           MOVE SPACES TO ChaveOrigemPld.
           STRING "L" CodC-Mov NumSeq-Mov
               DELIMITED BY SIZE INTO ChaveOrigemPld.
           MOVE 'L' TO TipoCasoPld.
           MOVE WS-Cpf-Mov TO CpfCnpjPld.
           MOVE CodC-Mov TO CodC-Pld.
           MOVE TipoMov TO TipoMovPld.
           MOVE WS-Valor-Abs TO ValorCasoPld.
           MOVE 1 TO QtdOperPld.
           MOVE WS-Hoje TO DataIniPld DataFimPld.
           PERFORM 21-GRAVA-CASO.
           IF Caso-Gravado
               ADD 1 TO WS-Casos-L
           END-IF.

       16-ACUMULA-DOCUMENTO.
           MOVE ZEROS TO WS-Cpf-Achou.
           PERFORM 17-PROCURA-DOCUMENTO
               VARYING WS-Cpf-Idx FROM 1 BY 1
               UNTIL WS-Cpf-Idx > WS-Cpf-Qtd-Tab
               OR WS-Cpf-Achou > ZEROS.
           IF WS-Cpf-Achou = ZEROS
               IF WS-Cpf-Qtd-Tab < 500
                   ADD 1 TO WS-Cpf-Qtd-Tab
                   MOVE WS-Cpf-Qtd-Tab TO WS-Cpf-Achou
                   MOVE WS-Cpf-Mov TO WS-Cpf-Doc(WS-Cpf-Achou)
                   MOVE CodC-Mov TO WS-Cpf-CodC(WS-Cpf-Achou)
                   MOVE ZEROS TO WS-Cpf-Qtd(WS-Cpf-Achou)
                       WS-Cpf-Total(WS-Cpf-Achou)
                   MOVE WS-Data-Mov TO WS-Cpf-Ini(WS-Cpf-Achou)
                       WS-Cpf-Fim(WS-Cpf-Achou)
                   MOVE 'N' TO WS-Cpf-Hoje(WS-Cpf-Achou)
               ELSE
                   ADD 1 TO WS-Estouro
               END-IF
           END-IF.
           IF WS-Cpf-Achou > ZEROS
               PERFORM 24-SOMA-DOCUMENTO
           END-IF.

       24-SOMA-DOCUMENTO.
           ADD 1 TO WS-Cpf-Qtd(WS-Cpf-Achou).
           ADD WS-Valor-Abs TO WS-Cpf-Total(WS-Cpf-Achou).
           IF WS-Data-Mov < WS-Cpf-Ini(WS-Cpf-Achou)
               MOVE WS-Data-Mov TO WS-Cpf-Ini(WS-Cpf-Achou)
           END-IF.
           IF WS-Data-Mov > WS-Cpf-Fim(WS-Cpf-Achou)
               MOVE WS-Data-Mov TO WS-Cpf-Fim(WS-Cpf-Achou)
           END-IF.
           IF WS-Data-Mov = WS-Hoje
               MOVE 'S' TO WS-Cpf-Hoje(WS-Cpf-Achou)
           END-IF.

       17-PROCURA-DOCUMENTO.
           IF WS-Cpf-Doc(WS-Cpf-Idx) = WS-Cpf-Mov
               MOVE WS-Cpf-Idx TO WS-Cpf-Achou
           END-IF.

       04-APURA-FRACIONAMENTO.
           IF WS-Cpf-Qtd(WS-Cpf-Idx) >= 2
               AND WS-Cpf-Total(WS-Cpf-Idx) >= WS-Limite
               AND WS-Cpf-Hoje(WS-Cpf-Idx) = 'S'
               PERFORM 20-LIMPA-CASO
               MOVE SPACES TO ChaveOrigemPld
               STRING "F" WS-Cpf-Doc(WS-Cpf-Idx) WS-Hoje
                   DELIMITED BY SIZE INTO ChaveOrigemPld
               MOVE 'F' TO TipoCasoPld
               MOVE WS-Cpf-Doc(WS-Cpf-Idx) TO CpfCnpjPld
               MOVE WS-Cpf-CodC(WS-Cpf-Idx) TO CodC-Pld
               MOVE WS-Cpf-Total(WS-Cpf-Idx) TO ValorCasoPld
               MOVE WS-Cpf-Qtd(WS-Cpf-Idx) TO QtdOperPld
               MOVE WS-Cpf-Ini(WS-Cpf-Idx) TO DataIniPld
               MOVE WS-Cpf-Fim(WS-Cpf-Idx) TO DataFimPld
               PERFORM 21-GRAVA-CASO
               IF Caso-Gravado
                   ADD 1 TO WS-Casos-F
               END-IF
           END-IF.

       05-APURA-GAVETA.
           READ GAVETA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAV
               NOT AT END
                   COMPUTE WS-Data-Gav =
                       AnoGav * 10000 + MesGav * 100 + DiaGav
                   IF WS-Data-Gav = WS-Hoje
                       AND (Gav-Deposito OR Gav-Saque)
                       AND ValorGav >= WS-Limite
                       PERFORM 18-CASA-GAVETA
                   END-IF
           END-READ.

       18-CASA-GAVETA.
           IF Gav-Deposito
               MOVE "DP" TO WS-Gav-Tipo
           ELSE
               MOVE "SQ" TO WS-Gav-Tipo
           END-IF.
           MOVE ZEROS TO WS-Dia-Achou.
           PERFORM 19-PROCURA-LANCAMENTO
               VARYING WS-Dia-Idx FROM 1 BY 1
               UNTIL WS-Dia-Idx > WS-Dia-Qtd
               OR WS-Dia-Achou > ZEROS.
           IF WS-Dia-Achou > ZEROS
               MOVE 'S' TO WS-Dia-Casado(WS-Dia-Achou)
           ELSE
               PERFORM 20-LIMPA-CASO
               MOVE SPACES TO ChaveOrigemPld
               STRING "G" DataGav HoraGav OperadorGav TipoGav
                   DELIMITED BY SIZE INTO ChaveOrigemPld
               MOVE 'G' TO TipoCasoPld
               MOVE OperadorGav TO OperadorGavPld
               MOVE WS-Gav-Tipo TO TipoMovPld
               MOVE ValorGav TO ValorCasoPld
               MOVE 1 TO QtdOperPld
               MOVE WS-Hoje TO DataIniPld DataFimPld
               PERFORM 21-GRAVA-CASO
               IF Caso-Gravado
                   ADD 1 TO WS-Casos-G
               END-IF
           END-IF.

       19-PROCURA-LANCAMENTO.
           IF WS-Dia-Casado(WS-Dia-Idx) = 'N'
               AND WS-Dia-Tipo(WS-Dia-Idx) = WS-Gav-Tipo
               AND WS-Dia-Valor(WS-Dia-Idx) = ValorGav
               MOVE WS-Dia-Idx TO WS-Dia-Achou
           END-IF.

       20-LIMPA-CASO.
           MOVE SPACES TO REG-CASOPLD.
           MOVE ZEROS TO CpfCnpjPld CodC-Pld ValorCasoPld QtdOperPld
               DataIniPld DataFimPld DataDecisaoPld DataEnvioPld.

       21-GRAVA-CASO.
      *-Caso ja aberto numa execucao anterior (mesma ChaveOrigemPld)
      *-nao abre de novo.
           MOVE 'N' TO WS-Caso-Gravado.
           MOVE REG-CASOPLD TO WS-Caso-Guarda.
           READ CASOSPLD KEY IS ChaveOrigemPld
               INVALID KEY
                   MOVE WS-Caso-Guarda TO REG-CASOPLD
                   ADD 1 TO WS-Ult-Caso
                   MOVE WS-Ult-Caso TO NumCasoPld
                   MOVE 'A' TO StatusPld
                   MOVE ANO TO AnoAbrPld
                   MOVE MES TO MesAbrPld
                   MOVE DIA TO DiaAbrPld
                   WRITE REG-CASOPLD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Caso-Gravado
                           PERFORM 22-IMPRIME-CASO
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       22-IMPRIME-CASO.
           MOVE ValorCasoPld TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           IF Caso-Gaveta
               STRING "CASO " NumCasoPld " G OPERADOR " OperadorGavPld
                   " " TipoMovPld " " WS-Valor-Edt
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "CASO " NumCasoPld " " TipoCasoPld " DOC "
                   CpfCnpjPld " CONTA " CodC-Pld " " WS-Valor-Edt
                   " QTD " QtdOperPld
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF.
           WRITE LINHA-REL.

       08-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ESPECIE NO LIMITE:       " WS-Casos-L
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "FRACIONAMENTO:           " WS-Casos-F
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "GAVETA SEM LANCAMENTO:   " WS-Casos-G
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "REMETIDOS AO REGULADOR:  " WS-Remetidos
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
