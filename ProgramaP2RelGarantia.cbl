       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelGarantia.
      *-----------------------------------------------------------
      *-Reavaliacao mensal dos bens dados em garantia: varre
      *-GARANTIA.DAT e lista em REAVALIA.LST os bens de contratos
      *-ainda ativos em EMPRESTIMO.DAT cuja avaliacao ja passou da
      *-validade (GARREAV meses em PARAMETROS.DAT) ou vence no mes
      *-que vem, com o saldo devedor de hoje contra o valor
      *-avaliado (LTV atual) para a mesa priorizar os de maior
      *-exposicao. Avalistas nao entram. Passo de fim de mes do
      *-ProgramaP2Noturno.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GARANTIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveGar
       FILE STATUS ARQST-GAR.

       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       FILE STATUS ARQST-EMP.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

      *-Ficheiro impresso (spool) com os bens a reavaliar.
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
       FD  GARANTIA LABEL RECORD STANDARD
           DATA RECORD IS REG-GARANTIA
           VALUE OF FILE-ID IS "GARANTIA.DAT".

           COPY GARANTIA.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "REAVALIA.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-GAR pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-EMP pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

      *-Validade da avaliacao em meses (GARREAV).
           01 WS-Meses-Validade pic 9(3) value 12.

           01 WS-Meses-Aval pic S9(5) value zeros.
           01 WS-Meses-Edt pic ZZZZ9.
           01 WS-Situacao pic X(8) value spaces.
           01 WS-Especie pic X(9) value spaces.
           01 WS-Ltv pic 9(5)V99 value zeros.
           01 WS-Ltv-Edt pic ZZZZ9,99.
           01 WS-Valor-Edt pic Z(8)9,99.
           01 WS-Saldo-Edt pic Z(8)9,99.
           01 WS-Total-Edt pic Z(10)9,99.

           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Bens-Ativos pic 9(6) value zeros.
           01 WS-Vencidos pic 9(6) value zeros.
           01 WS-A-Vencer pic 9(6) value zeros.
           01 WS-Tot-Avaliado pic 9(11)V99 value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 09-CARREGA-PARAMETROS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "BENS EM GARANTIA A REAVALIAR - " DIA "/" MES "/"
               ANO "   VALIDADE DA AVALIACAO: " WS-Meses-Validade
               " MESES"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTR. SQ CONTA  ESPECIE   DESCRICAO             "
               "         AVALIACAO   VALOR AVAL. MESES SALDO DEVED. "
               "LTV ATUAL SITUACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           OPEN INPUT GARANTIA.
      *-Sem GARANTIA.DAT nenhum contrato tem garantia ainda: o
      *-relatorio sai so com os totais zerados.
           IF ARQST-GAR = "00"
               OPEN INPUT EMPRESTIMO
               PERFORM 02-PROCESSA-GARANTIA UNTIL ARQST-GAR = "10"
               CLOSE EMPRESTIMO
               CLOSE GARANTIA
           END-IF.
           PERFORM 03-RESUMO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em REAVALIA.LST".
           DISPLAY "Garantias lidas:          " WS-Lidos.
           DISPLAY "Bens de contratos ativos: " WS-Bens-Ativos.
           DISPLAY "Avaliacoes vencidas:      " WS-Vencidos.
           DISPLAY "Vencem no proximo mes:    " WS-A-Vencer.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

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
                           WHEN "GARREAV"
                               MOVE ValorParam TO WS-Meses-Validade
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       02-PROCESSA-GARANTIA.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   ADD 1 TO WS-Lidos
                   IF Gar-Bem
                       PERFORM 04-VERIFICA-CONTRATO
                   END-IF
           END-READ.

       04-VERIFICA-CONTRATO.
      *-Contrato quitado, renegociado (as garantias foram copiadas
      *-para o novo) ou ausente nao pede reavaliacao.
           MOVE NumContrato-Gar TO NumContrato.
           READ EMPRESTIMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Emprestimo-Ativo
                       ADD 1 TO WS-Bens-Ativos
                       PERFORM 05-VERIFICA-VALIDADE
                   END-IF
           END-READ.

       05-VERIFICA-VALIDADE.
      *-Idade da avaliacao em meses completos; vence no mes que vem
      *-quando falta menos de um mes para a validade.
           COMPUTE WS-Meses-Aval = (ANO * 12 + MES)
               - (AnoAvaliacaoGar * 12 + MesAvaliacaoGar).
           IF DIA < DiaAvaliacaoGar
               SUBTRACT 1 FROM WS-Meses-Aval
           END-IF.
           EVALUATE TRUE
               WHEN WS-Meses-Aval >= WS-Meses-Validade
                   MOVE "VENCIDA" TO WS-Situacao
                   ADD 1 TO WS-Vencidos
                   PERFORM 06-IMPRIME-BEM
               WHEN WS-Meses-Aval + 1 >= WS-Meses-Validade
                   MOVE "A VENCER" TO WS-Situacao
                   ADD 1 TO WS-A-Vencer
                   PERFORM 06-IMPRIME-BEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       06-IMPRIME-BEM.
           EVALUATE TRUE
               WHEN Bem-Imovel
                   MOVE "IMOVEL" TO WS-Especie
               WHEN Bem-Veiculo
                   MOVE "VEICULO" TO WS-Especie
               WHEN Bem-Aplicacao
                   MOVE "APLICACAO" TO WS-Especie
               WHEN OTHER
                   MOVE "OUTRO" TO WS-Especie
           END-EVALUATE.
           IF ValorAvaliadoGar > ZEROS
               COMPUTE WS-Ltv ROUNDED =
                   SaldoDevedorEmp * 100 / ValorAvaliadoGar
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-Ltv
               END-COMPUTE
           ELSE
               MOVE 99999,99 TO WS-Ltv
           END-IF.
           MOVE WS-Ltv TO WS-Ltv-Edt.
           MOVE WS-Meses-Aval TO WS-Meses-Edt.
           MOVE ValorAvaliadoGar TO WS-Valor-Edt.
           MOVE SaldoDevedorEmp TO WS-Saldo-Edt.
           ADD ValorAvaliadoGar TO WS-Tot-Avaliado.
           MOVE SPACES TO LINHA-REL.
           STRING NumContrato-Gar " " SeqGar " " CodC-Emp " "
               WS-Especie " " DescricaoBemGar " "
               DiaAvaliacaoGar "/" MesAvaliacaoGar "/"
               AnoAvaliacaoGar " " WS-Valor-Edt " " WS-Meses-Edt " "
               WS-Saldo-Edt " " WS-Ltv-Edt "% " WS-Situacao
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       03-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "BENS DE CONTRATOS ATIVOS: " WS-Bens-Ativos
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "AVALIACOES VENCIDAS:      " WS-Vencidos
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "VENCEM NO PROXIMO MES:    " WS-A-Vencer
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Avaliado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "VALOR AVALIADO A REVER:   " WS-Total-Edt
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
