       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelKyc.
      *-----------------------------------------------------------
      *-Renovacao mensal do perfil "conheca seu cliente": varre
      *-CLIENTES.DAT e lista em KYC.LST quem tem o perfil vencido
      *-para a sua classe de risco (KYCALTO/KYCMEDIO/KYCBAIXO em
      *-PARAMETROS.DAT, em meses; risco alto no ciclo mais curto)
      *-e quem ainda nao tem perfil nenhum (cliente de antes do
      *-KYC). A agencia chama o cliente e renova pela opcao de
      *-servicos do ProgramaP2.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

      *-Ficheiro impresso (spool) com os perfis a renovar.
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
       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "KYC.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CLI pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

      *-Validade do perfil em meses por classe de risco.
           01 WS-Meses-Alto pic 9(3) value 12.
           01 WS-Meses-Medio pic 9(3) value 24.
           01 WS-Meses-Baixo pic 9(3) value 60.

           01 WS-AnoMes-Atual pic 9(6) value zeros.
           01 WS-AnoMes-Kyc pic 9(6) value zeros.
           01 WS-Meses-Perfil pic S9(5) value zeros.
           01 WS-Meses-Validade pic 9(3) value zeros.
           01 WS-Meses-Edt pic ZZZZ9.
           01 WS-Classe pic X(5) value spaces.

           01 WS-Clientes pic 9(6) value zeros.
           01 WS-Sem-Perfil pic 9(6) value zeros.
           01 WS-Vencidos pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-AnoMes-Atual = ANO * 12 + MES.
           PERFORM 09-CARREGA-PARAMETROS.
           OPEN INPUT CLIENTE.
           IF ARQST-CLI NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO"
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "PERFIS KYC A RENOVAR - " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 02-PROCESSA-CLIENTE UNTIL ARQST-CLI = "10".
           PERFORM 03-RESUMO.
           CLOSE CLIENTE.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em KYC.LST".
           DISPLAY "Clientes lidos:           " WS-Clientes.
           DISPLAY "Sem perfil KYC:           " WS-Sem-Perfil.
           DISPLAY "Perfis vencidos:          " WS-Vencidos.
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
                           WHEN "KYCALTO"
                               MOVE ValorParam TO WS-Meses-Alto
                           WHEN "KYCMEDIO"
                               MOVE ValorParam TO WS-Meses-Medio
                           WHEN "KYCBAIXO"
                               MOVE ValorParam TO WS-Meses-Baixo
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       02-PROCESSA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CLI
               NOT AT END
                   ADD 1 TO WS-Clientes
                   IF DataKycCli = ZEROS
                       PERFORM 05-IMPRIME-SEM-PERFIL
                   ELSE
                       PERFORM 04-VERIFICA-VALIDADE
                   END-IF
           END-READ.

       04-VERIFICA-VALIDADE.
           EVALUATE TRUE
               WHEN Risco-Kyc-Alto
                   MOVE WS-Meses-Alto TO WS-Meses-Validade
                   MOVE "ALTO" TO WS-Classe
               WHEN Risco-Kyc-Medio
                   MOVE WS-Meses-Medio TO WS-Meses-Validade
                   MOVE "MEDIO" TO WS-Classe
               WHEN OTHER
                   MOVE WS-Meses-Baixo TO WS-Meses-Validade
                   MOVE "BAIXO" TO WS-Classe
           END-EVALUATE.
           COMPUTE WS-AnoMes-Kyc = AnoKycCli * 12 + MesKycCli.
           COMPUTE WS-Meses-Perfil = WS-AnoMes-Atual - WS-AnoMes-Kyc.
           IF WS-Meses-Perfil >= WS-Meses-Validade
               PERFORM 06-IMPRIME-VENCIDO
           END-IF.

       05-IMPRIME-SEM-PERFIL.
           MOVE SPACES TO LINHA-REL.
           STRING CpfCnpjCli " " NomeCli " SEM PERFIL KYC"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-Sem-Perfil.

       06-IMPRIME-VENCIDO.
           MOVE WS-Meses-Perfil TO WS-Meses-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING CpfCnpjCli " " NomeCli " RISCO " WS-Classe
               " HA" WS-Meses-Edt " MESES"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ADD 1 TO WS-Vencidos.

       03-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CLIENTES LIDOS:  " WS-Clientes
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "SEM PERFIL KYC:  " WS-Sem-Perfil
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "PERFIS VENCIDOS: " WS-Vencidos
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
