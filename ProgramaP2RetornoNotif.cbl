       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RetornoNotif.
      *-----------------------------------------------------------
      *-Retorno do gateway de mensagens: le NOTIFRET.DAT, casa
      *-cada linha com o aviso em NOTIFICA.DAT pela chave e marca
      *-E (entregue) ou X (falhou, com o motivo). As falhas saem
      *-em NOTIFFAL.LST por agencia da conta, com o canal, o
      *-destino usado e o motivo, para a agencia corrigir o
      *-telefone ou o e-mail do cadastro; linha de retorno sem
      *-aviso correspondente sai no fim do relatorio. Reprocessar
      *-o mesmo retorno so remarca a mesma situacao.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTIFRET ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NRT.

       SELECT NOTIFICA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveNtf
       ALTERNATE RECORD KEY CodC-Ntf WITH DUPLICATES
       FILE STATUS ARQST-NTF.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

      *-Arquivo de trabalho do SORT: as falhas, ordenadas por
      *-agencia e conta para o relatorio.
       SELECT WORKSORT ASSIGN TO DISK.

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
       FD  NOTIFRET LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFRET
           VALUE OF FILE-ID IS "NOTIFRET.DAT".

           COPY NOTIFRET.

       FD  NOTIFICA LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFICA
           VALUE OF FILE-ID IS "NOTIFICA.DAT".

           COPY NOTIFICA.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       SD  WORKSORT
           DATA RECORD IS REG-SORT.
       01 REG-SORT.
           02 SortAgencia pic 9(4).
           02 SortCodC pic 9(6).
           02 SortNome pic X(40).
           02 SortCanal pic X(1).
           02 SortDestino pic X(40).
           02 SortMotivo pic X(30).
           02 SortData pic 9(8).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "NOTIFFAL.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-NRT pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-NTF pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Fim-Sort pic X value 'N'.
               88 Fim-Sort value 'S'.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 WS-Hoje pic 9(8) value zeros.

      *-Retornos sem aviso correspondente, listados no fim (ate 200).
           01 WS-Orfaos.
               02 WS-Orfao-Id pic X(15) occurs 200 times.
           01 WS-Orfao-Qtd pic 9(3) value zeros.
           01 WS-Orfao-Idx pic 9(3) value zeros.

           01 WS-Agencia-Ant pic 9(4) value zeros.
           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Entregues pic 9(6) value zeros.
           01 WS-Falhas pic 9(6) value zeros.
           01 WS-Nao-Achados pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           OPEN INPUT NOTIFRET.
           IF ARQST-NRT NOT = "00"
               DISPLAY "NOTIFRET.DAT AUSENTE, NADA A PROCESSAR"
               GOBACK
           END-IF.
           OPEN I-O NOTIFICA.
           IF ARQST-NTF NOT = "00"
               DISPLAY "NOTIFICA.DAT AUSENTE, NENHUM AVISO ENVIADO"
               CLOSE NOTIFRET
               GOBACK
           END-IF.
           OPEN INPUT CC.
           SORT WORKSORT ON ASCENDING KEY SortAgencia SortCodC
               INPUT PROCEDURE IS 10-LE-RETORNO
               OUTPUT PROCEDURE IS 20-IMPRIME-FALHAS.
           CLOSE NOTIFRET NOTIFICA CC.
           DISPLAY "RETORNO DE AVISOS - LINHAS LIDAS: " WS-Lidos.
           DISPLAY "  ENTREGUES: " WS-Entregues.
           DISPLAY "  FALHAS: " WS-Falhas.
           DISPLAY "  SEM AVISO CORRESPONDENTE: " WS-Nao-Achados.
           DISPLAY "Falhas gravadas em NOTIFFAL.LST".
           GOBACK.

       10-LE-RETORNO.
           PERFORM 11-PROCESSA-LINHA UNTIL ARQST-NRT = "10".

       11-PROCESSA-LINHA.
           READ NOTIFRET
               AT END
                   MOVE "10" TO ARQST-NRT
               NOT AT END
                   ADD 1 TO WS-Lidos
                   MOVE IdNrt TO ChaveNtf
                   READ NOTIFICA
                       INVALID KEY
                           PERFORM 13-GUARDA-ORFAO
                       NOT INVALID KEY
                           PERFORM 12-MARCA-AVISO
                   END-READ
           END-READ.

       12-MARCA-AVISO.
           MOVE DataNrt TO DataRetNtf.
           IF DataRetNtf = ZEROS
               MOVE WS-Hoje TO DataRetNtf
           END-IF.
           IF Nrt-Falhou
               MOVE 'X' TO StatusNtf
               MOVE MotivoNrt TO MotivoNtf
               ADD 1 TO WS-Falhas
               MOVE CodC-Ntf TO CodC
               READ CC
                   INVALID KEY
                       MOVE ZEROS TO CodAgenciaC
                       MOVE SPACES TO NomeC
               END-READ
               MOVE CodAgenciaC TO SortAgencia
               MOVE CodC-Ntf TO SortCodC
               MOVE NomeC TO SortNome
               MOVE CanalNtf TO SortCanal
               MOVE DestinoNtf TO SortDestino
               MOVE MotivoNrt TO SortMotivo
               MOVE DataRetNtf TO SortData
               RELEASE REG-SORT
           ELSE
               MOVE 'E' TO StatusNtf
               MOVE SPACES TO MotivoNtf
               ADD 1 TO WS-Entregues
           END-IF.
           REWRITE REG-NOTIFICA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR AVISO " ChaveNtf
           END-REWRITE.

       13-GUARDA-ORFAO.
           ADD 1 TO WS-Nao-Achados.
           IF WS-Orfao-Qtd < 200
               ADD 1 TO WS-Orfao-Qtd
               MOVE IdNrt TO WS-Orfao-Id(WS-Orfao-Qtd)
           END-IF.

       20-IMPRIME-FALHAS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "AVISOS NAO ENTREGUES - RETORNO PROCESSADO EM "
               DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "ATUALIZAR TELEFONE/E-MAIL DO CADASTRO DAS CONTAS"
               TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE 9999 TO WS-Agencia-Ant.
           MOVE 'N' TO WS-Fim-Sort.
           PERFORM 21-LINHA-FALHA UNTIL Fim-Sort.
           IF WS-Orfao-Qtd > ZEROS
               MOVE SPACES TO LINHA-REL
               WRITE LINHA-REL
               MOVE "RETORNOS SEM AVISO CORRESPONDENTE:" TO LINHA-REL
               WRITE LINHA-REL
               PERFORM 22-LINHA-ORFAO
                   VARYING WS-Orfao-Idx FROM 1 BY 1
                   UNTIL WS-Orfao-Idx > WS-Orfao-Qtd
           END-IF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "LIDOS: " WS-Lidos "  ENTREGUES: " WS-Entregues
               "  FALHAS: " WS-Falhas "  SEM AVISO: " WS-Nao-Achados
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.

       21-LINHA-FALHA.
           RETURN WORKSORT
               AT END
                   MOVE 'S' TO WS-Fim-Sort
               NOT AT END
                   IF SortAgencia NOT = WS-Agencia-Ant
                       MOVE SortAgencia TO WS-Agencia-Ant
                       MOVE SPACES TO LINHA-REL
                       WRITE LINHA-REL
                       MOVE SPACES TO LINHA-REL
                       STRING "AGENCIA " SortAgencia
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
                   MOVE SPACES TO LINHA-REL
                   STRING "  " SortCodC " " SortNome " " SortCanal " "
                       SortDestino " " SortMotivo
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-RETURN.

       22-LINHA-ORFAO.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Orfao-Id(WS-Orfao-Idx)
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
