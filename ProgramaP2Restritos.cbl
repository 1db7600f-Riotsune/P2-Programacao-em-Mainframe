       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Restritos.
      *-----------------------------------------------------------
      *-Carga da lista de partes restritas e revarredura do
      *-cadastro. A lista recebida chega em RESTRNOVA.DAT (nome,
      *-documento, lista de origem, data); quando ela difere da
      *-lista em vigor (quantidade ou alguma entrada que a lista
      *-indexada nao tem), RESTRITOS.DAT e reconstruido e TODO o
      *-CLIENTES.DAT e triado de novo: quem estava limpo na
      *-abertura pode ter entrado na lista depois. Cada achado
      *-vira item 'R' em TRIAGEM.DAT para o supervisor, menos os
      *-ja liberados (falso positivo) ou ainda pendentes contra a
      *-mesma entrada. Lista igual a vigente: nada a fazer.
      *-Achados listados em RESTRITOS.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESTRNOVA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NOV.

       SELECT RESTRITOS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRestr
       ALTERNATE RECORD KEY NomeRestr WITH DUPLICATES
       ALTERNATE RECORD KEY DocRestr WITH DUPLICATES
       FILE STATUS ARQST-RST.

       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT TRIAGEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumTriagem
       ALTERNATE RECORD KEY ChaveTri WITH DUPLICATES
       FILE STATUS ARQST-TRI.

      *-Ficheiro impresso (spool) com os achados da revarredura.
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
       FD  RESTRNOVA LABEL RECORD STANDARD
           DATA RECORD IS REG-RESTRNOVA
           VALUE OF FILE-ID IS "RESTRNOVA.DAT".
       01 REG-RESTRNOVA.
           02 NomeNov pic X(40).
           02 DocNov pic 9(14).
           02 FonteNov pic X(10).
           02 DataNov pic 9(8).

       FD  RESTRITOS LABEL RECORD STANDARD
           DATA RECORD IS REG-RESTRITO
           VALUE OF FILE-ID IS "RESTRITOS.DAT".

           COPY RESTRITO.

       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

       FD  TRIAGEM LABEL RECORD STANDARD
           DATA RECORD IS REG-TRIAGEM
           VALUE OF FILE-ID IS "TRIAGEM.DAT".

           COPY TRIAGEM.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RESTRITOS.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-NOV pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-RST pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-TRI pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Tem-Vigente pic X value 'N'.
           01 WS-Lista-Nova pic X value 'N'.
               88 Lista-Nova value 'S'.
           01 WS-Qtd-Nova pic 9(6) value zeros.
           01 WS-Qtd-Vigente pic 9(6) value zeros.
           01 WS-Carregadas pic 9(6) value zeros.

      *-Triagem de um cliente (mesma regra da triagem on-line do
      *-ProgramaP2: documento exato, senao nome exato).
           01 WS-Tri-Doc pic 9(14) value zeros.
           01 WS-Tri-Nome pic X(40) value spaces.
           01 WS-Tri-Achou pic X value 'N'.
               88 Restrito-Achado value 'S'.
           01 WS-Tri-Situacao pic X value spaces.
               88 Tri-Ja-Liberado value 'L'.
               88 Tri-Ja-Pendente value 'A'.
           01 WS-Tri-Restr-Doc pic 9(14) value zeros.
           01 WS-Tri-Restr-Nome pic X(40) value spaces.
           01 WS-Tri-Restr-Fonte pic X(10) value spaces.
           01 WS-Ult-Triagem pic 9(6) value zeros.

           01 WS-Clientes pic 9(6) value zeros.
           01 WS-Achados pic 9(6) value zeros.
           01 WS-Novos-Itens pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           OPEN INPUT RESTRNOVA.
           IF ARQST-NOV NOT = "00"
               DISPLAY "RESTRNOVA.DAT AUSENTE - NENHUMA LISTA RECEBIDA"
               GOBACK
           END-IF.
           PERFORM 01-COMPARA-LISTA.
           CLOSE RESTRNOVA.
           IF NOT Lista-Nova
               DISPLAY "LISTA RECEBIDA IGUAL A VIGENTE - NADA A FAZER"
               GOBACK
           END-IF.
           PERFORM 02-RECARREGA-LISTA.
           PERFORM 03-REVARRE-CLIENTES.
           DISPLAY "ENTRADAS CARREGADAS:   " WS-Carregadas.
           DISPLAY "CLIENTES TRIADOS:      " WS-Clientes.
           DISPLAY "ACHADOS NA LISTA:      " WS-Achados.
           DISPLAY "ITENS NOVOS NA FILA:   " WS-Novos-Itens.
           DISPLAY "Relatorio gravado em RESTRITOS.LST".
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       01-COMPARA-LISTA.
      *-Lista recebida e nova quando a quantidade difere da vigente
      *-ou quando alguma entrada (nome + documento + lista) nao esta
      *-na vigente; sem lista vigente, qualquer recebida e nova.
           MOVE 'N' TO WS-Lista-Nova.
           OPEN INPUT RESTRITOS.
           IF ARQST-RST NOT = "00"
               MOVE 'S' TO WS-Lista-Nova
           ELSE
               MOVE 'S' TO WS-Tem-Vigente
               PERFORM 04-CONTA-VIGENTE UNTIL ARQST-RST = "10"
               PERFORM 05-CONFERE-RECEBIDA UNTIL ARQST-NOV = "10"
               CLOSE RESTRITOS
               IF WS-Qtd-Nova NOT = WS-Qtd-Vigente
                   MOVE 'S' TO WS-Lista-Nova
               END-IF
           END-IF.

       04-CONTA-VIGENTE.
           READ RESTRITOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RST
               NOT AT END
                   ADD 1 TO WS-Qtd-Vigente
           END-READ.

       05-CONFERE-RECEBIDA.
           READ RESTRNOVA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-NOV
               NOT AT END
                   ADD 1 TO WS-Qtd-Nova
                   MOVE FUNCTION UPPER-CASE(NomeNov) TO NomeRestr
                   READ RESTRITOS KEY IS NomeRestr
                       INVALID KEY
                           MOVE 'S' TO WS-Lista-Nova
                       NOT INVALID KEY
                           IF DocRestr NOT = DocNov
                               OR FonteRestr NOT = FonteNov
                               MOVE 'S' TO WS-Lista-Nova
                           END-IF
                   END-READ
           END-READ.

       02-RECARREGA-LISTA.
           CLOSE RESTRNOVA.
           OPEN INPUT RESTRNOVA.
           OPEN OUTPUT RESTRITOS.
           MOVE "00" TO ARQST-NOV.
           PERFORM 06-CARREGA-ENTRADA UNTIL ARQST-NOV = "10".
           CLOSE RESTRITOS.

       06-CARREGA-ENTRADA.
           READ RESTRNOVA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-NOV
               NOT AT END
                   ADD 1 TO WS-Carregadas
                   MOVE WS-Carregadas TO NumRestr
                   MOVE FUNCTION UPPER-CASE(NomeNov) TO NomeRestr
                   MOVE DocNov TO DocRestr
                   MOVE FonteNov TO FonteRestr
                   MOVE DataNov TO DataRestr
                   WRITE REG-RESTRITO
           END-READ.

       03-REVARRE-CLIENTES.
           OPEN INPUT RESTRITOS.
           OPEN INPUT CLIENTE.
           IF ARQST-CLI NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CLI
           END-IF.
           OPEN I-O TRIAGEM.
           IF ARQST-TRI NOT = "00"
               CLOSE TRIAGEM
               OPEN OUTPUT TRIAGEM
               CLOSE TRIAGEM
               OPEN I-O TRIAGEM
           END-IF.
           PERFORM 07-ULTIMA-TRIAGEM.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "REVARREDURA DE CLIENTES CONTRA A LISTA - "
               DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 08-TRIA-CLIENTE UNTIL ARQST-CLI = "10".
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CLIENTES TRIADOS: " WS-Clientes
               "  ACHADOS: " WS-Achados
               "  NOVOS NA FILA: " WS-Novos-Itens
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE RELATORIO.
           CLOSE TRIAGEM.
           CLOSE CLIENTE.
           CLOSE RESTRITOS.

       07-ULTIMA-TRIAGEM.
      *-Proximo NumTriagem = maior ja gravado + 1 (mesma tecnica de
      *-08-Gera-Codigo do ProgramaP2).
           MOVE 999999 TO NumTriagem.
           START TRIAGEM KEY IS LESS THAN NumTriagem
               INVALID KEY
                   MOVE ZEROS TO WS-Ult-Triagem
               NOT INVALID KEY
                   READ TRIAGEM NEXT RECORD
                   MOVE NumTriagem TO WS-Ult-Triagem
           END-START.

       08-TRIA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CLI
               NOT AT END
                   ADD 1 TO WS-Clientes
                   MOVE CpfCnpjCli TO WS-Tri-Doc
                   MOVE FUNCTION UPPER-CASE(NomeCli) TO WS-Tri-Nome
                   PERFORM 10-BUSCA-RESTRITO
                   IF Restrito-Achado
                       ADD 1 TO WS-Achados
                       PERFORM 12-VERIFICA-FILA
                       IF NOT Tri-Ja-Liberado AND NOT Tri-Ja-Pendente
                           PERFORM 14-GRAVA-TRIAGEM
                       END-IF
                   END-IF
           END-READ.

       10-BUSCA-RESTRITO.
           MOVE 'N' TO WS-Tri-Achou.
           IF WS-Tri-Doc > ZEROS
               MOVE WS-Tri-Doc TO DocRestr
               READ RESTRITOS KEY IS DocRestr
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Tri-Achou
               END-READ
           END-IF.
           IF NOT Restrito-Achado AND WS-Tri-Nome NOT = SPACES
               MOVE WS-Tri-Nome TO NomeRestr
               READ RESTRITOS KEY IS NomeRestr
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Tri-Achou
               END-READ
           END-IF.
           IF Restrito-Achado
               MOVE DocRestr TO WS-Tri-Restr-Doc
               MOVE NomeRestr TO WS-Tri-Restr-Nome
               MOVE FonteRestr TO WS-Tri-Restr-Fonte
           END-IF.

       12-VERIFICA-FILA.
      *-Item ja liberado (ou ainda pendente) para o mesmo documento
      *-+ nome contra a mesma entrada da lista nao gera item novo.
           MOVE SPACE TO WS-Tri-Situacao.
           MOVE WS-Tri-Doc TO DocTri.
           MOVE WS-Tri-Nome TO NomeTri.
           START TRIAGEM KEY IS = ChaveTri
               INVALID KEY
                   MOVE "10" TO ARQST-TRI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-TRI
           END-START.
           PERFORM 13-VARRE-FILA
               UNTIL ARQST-TRI = "10" OR Tri-Ja-Liberado.

       13-VARRE-FILA.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   IF DocTri NOT = WS-Tri-Doc
                       OR NomeTri NOT = WS-Tri-Nome
                       MOVE "10" TO ARQST-TRI
                   ELSE
                       IF DocRestrTri = WS-Tri-Restr-Doc
                           AND NomeRestrTri = WS-Tri-Restr-Nome
                           AND FonteRestrTri = WS-Tri-Restr-Fonte
                           IF Triagem-Liberada
                               MOVE 'L' TO WS-Tri-Situacao
                           END-IF
                           IF Triagem-Pendente
                               MOVE 'A' TO WS-Tri-Situacao
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       14-GRAVA-TRIAGEM.
           ADD 1 TO WS-Ult-Triagem.
           MOVE SPACES TO REG-TRIAGEM.
           MOVE WS-Ult-Triagem TO NumTriagem.
           MOVE WS-Tri-Doc TO DocTri.
           MOVE WS-Tri-Nome TO NomeTri.
           MOVE 'R' TO OrigemTri.
           MOVE WS-Tri-Restr-Doc TO DocRestrTri.
           MOVE WS-Tri-Restr-Nome TO NomeRestrTri.
           MOVE WS-Tri-Restr-Fonte TO FonteRestrTri.
           MOVE ZEROS TO CodC-Tri ValorTri DataDecTri.
           MOVE ANO TO AnoTri.
           MOVE MES TO MesTri.
           MOVE DIA TO DiaTri.
           MOVE SPACES TO OperadorTri.
           MOVE 'A' TO StatusTri.
           MOVE 'N' TO ProcessadoTri.
           WRITE REG-TRIAGEM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TRIAGEM " NumTriagem
               NOT INVALID KEY
                   ADD 1 TO WS-Novos-Itens
                   MOVE SPACES TO LINHA-REL
                   STRING "ITEM " NumTriagem " DOC " DocTri " "
                       NomeTri(1:30) " LISTA " FonteRestrTri
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-WRITE.

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
