       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2VerificaCadeia.
      *-----------------------------------------------------------
      *-Verificacao das cadeias de hash (HASHCTL.CPY): percorre
      *-MOVIMENTO.DAT na ordem da chave, conta a conta, refazendo o
      *-hash de cada lancamento e conferindo o elo com o anterior,
      *-e confere o hash guardado no contador MOVSEQ.DAT com o do
      *-ultimo lancamento da cadeia (lancamento do fim apagado).
      *-Depois faz o mesmo com AUDITORIA.DAT, que e uma cadeia so.
      *-O primeiro elo quebrado de cada conta e o da auditoria saem
      *-em CADEIA.LST; os totais vao para CADEIA.DAT, que o
      *-ProgramaP2RelDiario mostra no resumo do dia. Lancamento ou
      *-linha sem hash antes do inicio da cadeia e de antes do
      *-encadeamento e so contado; depois do inicio e quebra. O
      *-transporte do expurgo (TP, sequencial zero) traz no
      *-anterior o hash do ultimo lancamento arquivado, e e nele
      *-que o lancamento seguinte se encadeia. So relata: termina
      *-sempre com RETURN-CODE zero. Passo diario do
      *-ProgramaP2Noturno.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT AUDITORIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AUD.

       SELECT CADEIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CAD.

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
       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  AUDITORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-AUDITORIA
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

           COPY AUDITORIA.

       FD  CADEIA LABEL RECORD STANDARD
           DATA RECORD IS REG-CADEIA
           VALUE OF FILE-ID IS "CADEIA.DAT".

           COPY CADEIA.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "CADEIA.LST".
       01 LINHA-REL pic X(100).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-MOV pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-AUD pic X(2).
           01 ARQST-CAD pic X(2).
           01 ARQST-REL pic X(2).

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

           COPY HASHCTL.

      *-Conta corrente da varredura e a situacao da cadeia dela.
           01 WS-Conta-Atual pic 9(6) value zeros.
           01 WS-Primeira-Conta pic X value 'S'.
               88 Primeira-Conta value 'S'.
           01 WS-Iniciada pic X value 'N'.
               88 Cadeia-Iniciada value 'S'.
           01 WS-Quebrada pic X value 'N'.
               88 Cadeia-Quebrada value 'S'.
           01 WS-Elo-Lido pic 9(10) value zeros.
           01 WS-Motivo pic X(30) value spaces.
      *-Sequencial e data do lancamento relatado na quebra.
           01 WS-Rel-Seq pic 9(8) value zeros.
           01 WS-Rel-Data pic 9(8) value zeros.
           01 WS-Tem-Movseq pic X value 'N'.

           01 WS-Contas pic 9(6) value zeros.
           01 WS-Lancamentos pic 9(8) value zeros.
           01 WS-Sem-Hash pic 9(8) value zeros.
           01 WS-Quebras pic 9(6) value zeros.

      *-Auditoria: linha corrente (posicao no arquivo) e totais.
           01 WS-Aud-Linhas pic 9(8) value zeros.
           01 WS-Aud-Sem-Hash pic 9(8) value zeros.
           01 WS-Aud-Iniciada pic X value 'N'.
               88 Aud-Iniciada value 'S'.
           01 WS-Aud-Quebrada pic X value 'N'.
               88 Aud-Quebrada value 'S'.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           ACCEPT HORA-SIS FROM TIME.
           DISPLAY "VERIFICACAO DAS CADEIAS - PROGRAMAP2VERIFICACADEIA".
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "VERIFICACAO DAS CADEIAS DE HASH - " DIA "/" MES
               "/" ANO DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 10-VERIFICA-MOVIMENTO.
           PERFORM 20-VERIFICA-AUDITORIA.
           PERFORM 30-RESUMO.
           CLOSE RELATORIO.
           PERFORM 40-GRAVA-CADEIA.
           DISPLAY "Relatorio gravado em CADEIA.LST".
           DISPLAY "Contas conferidas:        " WS-Contas.
           DISPLAY "Contas com elo quebrado:  " WS-Quebras.
           IF Aud-Quebrada
               DISPLAY "AUDITORIA.DAT:            QUEBRADA"
           ELSE
               DISPLAY "AUDITORIA.DAT:            INTEGRA"
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       10-VERIFICA-MOVIMENTO.
      *-Sem MOVIMENTO.DAT nao ha cadeia a conferir; sem MOVSEQ.DAT
      *-so a conferencia do contador fica de fora.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               MOVE SPACES TO LINHA-REL
               STRING "MOVIMENTO.DAT AUSENTE (" ARQST-MOV ")"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE 'N' TO WS-Tem-Movseq
               OPEN INPUT MOVSEQ
               IF ARQST-SEQ = "00"
                   MOVE 'S' TO WS-Tem-Movseq
               END-IF
               PERFORM 11-LE-LANCAMENTO UNTIL ARQST-MOV = "10"
               IF NOT Primeira-Conta
                   PERFORM 13-FECHA-CONTA
               END-IF
               CLOSE MOVIMENTO
               IF WS-Tem-Movseq = 'S'
                   CLOSE MOVSEQ
               END-IF
           END-IF.

       11-LE-LANCAMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   ADD 1 TO WS-Lancamentos
                   IF Primeira-Conta
                       MOVE 'N' TO WS-Primeira-Conta
                       PERFORM 12-ABRE-CONTA
                   ELSE
                       IF CodC-Mov NOT = WS-Conta-Atual
                           PERFORM 13-FECHA-CONTA
                           PERFORM 12-ABRE-CONTA
                       END-IF
                   END-IF
                   PERFORM 14-CONFERE-LANCAMENTO
           END-READ.

       12-ABRE-CONTA.
           MOVE CodC-Mov TO WS-Conta-Atual.
           ADD 1 TO WS-Contas.
           MOVE ZEROS TO WS-Hash-Maior.
           MOVE 'N' TO WS-Iniciada WS-Quebrada.

       13-FECHA-CONTA.
      *-O contador guarda o hash do ultimo lancamento gravado: se a
      *-cadeia termina em outro, lancamentos do fim sumiram.
      *-Contador de antes do encadeamento (hash nao numerico) nao
      *-entra na conferencia.
           IF Cadeia-Iniciada AND NOT Cadeia-Quebrada
               AND WS-Tem-Movseq = 'S'
               MOVE WS-Conta-Atual TO CodC-Seq
               READ MOVSEQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UltimoHashMov NUMERIC
                           AND UltimoHashMov NOT = WS-Hash-Maior
                           MOVE "CONTADOR FORA DO ULTIMO ELO"
                               TO WS-Motivo
                           MOVE UltimoSeqMov TO WS-Rel-Seq
                           MOVE ZEROS TO WS-Rel-Data
                           PERFORM 16-REGISTRA-QUEBRA
                       END-IF
               END-READ
           END-IF.

       14-CONFERE-LANCAMENTO.
      *-Transporte do expurgo (TP, sequencial zero): confere o
      *-proprio hash e passa o anterior dele adiante, sem abrir a
      *-cadeia da conta.
           MOVE NumSeq-Mov TO WS-Rel-Seq.
           MOVE DataMov TO WS-Rel-Data.
           IF HashMov NOT NUMERIC OR HashMov = ZEROS
               IF Cadeia-Iniciada
                   MOVE "LANCAMENTO SEM HASH" TO WS-Motivo
                   PERFORM 16-REGISTRA-QUEBRA
               ELSE
                   ADD 1 TO WS-Sem-Hash
               END-IF
           ELSE
               MOVE HashMov TO WS-Elo-Lido
               PERFORM 15-CALCULA-HASH-MOV
               IF WS-Hash-Valor NOT = WS-Elo-Lido
                   MOVE "CONTEUDO ALTERADO" TO WS-Motivo
                   PERFORM 16-REGISTRA-QUEBRA
               END-IF
               IF TipoMov = "TP" AND NumSeq-Mov = ZEROS
                   IF HashAntMov NUMERIC
                       MOVE HashAntMov TO WS-Hash-Maior
                   END-IF
               ELSE
                   IF HashAntMov NOT NUMERIC
                       OR HashAntMov NOT = WS-Hash-Maior
                       MOVE "ELO COM O ANTERIOR" TO WS-Motivo
                       PERFORM 16-REGISTRA-QUEBRA
                   END-IF
                   MOVE 'S' TO WS-Iniciada
                   MOVE WS-Elo-Lido TO WS-Hash-Maior
               END-IF
           END-IF.

       15-CALCULA-HASH-MOV.
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
           PERFORM 27-SOMA-HASH.

       16-REGISTRA-QUEBRA.
      *-So o primeiro elo quebrado de cada conta: dali em diante a
      *-cadeia da conta ja nao prova nada.
           IF NOT Cadeia-Quebrada
               MOVE 'S' TO WS-Quebrada
               ADD 1 TO WS-Quebras
               MOVE SPACES TO LINHA-REL
               STRING "CONTA " WS-Conta-Atual " SEQ " WS-Rel-Seq
                   " DATA " WS-Rel-Data " - " WS-Motivo
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       20-VERIFICA-AUDITORIA.
      *-Uma cadeia so, na ordem das linhas do arquivo.
           MOVE ZEROS TO WS-Hash-Maior.
           OPEN INPUT AUDITORIA.
           IF ARQST-AUD NOT = "00"
               MOVE SPACES TO LINHA-REL
               STRING "AUDITORIA.DAT AUSENTE (" ARQST-AUD ")"
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 21-LE-AUDITORIA UNTIL ARQST-AUD = "10"
               CLOSE AUDITORIA
           END-IF.

       21-LE-AUDITORIA.
           READ AUDITORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AUD
               NOT AT END
                   ADD 1 TO WS-Aud-Linhas
                   PERFORM 22-CONFERE-AUDITORIA
           END-READ.

       22-CONFERE-AUDITORIA.
           IF HashAud NOT NUMERIC OR HashAud = ZEROS
               IF Aud-Iniciada
                   MOVE "LINHA SEM HASH" TO WS-Motivo
                   PERFORM 23-REGISTRA-QUEBRA-AUD
               ELSE
                   ADD 1 TO WS-Aud-Sem-Hash
               END-IF
           ELSE
               MOVE HashAud TO WS-Elo-Lido
               MOVE ZEROS TO HashAud
               MOVE REG-AUDITORIA TO WS-Hash-Linha
               MOVE WS-Elo-Lido TO HashAud
               PERFORM 27-SOMA-HASH
               IF WS-Hash-Valor NOT = WS-Elo-Lido
                   MOVE "CONTEUDO ALTERADO" TO WS-Motivo
                   PERFORM 23-REGISTRA-QUEBRA-AUD
               END-IF
               IF HashAntAud NOT NUMERIC
                   OR HashAntAud NOT = WS-Hash-Maior
                   MOVE "ELO COM O ANTERIOR" TO WS-Motivo
                   PERFORM 23-REGISTRA-QUEBRA-AUD
               END-IF
               MOVE 'S' TO WS-Aud-Iniciada
               MOVE WS-Elo-Lido TO WS-Hash-Maior
           END-IF.

       23-REGISTRA-QUEBRA-AUD.
           IF NOT Aud-Quebrada
               MOVE 'S' TO WS-Aud-Quebrada
               MOVE SPACES TO LINHA-REL
               STRING "AUDITORIA.DAT LINHA " WS-Aud-Linhas
                   " - " WS-Motivo
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       27-SOMA-HASH.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 28-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       28-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       30-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "MOVIMENTO.DAT - CONTAS: " WS-Contas
               "  LANCAMENTOS: " WS-Lancamentos
               "  SEM HASH: " WS-Sem-Hash
               "  CONTAS QUEBRADAS: " WS-Quebras
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           IF Aud-Quebrada
               STRING "AUDITORIA.DAT - LINHAS: " WS-Aud-Linhas
                   "  SEM HASH: " WS-Aud-Sem-Hash "  QUEBRADA"
                   DELIMITED BY SIZE INTO LINHA-REL
           ELSE
               STRING "AUDITORIA.DAT - LINHAS: " WS-Aud-Linhas
                   "  SEM HASH: " WS-Aud-Sem-Hash "  INTEGRA"
                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF.
           WRITE LINHA-REL.

       40-GRAVA-CADEIA.
           OPEN EXTEND CADEIA.
           IF ARQST-CAD NOT = "00"
               CLOSE CADEIA
               OPEN OUTPUT CADEIA
           END-IF.
           MOVE ANO TO AnoCad.
           MOVE MES TO MesCad.
           MOVE DIA TO DiaCad.
           COMPUTE HoraCad = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Contas TO QtdContasCad.
           MOVE WS-Lancamentos TO QtdLancCad.
           MOVE WS-Sem-Hash TO QtdSemHashCad.
           MOVE WS-Quebras TO QtdQuebraCad.
           MOVE WS-Aud-Linhas TO QtdAudCad.
           IF Aud-Quebrada
               MOVE 'N' TO SitAudCad
           ELSE
               MOVE 'S' TO SitAudCad
           END-IF.
           WRITE REG-CADEIA.
           CLOSE CADEIA.

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
