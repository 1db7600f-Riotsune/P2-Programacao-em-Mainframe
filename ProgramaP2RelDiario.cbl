      *-transferencias entrando e saindo, contas abertas e
      *-encerradas no dia, alertas levantados por tipo, erros de
      *-digitacao por operador e o resultado do fechamento do dia
      *-em CONTROLE.DAT, mais a ultima verificacao do dia das
      *-cadeias de hash (CADEIA.DAT). Saida em DIARIO.LST.
      *-(Reabertura de conta nao deixa registro proprio em arquivo
      *-nenhum, entao nao ha como lista-la aqui.)
      *-----------------------------------------------------------
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CTL.

       SELECT CADEIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CAD.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL

           COPY CONTROLE.

       FD  CADEIA LABEL RECORD STANDARD
           DATA RECORD IS REG-CADEIA
           VALUE OF FILE-ID IS "CADEIA.DAT".

           COPY CADEIA.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "DIARIO.LST".
           01 ARQST-ERR pic X(2).
           01 ARQST-CTL pic X(2).
           01 ARQST-REL pic X(2).
           01 ARQST-CAD pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
           01 WS-Ctl-Qtd pic 9(6) value zeros.
           01 WS-Ctl-Total pic S9(9)V99 value zeros.

      *-Ultima verificacao das cadeias de hash no dia.
           01 WS-Tem-Cadeia pic X value 'N'.
           01 WS-Cad-Contas pic 9(6) value zeros.
           01 WS-Cad-Quebras pic 9(6) value zeros.
           01 WS-Cad-Sit-Aud pic X value spaces.

           01 WS-Total-Edt pic -Z(8)9,99.

       PROCEDURE DIVISION.
           PERFORM 04-APURA-ALERTAS.
           PERFORM 05-APURA-ERROS.
           PERFORM 06-APURA-CONTROLE.
           PERFORM 18-APURA-CADEIA.
           PERFORM 07-IMPRIME.
           CLOSE RELATORIO.
           DISPLAY "Resumo gravado em DIARIO.LST".
               WRITE LINHA-REL
           END-IF.
           MOVE SPACES TO LINHA-REL.
           IF WS-Tem-Cadeia NOT = 'S'
               MOVE "CADEIAS DE HASH: (NAO VERIFICADAS)" TO LINHA-REL
           ELSE
               IF WS-Cad-Quebras = ZEROS AND WS-Cad-Sit-Aud = 'S'
                   STRING "CADEIAS DE HASH: INTEGRAS (" WS-Cad-Contas
                       " CONTAS E AUDITORIA)"
                       DELIMITED BY SIZE INTO LINHA-REL
               ELSE
                   IF WS-Cad-Sit-Aud = 'S'
                       STRING "CADEIAS DE HASH: " WS-Cad-Quebras
                           " CONTAS QUEBRADAS, AUDITORIA INTEGRA"
                           " - VER CADEIA.LST"
                           DELIMITED BY SIZE INTO LINHA-REL
                   ELSE
                       STRING "CADEIAS DE HASH: " WS-Cad-Quebras
                           " CONTAS QUEBRADAS, AUDITORIA QUEBRADA"
                           " - VER CADEIA.LST"
                           DELIMITED BY SIZE INTO LINHA-REL
                   END-IF
               END-IF
           END-IF.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           MOVE "ASSINATURA DO SUPERVISOR: ____________________"
               TO LINHA-REL.
           WRITE LINHA-REL.
               WS-Err-Qtd(WS-Err-Idx) " ERROS"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       18-APURA-CADEIA.
      *-Sem CADEIA.DAT (verificacao ainda nao rodou) sai como nao
      *-verificada. Mais de uma no dia: vale a ultima.
           OPEN INPUT CADEIA.
           IF ARQST-CAD = "00"
               PERFORM 19-APURA-UMA-CADEIA UNTIL ARQST-CAD = "10"
               CLOSE CADEIA
           END-IF.

       19-APURA-UMA-CADEIA.
           READ CADEIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CAD
               NOT AT END
                   IF DataCad = WS-Dia-Rel
                       MOVE 'S' TO WS-Tem-Cadeia
                       MOVE QtdContasCad TO WS-Cad-Contas
                       MOVE QtdQuebraCad TO WS-Cad-Quebras
                       MOVE SitAudCad TO WS-Cad-Sit-Aud
                   END-IF
           END-READ.
