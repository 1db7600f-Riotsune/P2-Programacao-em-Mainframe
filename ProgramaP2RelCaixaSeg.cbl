       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelCaixaSeg.
      *-----------------------------------------------------------
      *-Relatorio das caixas de aluguel com anuidade em atraso
      *-(contratos ativos de CONTRCXS.DAT com o vencimento ja
      *-passado, que o lote ProgramaP2AluguelCaixa nao conseguiu
      *-debitar) e, numa segunda secao, das caixas que ja podem
      *-ser abertas a forca: atraso de CXSABRE dias ou mais
      *-(default 180), com os titulares a notificar.
      *-CAIXASATR.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTRCXS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContratoCcx
       ALTERNATE RECORD KEY CodC-Ccx WITH DUPLICATES
       FILE STATUS ARQST-CCX.

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
       FD  CONTRCXS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTRCXS
           VALUE OF FILE-ID IS "CONTRCXS.DAT".

           COPY CONTRCXS.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "CAIXASATR.LST".
       01 LINHA-REL pic X(100).

       WORKING-STORAGE SECTION.

           01 ARQST-CCX pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Data-Prm pic 9(8) value zeros.
           01 WS-Data-Venc pic 9(8) value zeros.
           01 WS-Dias-Atraso pic 9(5) value zeros.
           01 WS-Dias-Abertura pic 9(4) value 180.
           01 WS-Anos-Devidos pic 9(3) value zeros.
           01 WS-Devido pic 9(7)V99 value zeros.
           01 WS-Tit-Idx pic 9(1) value zeros.

           01 WS-Qtd-Atraso pic 9(5) value zeros.
           01 WS-Qtd-Abertura pic 9(5) value zeros.
           01 WS-Tot-Atraso pic 9(9)V99 value zeros.
           01 WS-Tot-Abertura pic 9(9)V99 value zeros.

           01 WS-Dias-Edt pic Z(4)9.
           01 WS-Valor-Edt pic Z(6)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 01-CARREGA-PARAMETROS.
           OPEN INPUT CONTRCXS.
           IF ARQST-CCX NOT = "00"
               DISPLAY "CONTRCXS.DAT AUSENTE, SEM CONTRATOS"
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "CAIXAS DE ALUGUEL - ANUIDADES EM ATRASO EM "
               DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONTRATO AG   CAIXA CONTA  VENCIMENTO DIAS  ANOS"
               TO LINHA-REL.
           MOVE "     VALOR DEVIDO" TO LINHA-REL(50:17).
           WRITE LINHA-REL.
           PERFORM 10-LE-ATRASO UNTIL ARQST-CCX = "10".
           MOVE WS-Tot-Atraso TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTRATOS EM ATRASO: " WS-Qtd-Atraso
               "  TOTAL DEVIDO: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE CONTRCXS.

      *-Segunda passada: so os aptos a abertura forcada, com os
      *-titulares.
           OPEN INPUT CONTRCXS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CAIXAS APTAS A ABERTURA FORCADA (ATRASO DE "
               WS-Dias-Abertura " DIAS OU MAIS):"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 20-LE-ABERTURA UNTIL ARQST-CCX = "10".
           MOVE WS-Tot-Abertura TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CAIXAS APTAS: " WS-Qtd-Abertura
               "  TOTAL DEVIDO: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           CLOSE CONTRCXS.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em CAIXASATR.LST".
           GOBACK.

       01-CARREGA-PARAMETROS.
      *-O ultimo registro de cada codigo com vigencia ja alcancada
      *-e o que vale; sem arquivo, fica o default.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 02-LE-PARAMETRO UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       02-LE-PARAMETRO.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Prm <= WS-Hoje
                       AND CodParam = "CXSABRE"
                       MOVE ValorParam TO WS-Dias-Abertura
                   END-IF
           END-READ.

       05-APURA-ATRASO.
      *-Dias desde o vencimento da anuidade mais antiga em aberto e
      *-quantas anuidades ja venceram sem pagamento.
           MOVE ZEROS TO WS-Dias-Atraso WS-Anos-Devidos WS-Devido.
           COMPUTE WS-Data-Venc = AnoVencCcx * 10000
               + MesVencCcx * 100 + DiaVencCcx.
           IF Contrato-Ativo AND WS-Data-Venc < WS-Hoje
               COMPUTE WS-Dias-Atraso =
                   FUNCTION INTEGER-OF-DATE(WS-Hoje)
                   - FUNCTION INTEGER-OF-DATE(WS-Data-Venc)
               COMPUTE WS-Anos-Devidos = WS-Dias-Atraso / 365 + 1
               COMPUTE WS-Devido = ValorAnualCcx * WS-Anos-Devidos
           END-IF.

       10-LE-ATRASO.
           READ CONTRCXS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CCX
               NOT AT END
                   PERFORM 05-APURA-ATRASO
                   IF WS-Dias-Atraso > ZEROS
                       PERFORM 11-LINHA-ATRASO
                   END-IF
           END-READ.

       11-LINHA-ATRASO.
           ADD 1 TO WS-Qtd-Atraso.
           ADD WS-Devido TO WS-Tot-Atraso.
           MOVE WS-Dias-Atraso TO WS-Dias-Edt.
           MOVE WS-Devido TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumContratoCcx "   " CodAgenciaCcx " " NumCaixaCcx
               "  " CodC-Ccx " " DiaVencCcx "/" MesVencCcx "/"
               AnoVencCcx " " WS-Dias-Edt " " WS-Anos-Devidos
               "  " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           IF WS-Dias-Atraso >= WS-Dias-Abertura
               MOVE "*ABERTURA" TO LINHA-REL(72:9)
           END-IF.
           WRITE LINHA-REL.

       20-LE-ABERTURA.
           READ CONTRCXS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CCX
               NOT AT END
                   PERFORM 05-APURA-ATRASO
                   IF WS-Dias-Atraso > ZEROS
                       AND WS-Dias-Atraso >= WS-Dias-Abertura
                       PERFORM 21-LINHA-ABERTURA
                   END-IF
           END-READ.

       21-LINHA-ABERTURA.
           ADD 1 TO WS-Qtd-Abertura.
           ADD WS-Devido TO WS-Tot-Abertura.
           MOVE WS-Dias-Atraso TO WS-Dias-Edt.
           MOVE WS-Devido TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "BANCO " CodBancoCcx " AGENCIA " CodAgenciaCcx
               " CAIXA " NumCaixaCcx " CONTRATO " NumContratoCcx
               " ATRASO " WS-Dias-Edt " DIAS DEVIDO " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 22-LINHA-TITULAR
               VARYING WS-Tit-Idx FROM 1 BY 1 UNTIL WS-Tit-Idx > 3.

       22-LINHA-TITULAR.
           IF CpfTitCcx(WS-Tit-Idx) NOT = ZEROS
               MOVE SPACES TO LINHA-REL
               STRING "   TITULAR " CpfTitCcx(WS-Tit-Idx) " "
                   NomeTitCcx(WS-Tit-Idx)
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.
