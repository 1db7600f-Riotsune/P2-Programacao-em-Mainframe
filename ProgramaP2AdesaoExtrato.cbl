       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2AdesaoExtrato.
      *-----------------------------------------------------------
      *-Adesao das contas de empresa ao extrato eletronico diario
      *-(EXTELET.DAT), gerado pelo lote noturno
      *-ProgramaP2ExtratoEletr:
      *-  1 adere a conta ou troca o layout (C = CNAB 240,
      *-    O = OFX) - so conta ativa com CNPJ;
      *-  2 cancela a adesao;
      *-  3 pede a regeracao de um dia ja entregue (ou perdido):
      *-    a entrega em ENTREGAEXT.DAT fica R e sai de novo no
      *-    lote da noite;
      *-  4 lista as entregas de uma conta;
      *-  5 lista as adesoes.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTELET ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Ext
       FILE STATUS ARQST-EXT.

       SELECT ENTREGAEXT ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveEex
       FILE STATUS ARQST-EEX.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTELET LABEL RECORD STANDARD
           DATA RECORD IS REG-EXTELET
           VALUE OF FILE-ID IS "EXTELET.DAT".

           COPY EXTELET.

       FD  ENTREGAEXT LABEL RECORD STANDARD
           DATA RECORD IS REG-ENTREGAEXT
           VALUE OF FILE-ID IS "ENTREGAEXT.DAT".

           COPY ENTREGAEXT.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

           01 ARQST-EXT pic X(2).
           01 ARQST-EEX pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-OPE pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.
           01 WS-Hoje pic 9(8) value zeros.

           01 WS-CodC pic 9(6) value zeros.
           01 WS-Formato pic X(1) value spaces.
           01 WS-Data-Ref pic 9(8) value zeros.
           01 WS-Data-Adesao pic 9(8) value zeros.
           01 WS-Listadas pic 9(5) value zeros.
           01 WS-Saldo-Edt pic -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "EXTRATO ELETRONICO - PROGRAMAP2ADESAOEXTRATO".
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               PERFORM 05-MENU WITH TEST AFTER
                   UNTIL WS-Opcao = '0'
           END-IF.
           CLOSE EXTELET ENTREGAEXT CC OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O EXTELET.
           IF ARQST-EXT NOT = "00"
               CLOSE EXTELET
               OPEN OUTPUT EXTELET
               CLOSE EXTELET
               OPEN I-O EXTELET
           END-IF.
           OPEN I-O ENTREGAEXT.
           IF ARQST-EEX NOT = "00"
               CLOSE ENTREGAEXT
               OPEN OUTPUT ENTREGAEXT
               CLOSE ENTREGAEXT
               OPEN I-O ENTREGAEXT
           END-IF.
           OPEN INPUT CC.
           OPEN INPUT OPERADOR.

       02-IDENTIFICA-OPERADOR.
      *-Quem adere, cancela e pede regeracao fica gravado.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT WS-Operador.
           MOVE WS-Operador TO IdOper.
           READ OPERADOR
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   MOVE SPACES TO WS-Operador
               NOT INVALID KEY
                   IF Operador-Cancelado-Op
                       DISPLAY "OPERADOR CANCELADO"
                       MOVE SPACES TO WS-Operador
                   END-IF
           END-READ.

       05-MENU.
           DISPLAY " ".
           DISPLAY "1 = Aderir conta ou trocar layout".
           DISPLAY "2 = Cancelar adesao".
           DISPLAY "3 = Pedir regeracao de um dia".
           DISPLAY "4 = Listar entregas da conta".
           DISPLAY "5 = Listar adesoes".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-ADERE-CONTA
               WHEN '2'
                   PERFORM 20-CANCELA-ADESAO
               WHEN '3'
                   PERFORM 30-PEDE-REGERACAO
               WHEN '4'
                   PERFORM 40-LISTA-ENTREGAS
               WHEN '5'
                   PERFORM 50-LISTA-ADESOES
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       06-PEDE-CONTA.
      *-Conta lida em CC.DAT e a adesao em EXTELET.DAT; ARQST-CC
      *-fica "00" se a conta existe, ARQST-EXT "00" se ha adesao.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE WS-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
                   MOVE "23" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-READ.
           MOVE WS-CodC TO CodC-Ext.
           READ EXTELET
               INVALID KEY
                   MOVE "23" TO ARQST-EXT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EXT
           END-READ.

       10-ADERE-CONTA.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-CC = "00"
               IF NOT Conta-Ativa
                   DISPLAY "CONTA NAO ESTA ATIVA"
               ELSE
                   IF CpfCnpjC NOT > 99999999999
                       DISPLAY "EXTRATO ELETRONICO SO PARA EMPRESA"
                           " (CNPJ)"
                   ELSE
                       PERFORM 11-GRAVA-ADESAO
                   END-IF
               END-IF
           END-IF.

       11-GRAVA-ADESAO.
           IF ARQST-EXT = "00" AND Adesao-Ativa
               DISPLAY "CONTA JA ADERIDA, LAYOUT ATUAL: " FormatoExt
           END-IF.
           DISPLAY "Layout (C = CNAB 240, O = OFX): " WITH NO ADVANCING.
           ACCEPT WS-Formato.
           IF WS-Formato NOT = 'C' AND WS-Formato NOT = 'O'
               DISPLAY "LAYOUT INVALIDO"
           ELSE
               IF ARQST-EXT = "00"
                   IF Adesao-Cancelada
      *-Readesao: recomeca do dia de hoje, sem cobrir o periodo
      *-em que a conta ficou fora.
                       MOVE 'A' TO StatusExt
                       MOVE ANO TO AnoAdesaoExt
                       MOVE MES TO MesAdesaoExt
                       MOVE DIA TO DiaAdesaoExt
                       MOVE ZEROS TO DataUltGeradoExt DataCancExt
                   END-IF
                   MOVE WS-Formato TO FormatoExt
                   MOVE WS-Operador TO OperadorExt
                   REWRITE REG-EXTELET
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR ADESAO"
                       NOT INVALID KEY
                           DISPLAY "ADESAO ATUALIZADA"
                   END-REWRITE
               ELSE
                   MOVE WS-CodC TO CodC-Ext
                   MOVE WS-Formato TO FormatoExt
                   MOVE 'A' TO StatusExt
                   MOVE ANO TO AnoAdesaoExt
                   MOVE MES TO MesAdesaoExt
                   MOVE DIA TO DiaAdesaoExt
                   MOVE ZEROS TO DataUltGeradoExt NsaExt DataCancExt
                   MOVE WS-Operador TO OperadorExt
                   WRITE REG-EXTELET
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ADESAO"
                       NOT INVALID KEY
                           DISPLAY "CONTA ADERIDA, PRIMEIRO EXTRATO"
                               " NO LOTE DE HOJE"
                   END-WRITE
               END-IF
           END-IF.

       20-CANCELA-ADESAO.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-EXT NOT = "00" OR NOT Adesao-Ativa
               DISPLAY "CONTA SEM ADESAO ATIVA"
           ELSE
               MOVE 'C' TO StatusExt
               MOVE WS-Hoje TO DataCancExt
               MOVE WS-Operador TO OperadorExt
               REWRITE REG-EXTELET
                   INVALID KEY
                       DISPLAY "ERRO AO CANCELAR ADESAO"
                   NOT INVALID KEY
                       DISPLAY "ADESAO CANCELADA"
               END-REWRITE
           END-IF.

       30-PEDE-REGERACAO.
      *-So dias do periodo de adesao que o lote ja cobriu; dia
      *-ainda nao gerado sai sozinho no proximo lote.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-EXT NOT = "00"
               DISPLAY "CONTA SEM ADESAO"
           ELSE
               DISPLAY "Dia (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-Data-Ref
               COMPUTE WS-Data-Adesao = AnoAdesaoExt * 10000
                   + MesAdesaoExt * 100 + DiaAdesaoExt
               IF WS-Data-Ref < WS-Data-Adesao
                   DISPLAY "DIA ANTERIOR A ADESAO"
               ELSE
                   IF WS-Data-Ref > DataUltGeradoExt
                       DISPLAY "DIA AINDA NAO GERADO, SAI NO PROXIMO"
                           " LOTE"
                   ELSE
                       PERFORM 31-MARCA-REGERACAO
                   END-IF
               END-IF
           END-IF.

       31-MARCA-REGERACAO.
           MOVE WS-CodC TO CodC-Eex.
           MOVE WS-Data-Ref TO DataRefEex.
           READ ENTREGAEXT
               INVALID KEY
      *-Dia coberto sem entrega registrada: entra como pedido,
      *-no layout atual da adesao.
                   MOVE SPACES TO NomeArqEex
                   MOVE FormatoExt TO FormatoEex
                   MOVE ZEROS TO NsaEex QtdLancEex SaldoIniEex
                       SaldoFimEex TotDebitosEex TotCreditosEex
                       DataGerEex HoraGerEex GeracoesEex
                   MOVE 'R' TO SituacaoEex
                   MOVE WS-Operador TO OperadorRegEex
                   WRITE REG-ENTREGAEXT
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PEDIDO"
                       NOT INVALID KEY
                           DISPLAY "REGERACAO PEDIDA"
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'R' TO SituacaoEex
                   MOVE WS-Operador TO OperadorRegEex
                   REWRITE REG-ENTREGAEXT
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PEDIDO"
                       NOT INVALID KEY
                           DISPLAY "REGERACAO PEDIDA, ARQUIVO "
                               NomeArqEex
                   END-REWRITE
           END-READ.

       40-LISTA-ENTREGAS.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE ZEROS TO WS-Listadas.
           MOVE WS-CodC TO CodC-Eex.
           MOVE ZEROS TO DataRefEex.
           START ENTREGAEXT KEY IS NOT LESS THAN ChaveEex
               INVALID KEY
                   MOVE "10" TO ARQST-EEX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EEX
           END-START.
           DISPLAY "DIA      ARQUIVO              L QTD    SALDO FINAL"
               "      GER S".
           PERFORM 41-LINHA-ENTREGA UNTIL ARQST-EEX = "10".
           DISPLAY "ENTREGAS LISTADAS: " WS-Listadas.

       41-LINHA-ENTREGA.
           READ ENTREGAEXT NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EEX
               NOT AT END
                   IF CodC-Eex NOT = WS-CodC
                       MOVE "10" TO ARQST-EEX
                   ELSE
                       ADD 1 TO WS-Listadas
                       MOVE SaldoFimEex TO WS-Saldo-Edt
                       DISPLAY DataRefEex " " NomeArqEex " "
                           FormatoEex " " QtdLancEex " " WS-Saldo-Edt
                           " " GeracoesEex " " SituacaoEex
                   END-IF
           END-READ.

       50-LISTA-ADESOES.
           MOVE ZEROS TO WS-Listadas.
           MOVE ZEROS TO CodC-Ext.
           START EXTELET KEY IS NOT LESS THAN CodC-Ext
               INVALID KEY
                   MOVE "10" TO ARQST-EXT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EXT
           END-START.
           DISPLAY "CONTA  L S ADESAO   ULT.GER. NSA    OPERADOR".
           PERFORM 51-LINHA-ADESAO UNTIL ARQST-EXT = "10".
           DISPLAY "ADESOES LISTADAS: " WS-Listadas.

       51-LINHA-ADESAO.
           READ EXTELET NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EXT
               NOT AT END
                   ADD 1 TO WS-Listadas
                   DISPLAY CodC-Ext " " FormatoExt " " StatusExt " "
                       DataAdesaoExt " " DataUltGeradoExt " " NsaExt
                       " " OperadorExt
           END-READ.
