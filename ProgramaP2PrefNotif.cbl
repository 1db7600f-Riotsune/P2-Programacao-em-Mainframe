       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2PrefNotif.
      *-----------------------------------------------------------
      *-Preferencias de aviso de movimentacao (NOTIFPREF.DAT):
      *-  1 cadastra ou altera a preferencia da conta - canal
      *-    (S = SMS no telefone do cadastro, E = e-mail), eventos
      *-    (debito a partir de um valor, credito de salario,
      *-    cheque devolvido, parcela de emprestimo a vencer,
      *-    bloqueio judicial), o valor minimo do debito e os dias
      *-    de antecedencia da parcela;
      *-  2 cancela os avisos da conta;
      *-  3 consulta a preferencia e os ultimos avisos da conta
      *-    (NOTIFICA.DAT).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOTIFPREF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Pnt
       FILE STATUS ARQST-PNT.

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

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFPREF LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFPREF
           VALUE OF FILE-ID IS "NOTIFPREF.DAT".

           COPY NOTIFPREF.

       FD  NOTIFICA LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFICA
           VALUE OF FILE-ID IS "NOTIFICA.DAT".

           COPY NOTIFICA.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

           01 ARQST-PNT pic X(2).
           01 ARQST-NTF pic X(2).
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
           01 WS-Canal pic X(1) value spaces.
           01 WS-Resposta pic X(1) value spaces.
           01 WS-Eventos pic X(5) value spaces.
           01 WS-Limite pic 9(7)V99 value zeros.
           01 WS-Dias pic 9(2) value zeros.
           01 WS-Nova pic X value 'N'.
               88 Preferencia-Nova value 'S'.
           01 WS-Listados pic 9(4) value zeros.
           01 WS-Valor-Edt pic -Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "AVISOS DE MOVIMENTACAO - PROGRAMAP2PREFNOTIF".
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               PERFORM 05-MENU WITH TEST AFTER
                   UNTIL WS-Opcao = '0'
           END-IF.
           CLOSE NOTIFPREF NOTIFICA CC OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O NOTIFPREF.
           IF ARQST-PNT NOT = "00"
               CLOSE NOTIFPREF
               OPEN OUTPUT NOTIFPREF
               CLOSE NOTIFPREF
               OPEN I-O NOTIFPREF
           END-IF.
           OPEN I-O NOTIFICA.
           IF ARQST-NTF NOT = "00"
               CLOSE NOTIFICA
               OPEN OUTPUT NOTIFICA
               CLOSE NOTIFICA
               OPEN I-O NOTIFICA
           END-IF.
           OPEN INPUT CC.
           OPEN INPUT OPERADOR.

       02-IDENTIFICA-OPERADOR.
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
           DISPLAY "1 = Cadastrar ou alterar preferencia".
           DISPLAY "2 = Cancelar avisos da conta".
           DISPLAY "3 = Consultar preferencia e avisos".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-CADASTRA-PREFERENCIA
               WHEN '2'
                   PERFORM 20-CANCELA-PREFERENCIA
               WHEN '3'
                   PERFORM 30-CONSULTA
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       06-PEDE-CONTA.
      *-ARQST-CC "00" se a conta existe; ARQST-PNT "00" se ja tem
      *-preferencia (carregada).
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
           MOVE WS-CodC TO CodC-Pnt.
           READ NOTIFPREF
               INVALID KEY
                   MOVE "23" TO ARQST-PNT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PNT
           END-READ.

       10-CADASTRA-PREFERENCIA.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-CC = "00"
               IF ARQST-PNT = "00"
                   MOVE 'N' TO WS-Nova
                   PERFORM 31-MOSTRA-PREFERENCIA
               ELSE
                   MOVE 'S' TO WS-Nova
               END-IF
               DISPLAY "Canal (S = SMS, E = e-mail): "
                   WITH NO ADVANCING
               ACCEPT WS-Canal
               EVALUATE TRUE
                   WHEN WS-Canal NOT = 'S' AND WS-Canal NOT = 'E'
                       DISPLAY "CANAL INVALIDO"
                   WHEN WS-Canal = 'S' AND TelefoneC = SPACES
                       DISPLAY "CONTA SEM TELEFONE NO CADASTRO"
                   WHEN WS-Canal = 'E' AND EmailC = SPACES
                       DISPLAY "CONTA SEM E-MAIL NO CADASTRO"
                   WHEN OTHER
                       PERFORM 11-PEDE-EVENTOS
                       PERFORM 12-GRAVA-PREFERENCIA
               END-EVALUATE
           END-IF.

       11-PEDE-EVENTOS.
           MOVE 'NNNNN' TO WS-Eventos.
           MOVE ZEROS TO WS-Limite WS-Dias.
           DISPLAY "Avisar debitos (S/N): " WITH NO ADVANCING.
           ACCEPT WS-Resposta.
           IF WS-Resposta = 'S' OR WS-Resposta = 's'
               MOVE 'S' TO WS-Eventos(1:1)
               DISPLAY "  a partir de (valor): " WITH NO ADVANCING
               ACCEPT WS-Limite
           END-IF.
           DISPLAY "Avisar credito de salario (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Resposta.
           IF WS-Resposta = 'S' OR WS-Resposta = 's'
               MOVE 'S' TO WS-Eventos(2:1)
           END-IF.
           DISPLAY "Avisar cheque devolvido (S/N): " WITH NO ADVANCING.
           ACCEPT WS-Resposta.
           IF WS-Resposta = 'S' OR WS-Resposta = 's'
               MOVE 'S' TO WS-Eventos(3:1)
           END-IF.
           DISPLAY "Avisar parcela de emprestimo a vencer (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Resposta.
           IF WS-Resposta = 'S' OR WS-Resposta = 's'
               MOVE 'S' TO WS-Eventos(4:1)
               DISPLAY "  dias de antecedencia (0 = 3): "
                   WITH NO ADVANCING
               ACCEPT WS-Dias
           END-IF.
           DISPLAY "Avisar bloqueio judicial (S/N): " WITH NO ADVANCING.
           ACCEPT WS-Resposta.
           IF WS-Resposta = 'S' OR WS-Resposta = 's'
               MOVE 'S' TO WS-Eventos(5:1)
           END-IF.

       12-GRAVA-PREFERENCIA.
           IF WS-Eventos = 'NNNNN'
               DISPLAY "NENHUM EVENTO ESCOLHIDO, NADA GRAVADO"
           ELSE
      *-Reativacao recomeca do dia, sem avisar o periodo em que
      *-a conta ficou sem avisos.
               IF NOT Preferencia-Nova AND Preferencia-Cancelada
                   MOVE ZEROS TO DataUltVarrPnt
               END-IF
               MOVE WS-CodC TO CodC-Pnt
               MOVE WS-Canal TO CanalPnt
               MOVE 'A' TO StatusPnt
               MOVE WS-Eventos TO EventosPnt
               MOVE WS-Limite TO LimiteDebitoPnt
               MOVE WS-Dias TO DiasParcelaPnt
               MOVE WS-Operador TO OperadorPnt
               MOVE WS-Hoje TO DataAltPnt
               IF Preferencia-Nova
                   MOVE ZEROS TO DataUltVarrPnt
                   WRITE REG-NOTIFPREF
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PREFERENCIA"
                       NOT INVALID KEY
                           DISPLAY "PREFERENCIA CADASTRADA"
                   END-WRITE
               ELSE
                   REWRITE REG-NOTIFPREF
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR PREFERENCIA"
                       NOT INVALID KEY
                           DISPLAY "PREFERENCIA ATUALIZADA"
                   END-REWRITE
               END-IF
           END-IF.

       20-CANCELA-PREFERENCIA.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-PNT NOT = "00" OR NOT Preferencia-Ativa
               DISPLAY "CONTA SEM AVISOS ATIVOS"
           ELSE
               MOVE 'C' TO StatusPnt
               MOVE WS-Operador TO OperadorPnt
               MOVE WS-Hoje TO DataAltPnt
               REWRITE REG-NOTIFPREF
                   INVALID KEY
                       DISPLAY "ERRO AO CANCELAR PREFERENCIA"
                   NOT INVALID KEY
                       DISPLAY "AVISOS CANCELADOS"
               END-REWRITE
           END-IF.

       30-CONSULTA.
           PERFORM 06-PEDE-CONTA.
           IF ARQST-PNT NOT = "00"
               DISPLAY "CONTA SEM PREFERENCIA DE AVISO"
           ELSE
               PERFORM 31-MOSTRA-PREFERENCIA
               MOVE ZEROS TO WS-Listados
               MOVE WS-CodC TO CodC-Ntf
               START NOTIFICA KEY IS = CodC-Ntf
                   INVALID KEY
                       MOVE "10" TO ARQST-NTF
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-NTF
               END-START
               PERFORM 32-LINHA-AVISO UNTIL ARQST-NTF = "10"
               DISPLAY "AVISOS LISTADOS: " WS-Listados
           END-IF.

       31-MOSTRA-PREFERENCIA.
           MOVE LimiteDebitoPnt TO WS-Valor-Edt.
           DISPLAY "CANAL " CanalPnt " SITUACAO " StatusPnt
               " ALTERADA EM " DataAltPnt " POR " OperadorPnt.
           DISPLAY "  DEBITO " EvDebitoPnt " A PARTIR DE " WS-Valor-Edt
               "  SALARIO " EvSalarioPnt "  CHEQUE DEV "
               EvChequeDevPnt.
           DISPLAY "  PARCELA " EvParcelaPnt " (" DiasParcelaPnt
               " DIAS)  BLOQUEIO " EvBloqueioPnt.

       32-LINHA-AVISO.
           READ NOTIFICA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-NTF
               NOT AT END
                   IF CodC-Ntf NOT = WS-CodC
                       MOVE "10" TO ARQST-NTF
                   ELSE
                       ADD 1 TO WS-Listados
                       DISPLAY DataNtf " " EventoNtf " " StatusNtf
                           " " TextoNtf(1:50)
                       IF Ntf-Falhou
                           DISPLAY "    FALHA: " MotivoNtf
                       END-IF
                   END-IF
           END-READ.
