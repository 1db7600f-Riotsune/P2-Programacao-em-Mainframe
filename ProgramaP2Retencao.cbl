       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Retencao.
      *-----------------------------------------------------------
      *-Saidas retidas pela carencia de troca de contato
      *-(RETENCAO.DAT, gravado pelo ProgramaP2): o supervisor so
      *-libera depois do retorno ao contato ANTERIOR a troca, que a
      *-tela mostra, e sempre com o motivo:
      *-  1 lista as retencoes pendentes;
      *-  2 lista as retencoes de uma conta;
      *-  3 libera: TED e agendada voltam a P em AGENDTRF.DAT (a
      *-    de data ja passada vai para hoje) e o executor noturno
      *-    leva; a portabilidade e gravada em PORTAB.DAT;
      *-  4 cancela: a agendada fica C com o motivo; a
      *-    portabilidade retida nao e gravada.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RETENCAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRtn
       ALTERNATE RECORD KEY CodC-Rtn WITH DUPLICATES
       FILE STATUS ARQST-RTN.

       SELECT AGENDTRF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAgd
       ALTERNATE RECORD KEY CodC-Agd WITH DUPLICATES
       FILE STATUS ARQST-AGD.

       SELECT PORTAB ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Ptb
       FILE STATUS ARQST-PTB.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

           COPY RETENCAO.

       FD  AGENDTRF LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENDTRF
           VALUE OF FILE-ID IS "AGENDTRF.DAT".

           COPY AGENDTRF.

       FD  PORTAB LABEL RECORD STANDARD
           DATA RECORD IS REG-PORTAB
           VALUE OF FILE-ID IS "PORTAB.DAT".

           COPY PORTAB.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       WORKING-STORAGE SECTION.

           01 ARQST-RTN pic X(2).
           01 ARQST-AGD pic X(2).
           01 ARQST-PTB pic X(2).
           01 ARQST-OPE pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.

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
           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Data-Exec pic 9(8) value zeros.

           01 WS-CodC pic 9(6) value zeros.
           01 WS-Num pic 9(8) value zeros.
           01 WS-Motivo pic X(40) value spaces.
           01 WS-Confirma pic X(1) value spaces.
           01 WS-Acao pic X(1) value spaces.
               88 Acao-Libera value 'L'.
               88 Acao-Cancela value 'C'.
           01 WS-Listadas pic 9(5) value zeros.
           01 WS-Valor-Edt pic Z.ZZZ.ZZ9,99.
           01 WS-Aplicou pic X value 'N'.
               88 Decisao-Aplicada value 'S'.

           01 WS-Sup-Id pic X(8) value spaces.
           01 WS-Sup-Senha pic X(8) value spaces.
           01 WS-Sup-Ok pic X value 'N'.
               88 Supervisor-Autorizou value 'S'.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "SAIDAS RETIDAS NA CARENCIA - PROGRAMAP2RETENCAO".
           PERFORM 01-ABRE-ARQ.
           IF ARQST-RTN NOT = "00"
               DISPLAY "RETENCAO.DAT AUSENTE, NENHUMA SAIDA RETIDA"
           ELSE
               PERFORM 02-IDENTIFICA-OPERADOR
               IF WS-Operador NOT = SPACES
                   PERFORM 05-MENU WITH TEST AFTER
                       UNTIL WS-Opcao = '0'
               END-IF
               CLOSE RETENCAO AGENDTRF PORTAB
           END-IF.
           CLOSE OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O RETENCAO.
           IF ARQST-RTN = "00"
               OPEN I-O AGENDTRF
               IF ARQST-AGD NOT = "00"
                   CLOSE AGENDTRF
                   OPEN OUTPUT AGENDTRF
                   CLOSE AGENDTRF
                   OPEN I-O AGENDTRF
               END-IF
               OPEN I-O PORTAB
               IF ARQST-PTB NOT = "00"
                   CLOSE PORTAB
                   OPEN OUTPUT PORTAB
                   CLOSE PORTAB
                   OPEN I-O PORTAB
               END-IF
           END-IF.
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
           DISPLAY "1 = Listar retencoes pendentes".
           DISPLAY "2 = Listar retencoes da conta".
           DISPLAY "3 = Liberar retencao".
           DISPLAY "4 = Cancelar retencao".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-LISTA-PENDENTES
               WHEN '2'
                   PERFORM 20-LISTA-CONTA
               WHEN '3'
                   MOVE 'L' TO WS-Acao
                   PERFORM 30-DECIDE-RETENCAO
               WHEN '4'
                   MOVE 'C' TO WS-Acao
                   PERFORM 30-DECIDE-RETENCAO
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       10-LISTA-PENDENTES.
           MOVE ZEROS TO WS-Listadas.
           MOVE ZEROS TO NumRtn.
           START RETENCAO KEY IS NOT LESS THAN NumRtn
               INVALID KEY
                   MOVE "10" TO ARQST-RTN
               NOT INVALID KEY
                   MOVE "00" TO ARQST-RTN
           END-START.
           PERFORM 15-CABECALHO.
           PERFORM 11-LINHA-PENDENTE UNTIL ARQST-RTN = "10".
           DISPLAY "RETENCOES PENDENTES: " WS-Listadas.

       11-LINHA-PENDENTE.
           READ RETENCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RTN
               NOT AT END
                   IF Rtn-Retida
                       PERFORM 16-LINHA-RETENCAO
                   END-IF
           END-READ.

       15-CABECALHO.
           DISPLAY "NUMERO   T CONTA         VALOR BCO  AG   CONTA  "
               "EXECUCAO FIM CAR. S".

       16-LINHA-RETENCAO.
           ADD 1 TO WS-Listadas.
           MOVE ValorRtn TO WS-Valor-Edt.
           DISPLAY NumRtn " " TipoRtn " " CodC-Rtn " " WS-Valor-Edt
               " " BancoRtn " " AgenciaRtn " " ContaRtn " "
               DataExecRtn " " FimCarenciaRtn " " StatusRtn.

       20-LISTA-CONTA.
           DISPLAY "Conta: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE ZEROS TO WS-Listadas.
           MOVE WS-CodC TO CodC-Rtn.
           START RETENCAO KEY IS = CodC-Rtn
               INVALID KEY
                   MOVE "10" TO ARQST-RTN
               NOT INVALID KEY
                   MOVE "00" TO ARQST-RTN
           END-START.
           PERFORM 15-CABECALHO.
           PERFORM 21-LINHA-CONTA UNTIL ARQST-RTN = "10".
           DISPLAY "RETENCOES DA CONTA: " WS-Listadas.

       21-LINHA-CONTA.
           READ RETENCAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RTN
               NOT AT END
                   IF CodC-Rtn NOT = WS-CodC
                       MOVE "10" TO ARQST-RTN
                   ELSE
                       PERFORM 16-LINHA-RETENCAO
                       IF NOT Rtn-Retida
                           DISPLAY "         " DataDecRtn " "
                               SupervisorRtn " " MotivoRtn
                       END-IF
                   END-IF
           END-READ.

       30-DECIDE-RETENCAO.
      *-Liberacao exige o retorno confirmado no contato anterior a
      *-troca; liberacao e cancelamento exigem motivo e o PIN de um
      *-supervisor, que fica gravado na retencao.
           DISPLAY "Numero da retencao: " WITH NO ADVANCING.
           ACCEPT WS-Num.
           MOVE WS-Num TO NumRtn.
           READ RETENCAO
               INVALID KEY
                   DISPLAY "RETENCAO NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT Rtn-Retida
                       DISPLAY "RETENCAO JA DECIDIDA: " StatusRtn " "
                           DataDecRtn " " SupervisorRtn
                   ELSE
                       PERFORM 31-MOSTRA-RETENCAO
                       PERFORM 32-CONFIRMA-DECISAO
                   END-IF
           END-READ.

       31-MOSTRA-RETENCAO.
           PERFORM 15-CABECALHO.
           MOVE ZEROS TO WS-Listadas.
           PERFORM 16-LINHA-RETENCAO.
           DISPLAY "FAVORECIDO: " FavorecidoRtn.
           DISPLAY "RETIDA EM " DataRtn " POR " OperadorRtn.
           DISPLAY "RETORNO NO CONTATO ANTERIOR A TROCA:".
           DISPLAY "  TELEFONE: " TelefoneAntRtn.
           DISPLAY "  E-MAIL:   " EmailAntRtn.

       32-CONFIRMA-DECISAO.
           MOVE 'S' TO WS-Confirma.
           IF Acao-Libera
               DISPLAY "Cliente confirmou no contato anterior (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-Confirma
           END-IF.
           IF WS-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "SEM CONFIRMACAO NO CONTATO ANTERIOR, RETENCAO"
                   " MANTIDA"
           ELSE
               MOVE SPACES TO WS-Motivo
               DISPLAY "Motivo: " WITH NO ADVANCING
               ACCEPT WS-Motivo
               IF WS-Motivo = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO, NADA FEITO"
               ELSE
                   PERFORM 46-AUTORIZA-SUPERVISOR
                   IF NOT Supervisor-Autorizou
                       DISPLAY "AUTORIZACAO NEGADA"
                   ELSE
                       PERFORM 33-APLICA-DECISAO
                   END-IF
               END-IF
           END-IF.

       33-APLICA-DECISAO.
           MOVE 'N' TO WS-Aplicou.
           IF Rtn-Portab
               IF Acao-Libera
                   PERFORM 35-GRAVA-PORTAB
               ELSE
                   MOVE 'S' TO WS-Aplicou
               END-IF
           ELSE
               PERFORM 34-ATUALIZA-AGENDADA
           END-IF.
           IF Decisao-Aplicada
               ACCEPT HORA-SIS FROM TIME
               MOVE WS-Acao TO StatusRtn
               MOVE WS-Hoje TO DataDecRtn
               COMPUTE HoraDecRtn = HH-SIS * 10000 + MM-SIS * 100
                   + SS-SIS
               MOVE WS-Sup-Id TO SupervisorRtn
               MOVE WS-Motivo TO MotivoRtn
               REWRITE REG-RETENCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A RETENCAO"
                   NOT INVALID KEY
                       IF Acao-Libera
                           DISPLAY "RETENCAO " NumRtn " LIBERADA"
                       ELSE
                           DISPLAY "RETENCAO " NumRtn " CANCELADA"
                       END-IF
               END-REWRITE
           END-IF.

       34-ATUALIZA-AGENDADA.
      *-A agendada tem que continuar H: cancelada pelo balcao ou
      *-suspensa por espolio nesse meio tempo, nao se mexe.
           MOVE NumAgdRtn TO NumAgd.
           READ AGENDTRF
               INVALID KEY
                   DISPLAY "AGENDAMENTO " NumAgdRtn " NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT Agd-Retida
                       DISPLAY "AGENDAMENTO " NumAgd
                           " NAO ESTA RETIDO, SITUACAO " StatusAgd
                   ELSE
                       IF Acao-Libera
                           MOVE 'P' TO StatusAgd
                           COMPUTE WS-Data-Exec = AnoExecucaoAgd * 10000
                               + MesExecucaoAgd * 100 + DiaExecucaoAgd
                           IF WS-Data-Exec < WS-Hoje
                               MOVE ANO TO AnoExecucaoAgd
                               MOVE MES TO MesExecucaoAgd
                               MOVE DIA TO DiaExecucaoAgd
                           END-IF
                       ELSE
                           MOVE 'C' TO StatusAgd
                           MOVE WS-Motivo TO MotivoRecusaAgd
                       END-IF
                       REWRITE REG-AGENDTRF
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR O AGENDAMENTO"
                           NOT INVALID KEY
                               MOVE 'S' TO WS-Aplicou
                       END-REWRITE
                   END-IF
           END-READ.

       35-GRAVA-PORTAB.
      *-Mesma gravacao da tela de portabilidade do ProgramaP2:
      *-inclui ou substitui o destino da conta.
           MOVE CodC-Rtn TO CodC-Ptb.
           MOVE BancoRtn TO BancoDestinoPtb.
           MOVE AgenciaRtn TO AgenciaDestinoPtb.
           MOVE ContaRtn TO ContaDestinoPtb.
           MOVE FavorecidoRtn TO NomeFavorecidoPtb.
           MOVE 'A' TO StatusPtb.
           MOVE ANO TO AnoInclusaoPtb.
           MOVE MES TO MesInclusaoPtb.
           MOVE DIA TO DiaInclusaoPtb.
           MOVE WS-Sup-Id TO OperadorPtb.
           WRITE REG-PORTAB
               INVALID KEY
                   REWRITE REG-PORTAB
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PORTABILIDADE"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Aplicou
                           DISPLAY "PORTABILIDADE SUBSTITUIDA"
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Aplicou
                   DISPLAY "PORTABILIDADE INCLUIDA"
           END-WRITE.

       46-AUTORIZA-SUPERVISOR.
           MOVE 'N' TO WS-Sup-Ok.
           MOVE SPACES TO WS-Sup-Id WS-Sup-Senha.
           DISPLAY "Supervisor (ID): " WITH NO ADVANCING.
           ACCEPT WS-Sup-Id.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT WS-Sup-Senha.
           MOVE WS-Sup-Id TO IdOper.
           READ OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SenhaOper = WS-Sup-Senha
                       AND Operador-Ativo-Op
                       AND Perfil-Supervisor
                       MOVE 'S' TO WS-Sup-Ok
                   END-IF
           END-READ.
