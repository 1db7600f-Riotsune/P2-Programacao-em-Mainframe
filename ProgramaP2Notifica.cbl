       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Notifica.
      *-----------------------------------------------------------
      *-Avisos de movimentacao do lote noturno: para cada conta
      *-com preferencia ativa em NOTIFPREF.DAT, enfileira em
      *-NOTIFSAI.DAT (gateway de mensagens) e em NOTIFICA.DAT
      *-(controle) os eventos escolhidos pelo cliente -
      *-  D debito a partir do limite da preferencia,
      *-  S credito de salario ("SA"),
      *-  C cheque devolvido ("CD" depositado, "TD" emitido),
      *-  B bloqueio judicial incluido,
      *-dos lancamentos e bloqueios posteriores a ultima varredura
      *-da conta (assim um dia sem lote e coberto no seguinte), e
      *-  P parcela de emprestimo pendente que vence nos proximos
      *-    DiasParcelaPnt dias (default 3).
      *-Os lancamentos do balcao ja sao avisados na hora pelo
      *-ProgramaP2; a chave de NOTIFICA.DAT (evento + referencia)
      *-impede o segundo aviso do mesmo fato.
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

      *-Fila de saida para o gateway, so acrescimo.
       SELECT NOTIFSAI ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NSI.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.

       SELECT PARCEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PEM.

       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       ALTERNATE RECORD KEY CodC-Emp WITH DUPLICATES
       FILE STATUS ARQST-EMP.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

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

       FD  NOTIFSAI LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFSAI
           VALUE OF FILE-ID IS "NOTIFSAI.DAT".

           COPY NOTIFSAI.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  PARCEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCEMP
           VALUE OF FILE-ID IS "PARCEMP.DAT".

           COPY PARCEMP.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-PNT pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-NTF pic X(2).
           01 ARQST-NSI pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-BLQ pic X(2).
           01 ARQST-PEM pic X(2).
           01 ARQST-EMP pic X(2).

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
           01 WS-Hoje-Int pic 9(8) value zeros.

      *-Sem BLOQJUD.DAT ou sem emprestimos na maquina, a parte
      *-correspondente e pulada.
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Tem-Emprestimo pic X value 'N'.
               88 Emprestimo-Aberto value 'S'.

      *-Janela da varredura da conta: lancamentos e bloqueios com
      *-data a partir de WS-Desde (dia seguinte a ultima varredura;
      *-na primeira, so os de hoje).
           01 WS-Desde pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Data-Blq pic 9(8) value zeros.
           01 WS-Data-Venc pic 9(8) value zeros.
           01 WS-Data-Venc-R REDEFINES WS-Data-Venc.
               02 WS-Venc-Ano pic 9(4).
               02 WS-Venc-Mes pic 9(2).
               02 WS-Venc-Dia pic 9(2).
           01 WS-Limite-Parcela pic 9(8) value zeros.
           01 WS-Dias-Parcela pic 9(2) value zeros.
           01 WS-Fim-Mov pic X value 'N'.
               88 Fim-Movimentos value 'S'.

      *-Aviso em montagem: evento, referencia, valor e texto.
           01 WS-Ntf-Evento pic X(1) value spaces.
           01 WS-Ntf-Ref pic X(14) value spaces.
           01 WS-Ntf-Valor pic S9(7)V99 value zeros.
           01 WS-Ntf-Texto pic X(80) value spaces.
           01 WS-Ntf-Valor-Abs pic 9(7)V99 value zeros.
           01 WS-Ntf-Valor-Edt pic Z.ZZZ.ZZ9,99.
           01 WS-Ntf-Parcela pic 9(3) value zeros.

           01 WS-Enfileirados pic 9(6) value zeros.
           01 WS-Repetidos pic 9(6) value zeros.
           01 WS-Sem-Contato pic 9(6) value zeros.
           01 WS-Contas pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           PERFORM 01-ABRE-ARQ.
           IF ARQST-PNT = "00"
               PERFORM 02-PROCESSA-PREFERENCIA
                   UNTIL ARQST-PNT = "10"
               IF Emprestimo-Aberto
                   PERFORM 30-PARCELAS-A-VENCER
                   CLOSE PARCEMP EMPRESTIMO
               END-IF
               IF Bloqjud-Aberto
                   CLOSE BLOQJUD
               END-IF
               CLOSE NOTIFPREF NOTIFICA NOTIFSAI CC MOVIMENTO
           END-IF.
           PERFORM 03-RESUMO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O NOTIFPREF.
           IF ARQST-PNT NOT = "00"
               DISPLAY "NOTIFPREF.DAT AUSENTE, NENHUM AVISO"
           ELSE
               OPEN I-O NOTIFICA
               IF ARQST-NTF NOT = "00"
                   CLOSE NOTIFICA
                   OPEN OUTPUT NOTIFICA
                   CLOSE NOTIFICA
                   OPEN I-O NOTIFICA
               END-IF
               OPEN EXTEND NOTIFSAI
               IF ARQST-NSI NOT = "00"
                   OPEN OUTPUT NOTIFSAI
               END-IF
               OPEN INPUT CC
               OPEN INPUT MOVIMENTO
               MOVE 'N' TO WS-Tem-Bloqjud
               OPEN INPUT BLOQJUD
               IF ARQST-BLQ = "00"
                   MOVE 'S' TO WS-Tem-Bloqjud
               END-IF
               MOVE 'N' TO WS-Tem-Emprestimo
               OPEN INPUT PARCEMP
               IF ARQST-PEM = "00"
                   OPEN INPUT EMPRESTIMO
                   IF ARQST-EMP = "00"
                       MOVE 'S' TO WS-Tem-Emprestimo
                   ELSE
                       CLOSE PARCEMP
                   END-IF
               END-IF
           END-IF.

       02-PROCESSA-PREFERENCIA.
           READ NOTIFPREF NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PNT
               NOT AT END
                   IF Preferencia-Ativa
                       PERFORM 04-VARRE-CONTA
                   END-IF
           END-READ.

       03-RESUMO.
           DISPLAY "AVISOS DE MOVIMENTACAO - CONTAS VARRIDAS: "
               WS-Contas.
           DISPLAY "  AVISOS ENFILEIRADOS: " WS-Enfileirados.
           DISPLAY "  JA AVISADOS ANTES: " WS-Repetidos.
           DISPLAY "  SEM CONTATO NO CADASTRO: " WS-Sem-Contato.

       04-VARRE-CONTA.
           MOVE CodC-Pnt TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA " CodC-Pnt " NAO ENCONTRADA"
               NOT INVALID KEY
                   ADD 1 TO WS-Contas
                   IF DataUltVarrPnt = ZEROS
                       MOVE WS-Hoje TO WS-Desde
                   ELSE
                       COMPUTE WS-Desde = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(DataUltVarrPnt)
                           + 1)
                   END-IF
                   PERFORM 10-POSICIONA-MOVIMENTOS
                   PERFORM 11-LE-LANCAMENTO UNTIL Fim-Movimentos
                   IF Bloqjud-Aberto AND Avisa-Bloqueio
                       PERFORM 20-BLOQUEIOS-DA-CONTA
                   END-IF
                   MOVE WS-Hoje TO DataUltVarrPnt
                   REWRITE REG-NOTIFPREF
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR PREFERENCIA "
                               CodC-Pnt
                   END-REWRITE
           END-READ.

       10-POSICIONA-MOVIMENTOS.
           MOVE 'N' TO WS-Fim-Mov.
           MOVE CodC-Pnt TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE 'S' TO WS-Fim-Mov
           END-START.

       11-LE-LANCAMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-Fim-Mov
               NOT AT END
                   IF CodC-Mov NOT = CodC-Pnt
                       MOVE 'S' TO WS-Fim-Mov
                   ELSE
                       COMPUTE WS-Data-Mov = AnoMov * 10000
                           + MesMov * 100 + DiaMov
                       IF WS-Data-Mov >= WS-Desde
                           AND WS-Data-Mov <= WS-Hoje
                           PERFORM 12-CLASSIFICA-LANCAMENTO
                       END-IF
                   END-IF
           END-READ.

       12-CLASSIFICA-LANCAMENTO.
      *-Mesma regra do balcao (ProgramaP2, 791-Notifica-Lancamento).
           MOVE SPACES TO WS-Ntf-Evento.
           EVALUATE TRUE
               WHEN TipoMov = "SA" AND ValorMov > ZEROS
                   AND Avisa-Salario
                   MOVE 'S' TO WS-Ntf-Evento
               WHEN (TipoMov = "CD" OR TipoMov = "TD")
                   AND Avisa-Cheque-Dev
                   MOVE 'C' TO WS-Ntf-Evento
               WHEN ValorMov < ZEROS AND Avisa-Debito
                   AND ValorMov * -1 >= LimiteDebitoPnt
                   MOVE 'D' TO WS-Ntf-Evento
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-Ntf-Evento NOT = SPACES
               MOVE ChaveMov TO WS-Ntf-Ref
               MOVE ValorMov TO WS-Ntf-Valor
               PERFORM 40-EDITA-VALOR
               MOVE SPACES TO WS-Ntf-Texto
               EVALUATE WS-Ntf-Evento
                   WHEN 'S'
                       STRING "CREDITO DE SALARIO DE R$ "
                           WS-Ntf-Valor-Edt " NA CONTA " CodC
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
                   WHEN 'C'
                       STRING "CHEQUE DEVOLVIDO NA CONTA " CodC
                           ": " DescricaoMov
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
                   WHEN OTHER
                       STRING "DEBITO DE R$ " WS-Ntf-Valor-Edt
                           " NA CONTA " CodC ": " DescricaoMov
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
               END-EVALUATE
               PERFORM 50-ENFILEIRA
           END-IF.

       20-BLOQUEIOS-DA-CONTA.
           MOVE CodC-Pnt TO CodC-Blq.
           START BLOQJUD KEY IS = CodC-Blq
               INVALID KEY
                   MOVE "10" TO ARQST-BLQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-BLQ
           END-START.
           PERFORM 21-LE-BLOQUEIO UNTIL ARQST-BLQ = "10".

       21-LE-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = CodC-Pnt
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       COMPUTE WS-Data-Blq = AnoInclusaoBlq * 10000
                           + MesInclusaoBlq * 100 + DiaInclusaoBlq
                       IF Bloqueio-Ativo AND WS-Data-Blq >= WS-Desde
                           PERFORM 22-AVISA-BLOQUEIO
                       END-IF
                   END-IF
           END-READ.

       22-AVISA-BLOQUEIO.
           MOVE 'B' TO WS-Ntf-Evento.
           MOVE SPACES TO WS-Ntf-Ref.
           MOVE NumBloqueio TO WS-Ntf-Ref(1:6).
           MOVE ValorBloqueio TO WS-Ntf-Valor.
           PERFORM 40-EDITA-VALOR.
           MOVE SPACES TO WS-Ntf-Texto.
           STRING "BLOQUEIO JUDICIAL DE R$ " WS-Ntf-Valor-Edt
               " NA CONTA " CodC " PROC " ReferenciaBlq
               DELIMITED BY SIZE INTO WS-Ntf-Texto.
           PERFORM 50-ENFILEIRA.

       30-PARCELAS-A-VENCER.
           PERFORM 31-LE-PARCELA UNTIL ARQST-PEM = "10".

       31-LE-PARCELA.
           READ PARCEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PEM
               NOT AT END
                   IF ParcEmp-Pendente
                       PERFORM 32-CONFERE-PARCELA
                   END-IF
           END-READ.

       32-CONFERE-PARCELA.
      *-Contrato ativo de conta com aviso de parcela, e a parcela
      *-vencendo de hoje ate DiasParcelaPnt dias a frente.
           MOVE NumContrato-Pe TO NumContrato.
           READ EMPRESTIMO
               INVALID KEY
                   MOVE "23" TO ARQST-EMP
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EMP
           END-READ.
           IF ARQST-EMP = "00" AND Emprestimo-Ativo
               MOVE CodC-Emp TO CodC-Pnt
               READ NOTIFPREF
                   INVALID KEY
                       MOVE "23" TO ARQST-PNT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-PNT
               END-READ
               IF ARQST-PNT = "00" AND Preferencia-Ativa
                   AND Avisa-Parcela
                   MOVE DiasParcelaPnt TO WS-Dias-Parcela
                   IF WS-Dias-Parcela = ZEROS
                       MOVE 3 TO WS-Dias-Parcela
                   END-IF
                   COMPUTE WS-Limite-Parcela = FUNCTION DATE-OF-INTEGER(
                       WS-Hoje-Int + WS-Dias-Parcela)
                   COMPUTE WS-Data-Venc = AnoVencimento-Pe * 10000
                       + MesVencimento-Pe * 100 + DiaVencimento-Pe
                   IF WS-Data-Venc >= WS-Hoje
                       AND WS-Data-Venc <= WS-Limite-Parcela
                       PERFORM 33-AVISA-PARCELA
                   END-IF
               END-IF
           END-IF.

       33-AVISA-PARCELA.
           MOVE CodC-Emp TO CodC.
           READ CC
               INVALID KEY
                   MOVE "23" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-READ.
           IF ARQST-CC = "00"
               MOVE 'P' TO WS-Ntf-Evento
               MOVE SPACES TO WS-Ntf-Ref
               MOVE NumContrato-Pe TO WS-Ntf-Ref(1:6)
               MOVE NumParcela-Pe TO WS-Ntf-Ref(7:3)
               MOVE ValorParcela-Pe TO WS-Ntf-Valor
               MOVE NumParcela-Pe TO WS-Ntf-Parcela
               PERFORM 40-EDITA-VALOR
               MOVE SPACES TO WS-Ntf-Texto
               STRING "PARCELA " WS-Ntf-Parcela " DO EMPRESTIMO "
                   NumContrato-Pe " DE R$ " WS-Ntf-Valor-Edt
                   " VENCE EM " WS-Venc-Dia "/" WS-Venc-Mes "/"
                   WS-Venc-Ano
                   DELIMITED BY SIZE INTO WS-Ntf-Texto
               PERFORM 50-ENFILEIRA
           END-IF.

       40-EDITA-VALOR.
           IF WS-Ntf-Valor < ZEROS
               COMPUTE WS-Ntf-Valor-Abs = WS-Ntf-Valor * -1
           ELSE
               MOVE WS-Ntf-Valor TO WS-Ntf-Valor-Abs
           END-IF.
           MOVE WS-Ntf-Valor-Abs TO WS-Ntf-Valor-Edt.

       50-ENFILEIRA.
      *-Grava o controle (a chave recusa o fato ja avisado) e so
      *-entao a linha para o gateway. REG-CC e REG-NOTIFPREF da
      *-conta estao carregados.
           IF (Canal-Sms AND TelefoneC = SPACES)
               OR (Canal-Email AND EmailC = SPACES)
               ADD 1 TO WS-Sem-Contato
           ELSE
               ACCEPT HORA-SIS FROM TIME
               MOVE WS-Ntf-Evento TO EventoNtf
               MOVE WS-Ntf-Ref TO RefNtf
               MOVE CodC TO CodC-Ntf
               MOVE CanalPnt TO CanalNtf
               IF Canal-Sms
                   MOVE TelefoneC TO DestinoNtf
               ELSE
                   MOVE EmailC TO DestinoNtf
               END-IF
               MOVE WS-Ntf-Valor TO ValorNtf
               MOVE WS-Ntf-Texto TO TextoNtf
               MOVE WS-Hoje TO DataNtf
               COMPUTE HoraNtf = HH-SIS * 10000 + MM-SIS * 100
                   + SS-SIS
               MOVE 'N' TO OrigemNtf
               MOVE 'F' TO StatusNtf
               MOVE ZEROS TO DataRetNtf
               MOVE SPACES TO MotivoNtf
               WRITE REG-NOTIFICA
                   INVALID KEY
                       ADD 1 TO WS-Repetidos
                   NOT INVALID KEY
                       MOVE ChaveNtf TO IdNsi
                       MOVE CanalNtf TO CanalNsi
                       MOVE DestinoNtf TO DestinoNsi
                       MOVE TextoNtf TO TextoNsi
                       MOVE DataNtf TO DataNsi
                       MOVE HoraNtf TO HoraNsi
                       WRITE REG-NOTIFSAI
                       ADD 1 TO WS-Enfileirados
               END-WRITE
           END-IF.

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
