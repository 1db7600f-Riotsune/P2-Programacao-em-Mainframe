       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RelCarteira.
      *-----------------------------------------------------------
      *-Relatorio mensal da carteira de cada gerente de
      *-relacionamento (GERENTE.DAT + CARTEIRA.DAT): clientes,
      *-depositos (saldo credor das contas vivas), aplicacoes em
      *-aberto, saldo devedor dos emprestimos ativos e, dentro
      *-dele, o que esta em atraso (contratos com parcela vencida),
      *-alertas de saldo ainda abertos, contas novas e contas
      *-perdidas, comparando com o corte de FECHMES.DAT escolhido
      *-(por padrao o ultimo fechamento mensal). Conta nova: aberta
      *-depois do corte. Conta perdida: estava no corte e hoje esta
      *-encerrada, recolhida ou nao existe mais. Sai em
      *-CARTEIRA.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GERENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodGerente
       FILE STATUS ARQST-GER.

       SELECT CARTEIRA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCrt
       ALTERNATE RECORD KEY CodGerenteCrt WITH DUPLICATES
       FILE STATUS ARQST-CTR.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST.

       SELECT APLICACAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumAplicacao
       ALTERNATE RECORD KEY CodC-Apl WITH DUPLICATES
       FILE STATUS ARQST-APL.

       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       ALTERNATE RECORD KEY CodC-Emp WITH DUPLICATES
       FILE STATUS ARQST-EMP.

       SELECT ALERTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALE.

       SELECT FECHMES ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FCH.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  GERENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-GERENTE
           VALUE OF FILE-ID IS "GERENTE.DAT".

           COPY GERENTE.

       FD  CARTEIRA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTEIRA
           VALUE OF FILE-ID IS "CARTEIRA.DAT".

           COPY CARTEIRA.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  APLICACAO LABEL RECORD STANDARD
           DATA RECORD IS REG-APLICACAO
           VALUE OF FILE-ID IS "APLICACAO.DAT".

           COPY APLICACAO.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  ALERTA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALERTA
           VALUE OF FILE-ID IS "ALERTA.DAT".

           COPY ALERTA.

       FD  FECHMES LABEL RECORD STANDARD
           DATA RECORD IS REG-FECHMES
           VALUE OF FILE-ID IS "FECHMES.DAT".

           COPY FECHMES.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "CARTEIRA.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-GER pic X(2).
           01 ARQST-CTR pic X(2).
           01 ARQST pic X(2).
           01 ARQST-APL pic X(2).
           01 ARQST-EMP pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-FCH pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Apl-Aberta pic X value 'N'.
           01 WS-Emp-Aberto pic X value 'N'.

      *-Corte de comparacao em FECHMES.DAT (AAAAMMDD).
           01 WS-Data-Corte pic 9(8) value zeros.
           01 WS-Data-Reg pic 9(8) value zeros.

      *-Gerentes carregados de GERENTE.DAT com os acumuladores da
      *-carteira; a ultima posicao livre recebe o que estiver em
      *-CARTEIRA.DAT com gerente que nao existe mais no cadastro.
           01 WS-Ger-Tab.
               02 WS-Ger-Item OCCURS 300 TIMES.
                   03 WS-Ger-Cod pic 9(4).
                   03 WS-Ger-Nome pic A(30).
                   03 WS-Ger-Agencia pic 9(4).
                   03 WS-Ger-Status pic X(1).
                   03 WS-Ger-Clientes pic 9(5).
                   03 WS-Ger-Contas pic 9(5).
                   03 WS-Ger-Depositos pic S9(11)V99.
                   03 WS-Ger-Dep-Ant pic S9(11)V99.
                   03 WS-Ger-Aplic pic 9(11)V99.
                   03 WS-Ger-Emprest pic 9(11)V99.
                   03 WS-Ger-Atraso pic 9(11)V99.
                   03 WS-Ger-Alertas pic 9(5).
                   03 WS-Ger-Novas pic 9(5).
                   03 WS-Ger-Perdidas pic 9(5).
           01 WS-Ger-Qtd pic 9(3) value zeros.
           01 WS-Ger-Idx pic 9(3) value zeros.
           01 WS-Ger-Achado pic 9(3) value zeros.
           01 WS-Ger-Busca pic 9(4) value zeros.
           01 WS-Sem-Cadastro pic 9(3) value zeros.

           01 WS-Cpf-Cli pic 9(14) value zeros.
           01 WS-Cod-Conta pic 9(6) value zeros.

      *-Totais do banco.
           01 WS-Tot-Clientes pic 9(7) value zeros.
           01 WS-Tot-Contas pic 9(7) value zeros.
           01 WS-Tot-Depositos pic S9(11)V99 value zeros.
           01 WS-Tot-Dep-Ant pic S9(11)V99 value zeros.
           01 WS-Tot-Aplic pic 9(11)V99 value zeros.
           01 WS-Tot-Emprest pic 9(11)V99 value zeros.
           01 WS-Tot-Atraso pic 9(11)V99 value zeros.
           01 WS-Tot-Alertas pic 9(7) value zeros.
           01 WS-Tot-Novas pic 9(7) value zeros.
           01 WS-Tot-Perdidas pic 9(7) value zeros.

           01 WS-Variacao pic S9(11)V99 value zeros.
           01 WS-Dep-Edt pic -Z(9)9,99.
           01 WS-Ant-Edt pic -Z(9)9,99.
           01 WS-Var-Edt pic -Z(9)9,99.
           01 WS-Apl-Edt pic Z(9)9,99.
           01 WS-Emp-Edt pic Z(9)9,99.
           01 WS-Atr-Edt pic Z(9)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "CARTEIRA POR GERENTE DE RELACIONAMENTO".
           DISPLAY "Corte de comparacao em FECHMES.DAT (AAAAMMDD,"
               " 0 = ultimo fechamento): " WITH NO ADVANCING.
           ACCEPT WS-Data-Corte.
           IF WS-Data-Corte = ZEROS
               PERFORM 02-ACHA-ULTIMO-CORTE
           END-IF.
           PERFORM 01-ABRE-ARQ.
           PERFORM 10-CARREGA-GERENTE UNTIL ARQST-GER = "10".
           PERFORM 20-LE-CARTEIRA UNTIL ARQST-CTR = "10".
           PERFORM 30-LE-ALERTA UNTIL ARQST-ALE = "10".
           PERFORM 40-LE-FECHMES UNTIL ARQST-FCH = "10".
           PERFORM 50-IMPRIME.
           CLOSE GERENTE CARTEIRA CC ALERTA FECHMES.
           IF WS-Apl-Aberta = 'S'
               CLOSE APLICACAO
           END-IF.
           IF WS-Emp-Aberto = 'S'
               CLOSE EMPRESTIMO
           END-IF.
           CLOSE RELATORIO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT GERENTE.
           IF ARQST-GER NOT = "00"
               DISPLAY "GERENTE.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-GER
           END-IF.
           OPEN INPUT CARTEIRA.
           IF ARQST-CTR NOT = "00"
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CTR
           END-IF.
           OPEN INPUT CC.
           IF ARQST NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CTR
           END-IF.
      *-Sem APLICACAO.DAT/EMPRESTIMO.DAT a coluna sai zerada.
           OPEN INPUT APLICACAO.
           IF ARQST-APL = "00"
               MOVE 'S' TO WS-Apl-Aberta
           END-IF.
           OPEN INPUT EMPRESTIMO.
           IF ARQST-EMP = "00"
               MOVE 'S' TO WS-Emp-Aberto
           END-IF.
           OPEN INPUT ALERTA.
           IF ARQST-ALE NOT = "00"
               MOVE "10" TO ARQST-ALE
           END-IF.
           OPEN INPUT FECHMES.
           IF ARQST-FCH NOT = "00" OR WS-Data-Corte = ZEROS
               MOVE "10" TO ARQST-FCH
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "CARTEIRA POR GERENTE - EMITIDO EM " DIA "/"
               MES "/" ANO "  -  CORTE DE COMPARACAO (FECHMES): "
               WS-Data-Corte
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-ACHA-ULTIMO-CORTE.
           OPEN INPUT FECHMES.
           IF ARQST-FCH NOT = "00"
               DISPLAY "FECHMES.DAT NAO ENCONTRADO, SEM COMPARACAO"
               MOVE "10" TO ARQST-FCH
           END-IF.
           PERFORM 03-LE-CORTE UNTIL ARQST-FCH = "10".
           CLOSE FECHMES.

       03-LE-CORTE.
           READ FECHMES NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FCH
               NOT AT END
                   COMPUTE WS-Data-Reg = AnoFechMes * 10000
                       + MesFechMes * 100 + DiaFechMes
                   IF WS-Data-Reg > WS-Data-Corte
                       MOVE WS-Data-Reg TO WS-Data-Corte
                   END-IF
           END-READ.

       09-ZERA-GERENTE.
           MOVE ZEROS TO WS-Ger-Clientes(WS-Ger-Idx)
               WS-Ger-Contas(WS-Ger-Idx) WS-Ger-Depositos(WS-Ger-Idx)
               WS-Ger-Dep-Ant(WS-Ger-Idx) WS-Ger-Aplic(WS-Ger-Idx)
               WS-Ger-Emprest(WS-Ger-Idx) WS-Ger-Atraso(WS-Ger-Idx)
               WS-Ger-Alertas(WS-Ger-Idx) WS-Ger-Novas(WS-Ger-Idx)
               WS-Ger-Perdidas(WS-Ger-Idx).

       10-CARREGA-GERENTE.
           READ GERENTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GER
               NOT AT END
                   IF WS-Ger-Qtd < 299
                       ADD 1 TO WS-Ger-Qtd
                       MOVE WS-Ger-Qtd TO WS-Ger-Idx
                       MOVE CodGerente TO WS-Ger-Cod(WS-Ger-Idx)
                       MOVE NomeGerente TO WS-Ger-Nome(WS-Ger-Idx)
                       MOVE CodAgenciaGer TO WS-Ger-Agencia(WS-Ger-Idx)
                       MOVE StatusGer TO WS-Ger-Status(WS-Ger-Idx)
                       PERFORM 09-ZERA-GERENTE
                   END-IF
           END-READ.

       11-ACHA-GERENTE.
      *-Posicao de WS-Ger-Busca na tabela; fora do cadastro vai
      *-para a linha "SEM CADASTRO", criada na primeira vez.
           MOVE ZEROS TO WS-Ger-Achado.
           PERFORM 12-COMPARA-GERENTE VARYING WS-Ger-Idx FROM 1 BY 1
               UNTIL WS-Ger-Idx > WS-Ger-Qtd OR WS-Ger-Achado > ZEROS.
           IF WS-Ger-Achado = ZEROS
               IF WS-Sem-Cadastro = ZEROS
                   ADD 1 TO WS-Ger-Qtd
                   MOVE WS-Ger-Qtd TO WS-Sem-Cadastro WS-Ger-Idx
                   MOVE ZEROS TO WS-Ger-Cod(WS-Ger-Idx)
                       WS-Ger-Agencia(WS-Ger-Idx)
                   MOVE "SEM CADASTRO EM GERENTE.DAT"
                       TO WS-Ger-Nome(WS-Ger-Idx)
                   MOVE SPACE TO WS-Ger-Status(WS-Ger-Idx)
                   PERFORM 09-ZERA-GERENTE
               END-IF
               MOVE WS-Sem-Cadastro TO WS-Ger-Achado
           END-IF.

       12-COMPARA-GERENTE.
           IF WS-Ger-Cod(WS-Ger-Idx) = WS-Ger-Busca
               AND WS-Ger-Idx NOT = WS-Sem-Cadastro
               MOVE WS-Ger-Idx TO WS-Ger-Achado
           END-IF.

       20-LE-CARTEIRA.
           READ CARTEIRA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CTR
               NOT AT END
                   MOVE CodGerenteCrt TO WS-Ger-Busca
                   PERFORM 11-ACHA-GERENTE
                   ADD 1 TO WS-Ger-Clientes(WS-Ger-Achado)
                   MOVE CpfCnpjCrt TO WS-Cpf-Cli
                   PERFORM 21-CONTAS-CLIENTE
           END-READ.

       21-CONTAS-CLIENTE.
           MOVE WS-Cpf-Cli TO CpfCnpjC.
           START CC KEY IS = CpfCnpjC
               INVALID KEY
                   MOVE "10" TO ARQST
               NOT INVALID KEY
                   MOVE "00" TO ARQST
           END-START.
           PERFORM 22-LE-CONTA UNTIL ARQST = "10".

       22-LE-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST
               NOT AT END
                   IF CpfCnpjC NOT = WS-Cpf-Cli
                       MOVE "10" TO ARQST
                   ELSE
                       IF NOT Conta-Encerrada AND NOT Conta-Recolhida
                           PERFORM 23-SOMA-CONTA
                       END-IF
                   END-IF
           END-READ.

       23-SOMA-CONTA.
           ADD 1 TO WS-Ger-Contas(WS-Ger-Achado).
           IF SaldoC > ZEROS
               ADD SaldoC TO WS-Ger-Depositos(WS-Ger-Achado)
           END-IF.
           COMPUTE WS-Data-Reg = AnoAberturaC * 10000
               + MesAberturaC * 100 + DiaAberturaC.
           IF WS-Data-Reg > WS-Data-Corte
               ADD 1 TO WS-Ger-Novas(WS-Ger-Achado)
           END-IF.
           MOVE CodC TO WS-Cod-Conta.
           IF WS-Apl-Aberta = 'S'
               MOVE WS-Cod-Conta TO CodC-Apl
               START APLICACAO KEY IS = CodC-Apl
                   INVALID KEY
                       MOVE "10" TO ARQST-APL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-APL
               END-START
               PERFORM 24-LE-APLICACAO UNTIL ARQST-APL = "10"
           END-IF.
           IF WS-Emp-Aberto = 'S'
               MOVE WS-Cod-Conta TO CodC-Emp
               START EMPRESTIMO KEY IS = CodC-Emp
                   INVALID KEY
                       MOVE "10" TO ARQST-EMP
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-EMP
               END-START
               PERFORM 25-LE-EMPRESTIMO UNTIL ARQST-EMP = "10"
           END-IF.

       24-LE-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APL
               NOT AT END
                   IF CodC-Apl NOT = WS-Cod-Conta
                       MOVE "10" TO ARQST-APL
                   ELSE
                       IF Aplicacao-Aberta
                           ADD SaldoApl TO WS-Ger-Aplic(WS-Ger-Achado)
                       END-IF
                   END-IF
           END-READ.

       25-LE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   IF CodC-Emp NOT = WS-Cod-Conta
                       MOVE "10" TO ARQST-EMP
                   ELSE
                       IF Emprestimo-Ativo
                           ADD SaldoDevedorEmp
                               TO WS-Ger-Emprest(WS-Ger-Achado)
                           IF AtrasosEmp > ZEROS
                               ADD SaldoDevedorEmp
                                   TO WS-Ger-Atraso(WS-Ger-Achado)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       26-GERENTE-DA-CONTA.
      *-Da conta WS-Cod-Conta ao gerente: CC -> CPF/CNPJ ->
      *-CARTEIRA. WS-Ger-Achado zerado se a conta nao existe ou o
      *-cliente nao esta em carteira nenhuma.
           MOVE ZEROS TO WS-Ger-Achado.
           MOVE WS-Cod-Conta TO CodC.
           READ CC
               INVALID KEY
                   MOVE "23" TO ARQST
               NOT INVALID KEY
                   MOVE CpfCnpjC TO CpfCnpjCrt
                   READ CARTEIRA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CodGerenteCrt TO WS-Ger-Busca
                           PERFORM 11-ACHA-GERENTE
                   END-READ
           END-READ.

       30-LE-ALERTA.
           READ ALERTA
               AT END
                   MOVE "10" TO ARQST-ALE
               NOT AT END
                   IF NOT Alerta-Resolvido
                       MOVE CodAlerta TO WS-Cod-Conta
                       PERFORM 26-GERENTE-DA-CONTA
                       IF WS-Ger-Achado > ZEROS
                           ADD 1 TO WS-Ger-Alertas(WS-Ger-Achado)
                       END-IF
                   END-IF
           END-READ.

       40-LE-FECHMES.
           READ FECHMES
               AT END
                   MOVE "10" TO ARQST-FCH
               NOT AT END
                   COMPUTE WS-Data-Reg = AnoFechMes * 10000
                       + MesFechMes * 100 + DiaFechMes
                   IF WS-Data-Reg = WS-Data-Corte
                       PERFORM 41-SOMA-CORTE
                   END-IF
           END-READ.

       41-SOMA-CORTE.
      *-Conta do corte sem registro em CC.DAT: o cliente nao e
      *-mais conhecido, a perda nao tem gerente a quem atribuir.
           MOVE CodFechMes TO WS-Cod-Conta.
           PERFORM 26-GERENTE-DA-CONTA.
           IF WS-Ger-Achado > ZEROS
               IF SaldoFechMes > ZEROS
                   ADD SaldoFechMes TO WS-Ger-Dep-Ant(WS-Ger-Achado)
               END-IF
               IF Conta-Encerrada OR Conta-Recolhida
                   ADD 1 TO WS-Ger-Perdidas(WS-Ger-Achado)
               END-IF
           ELSE
               IF ARQST = "23"
                   ADD 1 TO WS-Tot-Perdidas
               END-IF
           END-IF.

       50-IMPRIME.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "GER. NOME                 AGEN S CLIEN  CONTAS"
               "      DEPOSITOS  DEP. NO CORTE       VARIACAO"
               " ALERT NOVAS PERDI"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "                                              "
               "   APLICACOES    EMPRESTIMOS      EM ATRASO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 51-IMPRIME-GERENTE VARYING WS-Ger-Idx FROM 1 BY 1
               UNTIL WS-Ger-Idx > WS-Ger-Qtd.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Depositos TO WS-Dep-Edt.
           MOVE WS-Tot-Dep-Ant TO WS-Ant-Edt.
           COMPUTE WS-Variacao = WS-Tot-Depositos - WS-Tot-Dep-Ant.
           MOVE WS-Variacao TO WS-Var-Edt.
           MOVE WS-Tot-Aplic TO WS-Apl-Edt.
           MOVE WS-Tot-Emprest TO WS-Emp-Edt.
           MOVE WS-Tot-Atraso TO WS-Atr-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TOTAL                            "
               WS-Tot-Clientes(3:5) "  " WS-Tot-Contas(3:5) " "
               WS-Dep-Edt " " WS-Ant-Edt " " WS-Var-Edt " "
               WS-Tot-Alertas(3:5) " " WS-Tot-Novas(3:5) " "
               WS-Tot-Perdidas(3:5)
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "                                              "
               WS-Apl-Edt "  " WS-Emp-Edt "  " WS-Atr-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RELCARTEIRA - " DIA "/" MES "/" ANO.
           DISPLAY "  GERENTES: " WS-Ger-Qtd
               "  CLIENTES EM CARTEIRA: " WS-Tot-Clientes.
           DISPLAY "  CORTE DE COMPARACAO: " WS-Data-Corte.
           DISPLAY "  RELATORIO EM CARTEIRA.LST".
           DISPLAY "==================================================".

       51-IMPRIME-GERENTE.
           ADD WS-Ger-Clientes(WS-Ger-Idx) TO WS-Tot-Clientes.
           ADD WS-Ger-Contas(WS-Ger-Idx) TO WS-Tot-Contas.
           ADD WS-Ger-Depositos(WS-Ger-Idx) TO WS-Tot-Depositos.
           ADD WS-Ger-Dep-Ant(WS-Ger-Idx) TO WS-Tot-Dep-Ant.
           ADD WS-Ger-Aplic(WS-Ger-Idx) TO WS-Tot-Aplic.
           ADD WS-Ger-Emprest(WS-Ger-Idx) TO WS-Tot-Emprest.
           ADD WS-Ger-Atraso(WS-Ger-Idx) TO WS-Tot-Atraso.
           ADD WS-Ger-Alertas(WS-Ger-Idx) TO WS-Tot-Alertas.
           ADD WS-Ger-Novas(WS-Ger-Idx) TO WS-Tot-Novas.
           ADD WS-Ger-Perdidas(WS-Ger-Idx) TO WS-Tot-Perdidas.
           MOVE WS-Ger-Depositos(WS-Ger-Idx) TO WS-Dep-Edt.
           MOVE WS-Ger-Dep-Ant(WS-Ger-Idx) TO WS-Ant-Edt.
           COMPUTE WS-Variacao = WS-Ger-Depositos(WS-Ger-Idx)
               - WS-Ger-Dep-Ant(WS-Ger-Idx).
           MOVE WS-Variacao TO WS-Var-Edt.
           MOVE WS-Ger-Aplic(WS-Ger-Idx) TO WS-Apl-Edt.
           MOVE WS-Ger-Emprest(WS-Ger-Idx) TO WS-Emp-Edt.
           MOVE WS-Ger-Atraso(WS-Ger-Idx) TO WS-Atr-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Ger-Cod(WS-Ger-Idx) " "
               WS-Ger-Nome(WS-Ger-Idx)(1:20) " "
               WS-Ger-Agencia(WS-Ger-Idx) " "
               WS-Ger-Status(WS-Ger-Idx) " "
               WS-Ger-Clientes(WS-Ger-Idx) "  "
               WS-Ger-Contas(WS-Ger-Idx) " "
               WS-Dep-Edt " " WS-Ant-Edt " " WS-Var-Edt " "
               WS-Ger-Alertas(WS-Ger-Idx) " "
               WS-Ger-Novas(WS-Ger-Idx) " "
               WS-Ger-Perdidas(WS-Ger-Idx)
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "                                              "
               WS-Apl-Edt "  " WS-Emp-Edt "  " WS-Atr-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
