       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Rentabilidade.
      *-----------------------------------------------------------
      *-Rentabilidade mensal por cliente, apurada no ledger: o que
      *-o banco ganhou no mes da execucao (tarifas "TA", "PC" e
      *-"TD", juros de cheque especial "JC" e a parte de juros das
      *-parcelas de emprestimo debitadas no mes, de PARCEMP.DAT)
      *-menos o que pagou (juros creditados "JU" e o rendimento do
      *-mes das aplicacoes abertas, SaldoApl * TaxaApl, o mesmo
      *-calculo do ProgramaP2JurosAplicacao). Lancamentos ja
      *-estornados nao entram. Somado por CPF/CNPJ sobre todas as
      *-contas do cliente e classificado do mais ao menos rentavel,
      *-com os resumos por agencia, por tipo de conta e por pacote
      *-de tarifas (com o resultado medio por conta, para a area
      *-comercial rever o preco dos pacotes). Passo mensal do
      *-ProgramaP2Noturno, no fim do mes; saida em RENTAB.LST.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT PARCEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PE.

       SELECT PACOTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodPacote
       FILE STATUS ARQST-PAC.

      *-Arquivo de trabalho do SORT: primeiro junta as parcelas de
      *-cada conta por CPF/CNPJ, depois classifica os clientes pelo
      *-resultado.
       SELECT WORKSORT ASSIGN TO DISK.

      *-Um registro por cliente ja somado, entre as duas ordenacoes.
       SELECT RENTCLI ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-TMP.

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
       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  APLICACAO LABEL RECORD STANDARD
           DATA RECORD IS REG-APLICACAO
           VALUE OF FILE-ID IS "APLICACAO.DAT".

           COPY APLICACAO.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  PARCEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCEMP
           VALUE OF FILE-ID IS "PARCEMP.DAT".

           COPY PARCEMP.

       FD  PACOTE LABEL RECORD STANDARD
           DATA RECORD IS REG-PACOTE
           VALUE OF FILE-ID IS "PACOTE.DAT".

           COPY PACOTE.

       SD  WORKSORT
           DATA RECORD IS REG-SORT.
       01 REG-SORT.
           02 SortCpf pic 9(14).
           02 SortNome pic A(40).
           02 SortResultado pic S9(9)V99.
           02 SortTarifas pic S9(9)V99.
           02 SortJurosCE pic S9(9)V99.
           02 SortJurosEmp pic S9(9)V99.
           02 SortJurosPagos pic S9(9)V99.
           02 SortRendApl pic S9(9)V99.
           02 SortContas pic 9(3).

       FD  RENTCLI LABEL RECORD STANDARD
           DATA RECORD IS REG-RENTCLI
           VALUE OF FILE-ID IS "RENTCLI.TMP".
       01 REG-RENTCLI pic X(123).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RENTAB.LST".
       01 LINHA-REL pic X(132).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-APL pic X(2).
           01 ARQST-EMP pic X(2).
           01 ARQST-PE pic X(2).
           01 ARQST-PAC pic X(2).
           01 ARQST-TMP pic X(2).
           01 ARQST-REL pic X(2).
           01 ARQST-SRT pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Apl-Aberta pic X value 'N'.
           01 WS-Emp-Aberto pic X value 'N'.
           01 WS-Pac-Aberto pic X value 'N'.

      *-Parcelas de resultado da conta em apuracao (credito = o
      *-que o banco ganhou, debito = o que pagou).
           01 WS-Cta-Tarifas pic S9(9)V99 value zeros.
           01 WS-Cta-JurosCE pic S9(9)V99 value zeros.
           01 WS-Cta-JurosEmp pic S9(9)V99 value zeros.
           01 WS-Cta-JurosPagos pic S9(9)V99 value zeros.
           01 WS-Cta-RendApl pic S9(9)V99 value zeros.
           01 WS-Cta-Resultado pic S9(9)V99 value zeros.
           01 WS-Rend-Mes pic 9(7)V99 value zeros.
           01 WS-Cod-Conta pic 9(6) value zeros.

      *-Cliente em montagem na saida da primeira ordenacao.
           01 WS-Cli-Reg.
               02 WS-Cli-Cpf pic 9(14).
               02 WS-Cli-Nome pic A(40).
               02 WS-Cli-Resultado pic S9(9)V99.
               02 WS-Cli-Tarifas pic S9(9)V99.
               02 WS-Cli-JurosCE pic S9(9)V99.
               02 WS-Cli-JurosEmp pic S9(9)V99.
               02 WS-Cli-JurosPagos pic S9(9)V99.
               02 WS-Cli-RendApl pic S9(9)V99.
               02 WS-Cli-Contas pic 9(3).
           01 WS-Cli-Aberto pic X value 'N'.
           01 WS-Clientes pic 9(6) value zeros.
           01 WS-Posicao pic 9(6) value zeros.
           01 WS-Com-Prejuizo pic 9(6) value zeros.

      *-Resumos. Agencia: tabela por acrescimo (banco + agencia);
      *-tipo de conta: 1 corrente, 2 poupanca, 3 outros; pacote:
      *-CodPacoteC + 1 como subscrito (1 = sem pacote).
           01 WS-Ag-Tab.
               02 WS-Ag-Item OCCURS 200 TIMES.
                   03 WS-Ag-Banco pic 9(4).
                   03 WS-Ag-Agencia pic 9(4).
                   03 WS-Ag-Contas pic 9(6).
                   03 WS-Ag-Ganho pic S9(11)V99.
                   03 WS-Ag-Pago pic S9(11)V99.
           01 WS-Ag-Qtd pic 9(3) value zeros.
           01 WS-Ag-Idx pic 9(3) value zeros.
           01 WS-Ag-Achado pic 9(3) value zeros.
           01 WS-Tp-Tab.
               02 WS-Tp-Item OCCURS 3 TIMES.
                   03 WS-Tp-Contas pic 9(6).
                   03 WS-Tp-Ganho pic S9(11)V99.
                   03 WS-Tp-Pago pic S9(11)V99.
           01 WS-Tp-Idx pic 9 value zeros.
           01 WS-Pc-Tab.
               02 WS-Pc-Item OCCURS 100 TIMES.
                   03 WS-Pc-Contas pic 9(6).
                   03 WS-Pc-Ganho pic S9(11)V99.
                   03 WS-Pc-Pago pic S9(11)V99.
           01 WS-Pc-Idx pic 9(3) value zeros.
           01 WS-Pc-Cod pic 9(2) value zeros.
           01 WS-Conta-Nova pic X value 'N'.

           01 WS-Tot-Ganho pic S9(11)V99 value zeros.
           01 WS-Tot-Pago pic S9(11)V99 value zeros.
           01 WS-Grp-Resultado pic S9(11)V99 value zeros.
           01 WS-Grp-Media pic S9(9)V99 value zeros.
           01 WS-Grp-Contas pic 9(6) value zeros.
           01 WS-Grp-Nome pic X(20) value spaces.

           01 WS-Val1-Edt pic Z(7)9,99-.
           01 WS-Val2-Edt pic Z(7)9,99-.
           01 WS-Val3-Edt pic Z(7)9,99-.
           01 WS-Val4-Edt pic Z(7)9,99-.
           01 WS-Val5-Edt pic Z(7)9,99-.
           01 WS-Val6-Edt pic Z(7)9,99-.
           01 WS-Tot1-Edt pic Z(9)9,99-.
           01 WS-Tot2-Edt pic Z(9)9,99-.
           01 WS-Tot3-Edt pic Z(9)9,99-.
           01 WS-Med-Edt pic Z(7)9,99-.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           PERFORM 09-ZERA-TIPO VARYING WS-Tp-Idx FROM 1 BY 1
               UNTIL WS-Tp-Idx > 3.
           PERFORM 09-ZERA-PACOTE VARYING WS-Pc-Idx FROM 1 BY 1
               UNTIL WS-Pc-Idx > 100.
           PERFORM 01-ABRE-ARQ.
           OPEN OUTPUT RENTCLI.
           SORT WORKSORT ON ASCENDING KEY SortCpf
               INPUT PROCEDURE IS 10-APURA
               OUTPUT PROCEDURE IS 20-JUNTA-CLIENTE.
           CLOSE RENTCLI.
           OPEN OUTPUT RELATORIO.
           PERFORM 30-CABECALHO.
           SORT WORKSORT ON DESCENDING KEY SortResultado
               USING RENTCLI
               OUTPUT PROCEDURE IS 31-CLASSIFICA.
           PERFORM 40-RESUMOS.
           CLOSE CC MOVIMENTO RELATORIO.
           IF WS-Apl-Aberta = 'S'
               CLOSE APLICACAO
           END-IF.
           IF WS-Emp-Aberto = 'S'
               CLOSE EMPRESTIMO PARCEMP
           END-IF.
           IF WS-Pac-Aberto = 'S'
               CLOSE PACOTE
           END-IF.
      *-GOBACK em vez de STOP RUN: chamado pelo driver
      *-ProgramaP2Noturno devolve o controle para a sequencia.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
           END-IF.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               DISPLAY "MOVIMENTO.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
           END-IF.
      *-Sem aplicacoes/emprestimos/pacotes a parcela sai zerada.
           OPEN INPUT APLICACAO.
           IF ARQST-APL = "00"
               MOVE 'S' TO WS-Apl-Aberta
           END-IF.
           OPEN INPUT EMPRESTIMO.
           IF ARQST-EMP = "00"
               OPEN INPUT PARCEMP
               IF ARQST-PE = "00"
                   MOVE 'S' TO WS-Emp-Aberto
               ELSE
                   CLOSE EMPRESTIMO
               END-IF
           END-IF.
           IF WS-Emp-Aberto NOT = 'S'
               MOVE "10" TO ARQST-PE
           END-IF.
           OPEN INPUT PACOTE.
           IF ARQST-PAC = "00"
               MOVE 'S' TO WS-Pac-Aberto
           END-IF.

       09-ZERA-TIPO.
           MOVE ZEROS TO WS-Tp-Contas(WS-Tp-Idx) WS-Tp-Ganho(WS-Tp-Idx)
               WS-Tp-Pago(WS-Tp-Idx).

       09-ZERA-PACOTE.
           MOVE ZEROS TO WS-Pc-Contas(WS-Pc-Idx) WS-Pc-Ganho(WS-Pc-Idx)
               WS-Pc-Pago(WS-Pc-Idx).

      *-----------------------------------------------------------
      *-Apuracao: uma parcela por conta (ledger + aplicacoes) e uma
      *-por parcela de emprestimo debitada no mes.
      *-----------------------------------------------------------
       10-APURA.
           PERFORM 11-LE-CONTA UNTIL ARQST-CC = "10".
           PERFORM 16-LE-PARCELA UNTIL ARQST-PE = "10".

       11-LE-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   PERFORM 12-APURA-CONTA
           END-READ.

       12-APURA-CONTA.
           MOVE ZEROS TO WS-Cta-Tarifas WS-Cta-JurosCE WS-Cta-JurosEmp
               WS-Cta-JurosPagos WS-Cta-RendApl.
           MOVE CodC TO WS-Cod-Conta.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 13-LE-LANCAMENTO UNTIL ARQST-MOV = "10".
           IF WS-Apl-Aberta = 'S'
               MOVE WS-Cod-Conta TO CodC-Apl
               START APLICACAO KEY IS = CodC-Apl
                   INVALID KEY
                       MOVE "10" TO ARQST-APL
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-APL
               END-START
               PERFORM 14-LE-APLICACAO UNTIL ARQST-APL = "10"
           END-IF.
      *-Conta encerrada ou recolhida so entra se deu resultado no
      *-mes; as demais contam nos resumos mesmo sem resultado.
           IF NOT Conta-Encerrada AND NOT Conta-Recolhida
               MOVE 'S' TO WS-Conta-Nova
           ELSE
               MOVE 'N' TO WS-Conta-Nova
               IF WS-Cta-Tarifas NOT = ZEROS
                   OR WS-Cta-JurosCE NOT = ZEROS
                   OR WS-Cta-JurosPagos NOT = ZEROS
                   OR WS-Cta-RendApl NOT = ZEROS
                   MOVE 'S' TO WS-Conta-Nova
               END-IF
           END-IF.
           IF WS-Conta-Nova = 'S'
               PERFORM 15-LIBERA-PARCELA
           END-IF.

       13-LE-LANCAMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-Cod-Conta
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       IF AnoMov = ANO AND MesMov = MES
                           AND EstornadoMov NOT = "S"
                           EVALUATE TipoMov
                               WHEN "TA"
                               WHEN "PC"
                               WHEN "TD"
                                   SUBTRACT ValorMov FROM WS-Cta-Tarifas
                               WHEN "JC"
                                   SUBTRACT ValorMov FROM WS-Cta-JurosCE
                               WHEN "JU"
                                   ADD ValorMov TO WS-Cta-JurosPagos
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       14-LE-APLICACAO.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APL
               NOT AT END
                   IF CodC-Apl NOT = WS-Cod-Conta
                       MOVE "10" TO ARQST-APL
                   ELSE
                       IF Aplicacao-Aberta
                           COMPUTE WS-Rend-Mes ROUNDED =
                               SaldoApl * TaxaApl
                           ADD WS-Rend-Mes TO WS-Cta-RendApl
                       END-IF
                   END-IF
           END-READ.

       15-LIBERA-PARCELA.
      *-REG-CONTA da conta em apuracao esta no buffer de CC.
           COMPUTE WS-Cta-Resultado = WS-Cta-Tarifas + WS-Cta-JurosCE
               + WS-Cta-JurosEmp - WS-Cta-JurosPagos - WS-Cta-RendApl.
           MOVE CpfCnpjC TO SortCpf.
           MOVE NomeC TO SortNome.
           MOVE WS-Cta-Resultado TO SortResultado.
           MOVE WS-Cta-Tarifas TO SortTarifas.
           MOVE WS-Cta-JurosCE TO SortJurosCE.
           MOVE WS-Cta-JurosEmp TO SortJurosEmp.
           MOVE WS-Cta-JurosPagos TO SortJurosPagos.
           MOVE WS-Cta-RendApl TO SortRendApl.
           IF WS-Cta-JurosEmp = ZEROS
               MOVE 1 TO SortContas
           ELSE
               MOVE ZEROS TO SortContas
           END-IF.
           RELEASE REG-SORT.
           PERFORM 17-ACUMULA-GRUPOS.

       16-LE-PARCELA.
      *-Parcela debitada no mes: a parte de juros e ganho do banco,
      *-atribuida a conta de debito do contrato.
           READ PARCEMP
               AT END
                   MOVE "10" TO ARQST-PE
               NOT AT END
                   IF ParcEmp-Debitada AND AnoDebito-Pe = ANO
                       AND MesDebito-Pe = MES AND Juros-Pe > ZEROS
                       MOVE NumContrato-Pe TO NumContrato
                       READ EMPRESTIMO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CodC-Emp TO CodC
                               READ CC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE ZEROS TO WS-Cta-Tarifas
                                           WS-Cta-JurosCE
                                           WS-Cta-JurosPagos
                                           WS-Cta-RendApl
                                       MOVE Juros-Pe TO WS-Cta-JurosEmp
                                       PERFORM 15-LIBERA-PARCELA
                               END-READ
                       END-READ
                   END-IF
           END-READ.

       17-ACUMULA-GRUPOS.
      *-A conta so e contada uma vez (na parcela do ledger); as
      *-parcelas de emprestimo so somam valores.
           MOVE ZEROS TO WS-Ag-Achado.
           PERFORM 18-COMPARA-AGENCIA VARYING WS-Ag-Idx FROM 1 BY 1
               UNTIL WS-Ag-Idx > WS-Ag-Qtd OR WS-Ag-Achado > ZEROS.
           IF WS-Ag-Achado = ZEROS AND WS-Ag-Qtd < 200
               ADD 1 TO WS-Ag-Qtd
               MOVE WS-Ag-Qtd TO WS-Ag-Achado
               MOVE CodBancoC TO WS-Ag-Banco(WS-Ag-Achado)
               MOVE CodAgenciaC TO WS-Ag-Agencia(WS-Ag-Achado)
               MOVE ZEROS TO WS-Ag-Contas(WS-Ag-Achado)
                   WS-Ag-Ganho(WS-Ag-Achado) WS-Ag-Pago(WS-Ag-Achado)
           END-IF.
           EVALUATE TRUE
               WHEN Conta-Corrente
                   MOVE 1 TO WS-Tp-Idx
               WHEN Conta-Poupanca
                   MOVE 2 TO WS-Tp-Idx
               WHEN OTHER
                   MOVE 3 TO WS-Tp-Idx
           END-EVALUATE.
           COMPUTE WS-Pc-Idx = CodPacoteC + 1.
           IF WS-Ag-Achado > ZEROS
               ADD SortContas TO WS-Ag-Contas(WS-Ag-Achado)
               COMPUTE WS-Ag-Ganho(WS-Ag-Achado) =
                   WS-Ag-Ganho(WS-Ag-Achado) + WS-Cta-Tarifas
                   + WS-Cta-JurosCE + WS-Cta-JurosEmp
               COMPUTE WS-Ag-Pago(WS-Ag-Achado) =
                   WS-Ag-Pago(WS-Ag-Achado) + WS-Cta-JurosPagos
                   + WS-Cta-RendApl
           END-IF.
           ADD SortContas TO WS-Tp-Contas(WS-Tp-Idx).
           COMPUTE WS-Tp-Ganho(WS-Tp-Idx) = WS-Tp-Ganho(WS-Tp-Idx)
               + WS-Cta-Tarifas + WS-Cta-JurosCE + WS-Cta-JurosEmp.
           COMPUTE WS-Tp-Pago(WS-Tp-Idx) = WS-Tp-Pago(WS-Tp-Idx)
               + WS-Cta-JurosPagos + WS-Cta-RendApl.
           ADD SortContas TO WS-Pc-Contas(WS-Pc-Idx).
           COMPUTE WS-Pc-Ganho(WS-Pc-Idx) = WS-Pc-Ganho(WS-Pc-Idx)
               + WS-Cta-Tarifas + WS-Cta-JurosCE + WS-Cta-JurosEmp.
           COMPUTE WS-Pc-Pago(WS-Pc-Idx) = WS-Pc-Pago(WS-Pc-Idx)
               + WS-Cta-JurosPagos + WS-Cta-RendApl.

       18-COMPARA-AGENCIA.
           IF WS-Ag-Banco(WS-Ag-Idx) = CodBancoC
               AND WS-Ag-Agencia(WS-Ag-Idx) = CodAgenciaC
               MOVE WS-Ag-Idx TO WS-Ag-Achado
           END-IF.

      *-----------------------------------------------------------
      *-Saida da primeira ordenacao: soma as parcelas de cada
      *-CPF/CNPJ num registro de cliente em RENTCLI.TMP.
      *-----------------------------------------------------------
       20-JUNTA-CLIENTE.
           MOVE 'N' TO WS-Cli-Aberto.
           MOVE "00" TO ARQST-SRT.
           PERFORM 21-RETORNA-PARCELA UNTIL ARQST-SRT = "10".
           IF WS-Cli-Aberto = 'S'
               PERFORM 22-GRAVA-CLIENTE
           END-IF.

       21-RETORNA-PARCELA.
           RETURN WORKSORT
               AT END
                   MOVE "10" TO ARQST-SRT
               NOT AT END
                   IF WS-Cli-Aberto = 'S' AND SortCpf NOT = WS-Cli-Cpf
                       PERFORM 22-GRAVA-CLIENTE
                   END-IF
                   IF WS-Cli-Aberto NOT = 'S'
                       MOVE REG-SORT TO WS-Cli-Reg
                       MOVE 'S' TO WS-Cli-Aberto
                   ELSE
                       ADD SortResultado TO WS-Cli-Resultado
                       ADD SortTarifas TO WS-Cli-Tarifas
                       ADD SortJurosCE TO WS-Cli-JurosCE
                       ADD SortJurosEmp TO WS-Cli-JurosEmp
                       ADD SortJurosPagos TO WS-Cli-JurosPagos
                       ADD SortRendApl TO WS-Cli-RendApl
                       ADD SortContas TO WS-Cli-Contas
                   END-IF
           END-RETURN.

       22-GRAVA-CLIENTE.
           MOVE WS-Cli-Reg TO REG-RENTCLI.
           WRITE REG-RENTCLI.
           ADD 1 TO WS-Clientes.
           MOVE 'N' TO WS-Cli-Aberto.

      *-----------------------------------------------------------
      *-Relatorio: classificacao dos clientes e resumos.
      *-----------------------------------------------------------
       30-CABECALHO.
           MOVE SPACES TO LINHA-REL.
           STRING "RENTABILIDADE POR CLIENTE - MES " MES "/" ANO
               "  -  EMITIDO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "GANHO = TARIFAS (TA/PC/TD) + JUROS CH.ESPECIAL (JC)"
               " + JUROS DE EMPRESTIMO;  PAGO = JUROS CREDITADOS (JU)"
               " + RENDIMENTO DE APLICACAO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING " POS.  CPF/CNPJ       NOME                 CT"
               "     TARIFAS   JUROS C.E.   JUROS EMP.  JUROS PAGOS"
               "  REND. APLIC.    RESULTADO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       31-CLASSIFICA.
           MOVE "00" TO ARQST-SRT.
           PERFORM 32-IMPRIME-CLIENTE UNTIL ARQST-SRT = "10".

       32-IMPRIME-CLIENTE.
           RETURN WORKSORT
               AT END
                   MOVE "10" TO ARQST-SRT
               NOT AT END
                   ADD 1 TO WS-Posicao
                   IF SortResultado < ZEROS
                       ADD 1 TO WS-Com-Prejuizo
                   END-IF
                   MOVE SortTarifas TO WS-Val1-Edt
                   MOVE SortJurosCE TO WS-Val2-Edt
                   MOVE SortJurosEmp TO WS-Val3-Edt
                   MOVE SortJurosPagos TO WS-Val4-Edt
                   MOVE SortRendApl TO WS-Val5-Edt
                   MOVE SortResultado TO WS-Val6-Edt
                   MOVE SPACES TO LINHA-REL
                   STRING WS-Posicao(2:5) " " SortCpf " "
                       SortNome(1:20) " " SortContas(2:2) " "
                       WS-Val1-Edt " " WS-Val2-Edt " " WS-Val3-Edt " "
                       WS-Val4-Edt " " WS-Val5-Edt " " WS-Val6-Edt
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-RETURN.

       40-RESUMOS.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "RESULTADO POR AGENCIA" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 45-CABECALHO-GRUPO.
           PERFORM 41-IMPRIME-AGENCIA VARYING WS-Ag-Idx FROM 1 BY 1
               UNTIL WS-Ag-Idx > WS-Ag-Qtd.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "RESULTADO POR TIPO DE CONTA" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 45-CABECALHO-GRUPO.
           PERFORM 42-IMPRIME-TIPO VARYING WS-Tp-Idx FROM 1 BY 1
               UNTIL WS-Tp-Idx > 3.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "RESULTADO POR PACOTE DE TARIFAS" TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 45-CABECALHO-GRUPO.
           PERFORM 43-IMPRIME-PACOTE VARYING WS-Pc-Idx FROM 1 BY 1
               UNTIL WS-Pc-Idx > 100.
           MOVE ZEROS TO WS-Tot-Ganho WS-Tot-Pago.
           PERFORM 44-SOMA-TOTAL VARYING WS-Tp-Idx FROM 1 BY 1
               UNTIL WS-Tp-Idx > 3.
           COMPUTE WS-Grp-Resultado = WS-Tot-Ganho - WS-Tot-Pago.
           MOVE WS-Tot-Ganho TO WS-Tot1-Edt.
           MOVE WS-Tot-Pago TO WS-Tot2-Edt.
           MOVE WS-Grp-Resultado TO WS-Tot3-Edt.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CLIENTES: " WS-Clientes "  COM PREJUIZO: "
               WS-Com-Prejuizo "  GANHO: " WS-Tot1-Edt "  PAGO: "
               WS-Tot2-Edt "  RESULTADO: " WS-Tot3-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RENTABILIDADE - MES " MES "/" ANO.
           DISPLAY "  CLIENTES: " WS-Clientes
               "  COM PREJUIZO: " WS-Com-Prejuizo.
           DISPLAY "  RESULTADO DO MES: " WS-Tot3-Edt.
           DISPLAY "  RELATORIO EM RENTAB.LST".
           DISPLAY "==================================================".

       41-IMPRIME-AGENCIA.
           MOVE SPACES TO WS-Grp-Nome.
           STRING "BANCO " WS-Ag-Banco(WS-Ag-Idx) " AG. "
               WS-Ag-Agencia(WS-Ag-Idx)
               DELIMITED BY SIZE INTO WS-Grp-Nome.
           MOVE WS-Ag-Ganho(WS-Ag-Idx) TO WS-Tot-Ganho.
           MOVE WS-Ag-Pago(WS-Ag-Idx) TO WS-Tot-Pago.
           MOVE WS-Ag-Contas(WS-Ag-Idx) TO WS-Grp-Contas.
           PERFORM 46-IMPRIME-GRUPO.

       42-IMPRIME-TIPO.
           EVALUATE WS-Tp-Idx
               WHEN 1
                   MOVE "CONTA CORRENTE" TO WS-Grp-Nome
               WHEN 2
                   MOVE "POUPANCA" TO WS-Grp-Nome
               WHEN OTHER
                   MOVE "OUTROS" TO WS-Grp-Nome
           END-EVALUATE.
           MOVE WS-Tp-Ganho(WS-Tp-Idx) TO WS-Tot-Ganho.
           MOVE WS-Tp-Pago(WS-Tp-Idx) TO WS-Tot-Pago.
           MOVE WS-Tp-Contas(WS-Tp-Idx) TO WS-Grp-Contas.
           IF WS-Grp-Contas > ZEROS OR WS-Tot-Ganho NOT = ZEROS
               OR WS-Tot-Pago NOT = ZEROS
               PERFORM 46-IMPRIME-GRUPO
           END-IF.

       43-IMPRIME-PACOTE.
           MOVE WS-Pc-Ganho(WS-Pc-Idx) TO WS-Tot-Ganho.
           MOVE WS-Pc-Pago(WS-Pc-Idx) TO WS-Tot-Pago.
           MOVE WS-Pc-Contas(WS-Pc-Idx) TO WS-Grp-Contas.
           IF WS-Grp-Contas > ZEROS OR WS-Tot-Ganho NOT = ZEROS
               OR WS-Tot-Pago NOT = ZEROS
               COMPUTE WS-Pc-Cod = WS-Pc-Idx - 1
               IF WS-Pc-Cod = ZEROS
                   MOVE "SEM PACOTE" TO WS-Grp-Nome
               ELSE
                   MOVE SPACES TO WS-Grp-Nome
                   MOVE WS-Pc-Cod TO CodPacote
                   IF WS-Pac-Aberto = 'S'
                       READ PACOTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE NomePacote TO WS-Grp-Nome
                       END-READ
                   END-IF
                   IF WS-Grp-Nome = SPACES
                       STRING "PACOTE " WS-Pc-Cod
                           DELIMITED BY SIZE INTO WS-Grp-Nome
                   END-IF
               END-IF
               PERFORM 46-IMPRIME-GRUPO
           END-IF.

       44-SOMA-TOTAL.
           ADD WS-Tp-Ganho(WS-Tp-Idx) TO WS-Tot-Ganho.
           ADD WS-Tp-Pago(WS-Tp-Idx) TO WS-Tot-Pago.

       45-CABECALHO-GRUPO.
           MOVE SPACES TO LINHA-REL.
           STRING "  GRUPO                 CONTAS           GANHO"
               "            PAGO       RESULTADO  MEDIA P/CONTA"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       46-IMPRIME-GRUPO.
           COMPUTE WS-Grp-Resultado = WS-Tot-Ganho - WS-Tot-Pago.
           IF WS-Grp-Contas > ZEROS
               COMPUTE WS-Grp-Media ROUNDED =
                   WS-Grp-Resultado / WS-Grp-Contas
           ELSE
               MOVE ZEROS TO WS-Grp-Media
           END-IF.
           MOVE WS-Tot-Ganho TO WS-Tot1-Edt.
           MOVE WS-Tot-Pago TO WS-Tot2-Edt.
           MOVE WS-Grp-Resultado TO WS-Tot3-Edt.
           MOVE WS-Grp-Media TO WS-Med-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "  " WS-Grp-Nome "  " WS-Grp-Contas " "
               WS-Tot1-Edt " " WS-Tot2-Edt " " WS-Tot3-Edt " "
               WS-Med-Edt
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
