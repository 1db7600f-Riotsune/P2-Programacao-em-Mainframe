       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2EFinanceira.
      *-----------------------------------------------------------
      *-Declaracao semestral de movimentacao financeira
      *-(e-Financeira), rodada uma vez por semestre: para cada
      *-cliente de CLIENTES.DAT soma, mes a mes do semestre pedido,
      *-os creditos e os debitos de todas as contas do documento
      *-em MOVIMENTO.DAT e das aplicacoes delas em APLICACAO.DAT, e
      *-apura o saldo no fim do semestre:
      *-  conta     credito = lancamento positivo, debito = negativo
      *-            (o transporte "TP" do expurgo nao e movimento);
      *-            saldo = saldo novo do ultimo lancamento ate o
      *-            fim do semestre (sem movimento, o saldo atual);
      *-  aplicacao credito = valor aplicado no mes do inicio do
      *-            contrato, debito = resgate ("RS") creditado na
      *-            conta; saldo = saldo das aplicacoes abertas
      *-            iniciadas ate o fim do semestre.
      *-Declara o cliente com credito ou debito de algum mes, ou
      *-saldo final, acima do limite de PARAMETROS.DAT: EFINPF para
      *-pessoa fisica (default 2.000,00) e EFINPJ para juridica
      *-(default 6.000,00).
      *-Saida: EFINANCEIRA.DAT (cabecalho tipo 1, um detalhe tipo 2
      *-por cliente declarado, trailer tipo 9 com a quantidade e as
      *-somas de conferencia) e o relatorio de controle
      *-EFINANCEIRA.LST com o que foi declarado.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

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

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT EFIN ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-EFI.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

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

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  EFIN LABEL RECORD STANDARD
           DATA RECORD IS REG-EFIN
           VALUE OF FILE-ID IS "EFINANCEIRA.DAT".
       01 REG-EFIN.
           02 TipoReg-Efi pic X(1).
           02 Corpo-Efi pic X(220).
      *-Visao de cabecalho: instituicao e semestre de referencia.
       01 REG-EFIN-CAB REDEFINES REG-EFIN.
           02 FILLER pic X(1).
           02 Instituicao-Efi pic X(30).
           02 Ano-Efi pic 9(4).
           02 Semestre-Efi pic 9(1).
           02 DataGeracao-Efi pic 9(8).
           02 FILLER pic X(177).
      *-Visao de detalhe: um registro por CPF/CNPJ declarado, com
      *-credito e debito de cada mes do semestre (conta + aplicacao)
      *-e os saldos no fim do semestre.
       01 REG-EFIN-DET REDEFINES REG-EFIN.
           02 FILLER pic X(1).
           02 CpfCnpj-Efi pic 9(14).
           02 TipoPessoa-Efi pic X(1).
           02 QtdContas-Efi pic 9(3).
           02 Mes-Efi OCCURS 6 TIMES.
               03 Credito-Efi pic 9(11)V99.
               03 Debito-Efi pic 9(11)V99.
           02 SaldoConta-Efi pic S9(11)V99.
           02 SaldoAplic-Efi pic 9(11)V99.
           02 FILLER pic X(20).
      *-Visao de trailer: quantidade de detalhes e somas de
      *-conferencia (documentos, creditos, debitos e saldos).
       01 REG-EFIN-TRL REDEFINES REG-EFIN.
           02 FILLER pic X(1).
           02 QtdRegistros-Efi pic 9(6).
           02 HashDoc-Efi pic 9(18).
           02 HashCredito-Efi pic 9(15)V99.
           02 HashDebito-Efi pic 9(15)V99.
           02 HashSaldo-Efi pic S9(15)V99.
           02 FILLER pic X(145).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "EFINANCEIRA.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-CLI pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-APL pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-EFI pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
           01 WS-Tem-Apl pic X value 'N'.
               88 Aplicacao-Aberto value 'S'.

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Instituicao pic X(30)
               value "INSTITUICAO P2".
           01 WS-Ano-Ref pic 9(4) value zeros.
           01 WS-Semestre pic 9(1) value zeros.
           01 WS-Mes-Ini pic 9(2) value zeros.
           01 WS-Data-Ini pic 9(8) value zeros.
           01 WS-Data-Fim pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Data-Apl pic 9(8) value zeros.
           01 WS-M pic 9(2) value zeros.

      *-Limites de declaracao (EFINPF / EFINPJ).
           01 WS-Limite-PF pic 9(7)V99 value 2000,00.
           01 WS-Limite-PJ pic 9(7)V99 value 6000,00.
           01 WS-Limite pic 9(7)V99 value zeros.

      *-Acumulado do cliente em apuracao.
           01 WS-Cli-Meses.
               02 WS-Cli-Mes OCCURS 6 TIMES.
                   03 WS-Cli-Cred pic 9(11)V99.
                   03 WS-Cli-Deb pic 9(11)V99.
           01 WS-Cli-Saldo pic S9(11)V99 value zeros.
           01 WS-Cli-Saldo-Apl pic 9(11)V99 value zeros.
           01 WS-Cli-Contas pic 9(3) value zeros.
           01 WS-Saldo-Conta pic S9(11)V99 value zeros.
           01 WS-Declara pic X value 'N'.
               88 Cliente-Declarado value 'S'.
           01 WS-Scan-Cc pic X(2) value spaces.

           01 WS-Clientes pic 9(6) value zeros.
           01 WS-Declarados pic 9(6) value zeros.
           01 WS-Abaixo pic 9(6) value zeros.
           01 WS-Hash-Doc pic 9(18) value zeros.
           01 WS-Hash-Cred pic 9(15)V99 value zeros.
           01 WS-Hash-Deb pic 9(15)V99 value zeros.
           01 WS-Hash-Saldo pic S9(15)V99 value zeros.
           01 WS-Tot-Cred pic 9(11)V99 value zeros.
           01 WS-Tot-Deb pic 9(11)V99 value zeros.
           01 WS-Valor-Edt pic -Z(10)9,99.
           01 WS-Valor-Edt2 pic -Z(10)9,99.
           01 WS-Valor-Edt3 pic -Z(10)9,99.
           01 WS-Valor-Edt4 pic -Z(10)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "E-FINANCEIRA SEMESTRAL - PROGRAMAP2EFINANCEIRA".
           DISPLAY "Ano de referencia (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-Ano-Ref.
           DISPLAY "Semestre (1 ou 2): " WITH NO ADVANCING.
           ACCEPT WS-Semestre.
           IF WS-Semestre NOT = 1 AND NOT = 2
               DISPLAY "SEMESTRE INVALIDO"
               GOBACK
           END-IF.
           IF WS-Semestre = 1
               MOVE 1 TO WS-Mes-Ini
           ELSE
               MOVE 7 TO WS-Mes-Ini
           END-IF.
           COMPUTE WS-Data-Ini = WS-Ano-Ref * 10000
               + WS-Mes-Ini * 100 + 1.
           COMPUTE WS-Data-Fim = WS-Ano-Ref * 10000
               + (WS-Mes-Ini + 5) * 100 + 31.
           PERFORM 09-CARREGA-PARAMETROS.
           OPEN INPUT CLIENTE.
           IF ARQST-CLI NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO"
               GOBACK
           END-IF.
           OPEN INPUT CC.
           OPEN INPUT MOVIMENTO.
           OPEN INPUT APLICACAO.
           IF ARQST-APL = "00"
               MOVE 'S' TO WS-Tem-Apl
           END-IF.
           OPEN OUTPUT EFIN.
           OPEN OUTPUT RELATORIO.
           PERFORM 10-GRAVA-CABECALHO.
           PERFORM 01-PROCESSA-CLIENTE UNTIL ARQST-CLI = "10".
           PERFORM 12-GRAVA-TRAILER.
           PERFORM 13-RESUMO.
           CLOSE CLIENTE CC MOVIMENTO EFIN RELATORIO.
           IF Aplicacao-Aberto
               CLOSE APLICACAO
           END-IF.
           DISPLAY "CLIENTES: " WS-Clientes " DECLARADOS: "
               WS-Declarados.
           DISPLAY "Declaracao gravada em EFINANCEIRA.DAT".
           DISPLAY "Controle em EFINANCEIRA.LST".
           GOBACK.

       01-PROCESSA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CLI
               NOT AT END
                   PERFORM 02-APURA-CLIENTE
           END-READ.

       02-APURA-CLIENTE.
           ADD 1 TO WS-Clientes.
           INITIALIZE WS-Cli-Meses.
           MOVE ZEROS TO WS-Cli-Saldo WS-Cli-Saldo-Apl WS-Cli-Contas.
           MOVE CpfCnpjCli TO CpfCnpjC.
           START CC KEY IS = CpfCnpjC
               INVALID KEY
                   MOVE "10" TO WS-Scan-Cc
               NOT INVALID KEY
                   MOVE "00" TO WS-Scan-Cc
           END-START.
           PERFORM 03-VARRE-CONTAS UNTIL WS-Scan-Cc = "10".
           IF WS-Cli-Contas > ZEROS
               PERFORM 08-VERIFICA-LIMITE
               IF Cliente-Declarado
                   PERFORM 11-GRAVA-DETALHE
               ELSE
                   ADD 1 TO WS-Abaixo
               END-IF
           END-IF.

       03-VARRE-CONTAS.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO WS-Scan-Cc
               NOT AT END
                   IF CpfCnpjC NOT = CpfCnpjCli
                       MOVE "10" TO WS-Scan-Cc
                   ELSE
                       PERFORM 04-APURA-CONTA
                   END-IF
           END-READ.

       04-APURA-CONTA.
      *-Conta aberta depois do semestre nao entra.
           IF DataAberturaC NOT > WS-Data-Fim
               ADD 1 TO WS-Cli-Contas
               MOVE SaldoC TO WS-Saldo-Conta
               MOVE CodC TO CodC-Mov
               MOVE ZEROS TO NumSeq-Mov
               START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
                   INVALID KEY
                       MOVE "10" TO ARQST-MOV
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-MOV
               END-START
               PERFORM 05-VARRE-MOVIMENTOS UNTIL ARQST-MOV = "10"
               ADD WS-Saldo-Conta TO WS-Cli-Saldo
               IF Aplicacao-Aberto
                   MOVE CodC TO CodC-Apl
                   START APLICACAO KEY IS = CodC-Apl
                       INVALID KEY
                           MOVE "10" TO ARQST-APL
                       NOT INVALID KEY
                           MOVE "00" TO ARQST-APL
                   END-START
                   PERFORM 06-VARRE-APLICACOES UNTIL ARQST-APL = "10"
               END-IF
           END-IF.

       05-VARRE-MOVIMENTOS.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       PERFORM 07-SOMA-MOVIMENTO
                   END-IF
           END-READ.

       06-VARRE-APLICACOES.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APL
               NOT AT END
                   IF CodC-Apl NOT = CodC
                       MOVE "10" TO ARQST-APL
                   ELSE
                       COMPUTE WS-Data-Apl = AnoInicioApl * 10000
                           + MesInicioApl * 100 + DiaInicioApl
                       IF WS-Data-Apl NOT < WS-Data-Ini
                           AND WS-Data-Apl NOT > WS-Data-Fim
                           COMPUTE WS-M = MesInicioApl - WS-Mes-Ini + 1
                           ADD ValorApl TO WS-Cli-Cred(WS-M)
                       END-IF
                       IF Aplicacao-Aberta
                           AND WS-Data-Apl NOT > WS-Data-Fim
                           ADD SaldoApl TO WS-Cli-Saldo-Apl
                       END-IF
                   END-IF
           END-READ.

       07-SOMA-MOVIMENTO.
           COMPUTE WS-Data-Mov = AnoMov * 10000
               + MesMov * 100 + DiaMov.
           IF WS-Data-Mov <= WS-Data-Fim
               MOVE SaldoNovoMov TO WS-Saldo-Conta
           END-IF.
           IF WS-Data-Mov NOT < WS-Data-Ini
               AND WS-Data-Mov NOT > WS-Data-Fim
               AND TipoMov NOT = "TP"
               COMPUTE WS-M = MesMov - WS-Mes-Ini + 1
               IF ValorMov > ZEROS
                   ADD ValorMov TO WS-Cli-Cred(WS-M)
               ELSE
                   SUBTRACT ValorMov FROM WS-Cli-Deb(WS-M)
               END-IF
      *-O resgate que entra na conta sai da aplicacao.
               IF TipoMov = "RS"
                   ADD ValorMov TO WS-Cli-Deb(WS-M)
               END-IF
           END-IF.

       08-VERIFICA-LIMITE.
      *-Documento com mais de 11 digitos e CNPJ.
           IF CpfCnpjCli > 99999999999
               MOVE WS-Limite-PJ TO WS-Limite
           ELSE
               MOVE WS-Limite-PF TO WS-Limite
           END-IF.
           MOVE 'N' TO WS-Declara.
           IF WS-Cli-Saldo > WS-Limite
               OR WS-Cli-Saldo-Apl > WS-Limite
               MOVE 'S' TO WS-Declara
           END-IF.
           PERFORM 081-VERIFICA-MES
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > 6 OR Cliente-Declarado.

       081-VERIFICA-MES.
           IF WS-Cli-Cred(WS-M) > WS-Limite
               OR WS-Cli-Deb(WS-M) > WS-Limite
               MOVE 'S' TO WS-Declara
           END-IF.

       09-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, fica o default compilado.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 09-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       09-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "EFINPF"
                               MOVE ValorParam TO WS-Limite-PF
                           WHEN "EFINPJ"
                               MOVE ValorParam TO WS-Limite-PJ
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       10-GRAVA-CABECALHO.
           MOVE SPACES TO REG-EFIN.
           MOVE '1' TO TipoReg-Efi.
           MOVE WS-Instituicao TO Instituicao-Efi.
           MOVE WS-Ano-Ref TO Ano-Efi.
           MOVE WS-Semestre TO Semestre-Efi.
           COMPUTE DataGeracao-Efi = ANO * 10000 + MES * 100 + DIA.
           WRITE REG-EFIN.
           MOVE SPACES TO LINHA-REL.
           STRING "E-FINANCEIRA - " WS-Ano-Ref "/" WS-Semestre
               "O SEMESTRE - LIMITE PF " WS-Limite-PF
               " PJ " WS-Limite-PJ
               " - GERADA EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CPF/CNPJ       T NOME                          "
               "          CREDITOS         DEBITOS     SALDO CONTA"
               "  SALDO APLIC"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       11-GRAVA-DETALHE.
           ADD 1 TO WS-Declarados.
           MOVE SPACES TO REG-EFIN.
           MOVE '2' TO TipoReg-Efi.
           MOVE CpfCnpjCli TO CpfCnpj-Efi.
           IF CpfCnpjCli > 99999999999
               MOVE 'J' TO TipoPessoa-Efi
           ELSE
               MOVE 'F' TO TipoPessoa-Efi
           END-IF.
           MOVE WS-Cli-Contas TO QtdContas-Efi.
           MOVE ZEROS TO WS-Tot-Cred WS-Tot-Deb.
           PERFORM 111-GRAVA-MES
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6.
           MOVE WS-Cli-Saldo TO SaldoConta-Efi.
           MOVE WS-Cli-Saldo-Apl TO SaldoAplic-Efi.
           WRITE REG-EFIN.
           ADD CpfCnpjCli TO WS-Hash-Doc.
           ADD WS-Tot-Cred TO WS-Hash-Cred.
           ADD WS-Tot-Deb TO WS-Hash-Deb.
           ADD WS-Cli-Saldo WS-Cli-Saldo-Apl TO WS-Hash-Saldo.
           MOVE WS-Tot-Cred TO WS-Valor-Edt.
           MOVE WS-Tot-Deb TO WS-Valor-Edt2.
           MOVE WS-Cli-Saldo TO WS-Valor-Edt3.
           MOVE WS-Cli-Saldo-Apl TO WS-Valor-Edt4.
           MOVE SPACES TO LINHA-REL.
           STRING CpfCnpjCli " " TipoPessoa-Efi " " NomeCli
               WS-Valor-Edt " " WS-Valor-Edt2 " " WS-Valor-Edt3
               " " WS-Valor-Edt4
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       111-GRAVA-MES.
           MOVE WS-Cli-Cred(WS-M) TO Credito-Efi(WS-M).
           MOVE WS-Cli-Deb(WS-M) TO Debito-Efi(WS-M).
           ADD WS-Cli-Cred(WS-M) TO WS-Tot-Cred.
           ADD WS-Cli-Deb(WS-M) TO WS-Tot-Deb.

       12-GRAVA-TRAILER.
           MOVE SPACES TO REG-EFIN.
           MOVE '9' TO TipoReg-Efi.
           MOVE WS-Declarados TO QtdRegistros-Efi.
           MOVE WS-Hash-Doc TO HashDoc-Efi.
           MOVE WS-Hash-Cred TO HashCredito-Efi.
           MOVE WS-Hash-Deb TO HashDebito-Efi.
           MOVE WS-Hash-Saldo TO HashSaldo-Efi.
           WRITE REG-EFIN.

       13-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CLIENTES LIDOS: " WS-Clientes
               "  DECLARADOS: " WS-Declarados
               "  ABAIXO DO LIMITE: " WS-Abaixo
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Hash-Cred TO WS-Valor-Edt.
           MOVE WS-Hash-Deb TO WS-Valor-Edt2.
           MOVE WS-Hash-Saldo TO WS-Valor-Edt3.
           MOVE SPACES TO LINHA-REL.
           STRING "TRAILER - CREDITOS " WS-Valor-Edt
               "  DEBITOS " WS-Valor-Edt2
               "  SALDOS " WS-Valor-Edt3
               "  SOMA DOCUMENTOS " WS-Hash-Doc
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
