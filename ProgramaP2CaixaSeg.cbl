       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2CaixaSeg.
      *-----------------------------------------------------------
      *-Caixas de aluguel (cofres de clientes) das agencias:
      *-  1 cadastra uma caixa (banco + agencia validados em
      *-    AGENCIAS.DAT, tamanho P/M/G);
      *-  2 aluga uma caixa livre: contrato em CONTRCXS.DAT com a
      *-    conta do debito (titular da conta e o 1o titular da
      *-    caixa) e mais ate dois titulares; o valor anual vem do
      *-    tamanho (CXSVALP/CXSVALM/CXSVALG) e a primeira anuidade
      *-    vence no proprio dia, cobrada pelo lote noturno
      *-    ProgramaP2AluguelCaixa;
      *-  3 encerra o contrato a pedido (sem anuidade em atraso);
      *-  4 registra a visita de um titular em ACESSOCXS.DAT, com o
      *-    operador que acompanhou - negada com anuidade vencida;
      *-  5 abertura forcada da caixa, com a anuidade vencida ha
      *-    pelo menos CXSABRE dias (default 180), registrada no
      *-    diario de acessos;
      *-  6 libera (volta a livre) ou bloqueia uma caixa;
      *-  7 lista as caixas de uma agencia.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CXSEG ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveCxs
       FILE STATUS ARQST-CXS.

       SELECT CONTRCXS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContratoCcx
       ALTERNATE RECORD KEY CodC-Ccx WITH DUPLICATES
       FILE STATUS ARQST-CCX.

      *-Diario de visitas, so acrescimo.
       SELECT ACESSOCXS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ACE.

       SELECT AGENCIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveAge
       FILE STATUS ARQST-AGE.

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

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       DATA DIVISION.
       FILE SECTION.
       FD  CXSEG LABEL RECORD STANDARD
           DATA RECORD IS REG-CXSEG
           VALUE OF FILE-ID IS "CAIXASEG.DAT".

           COPY CXSEG.

       FD  CONTRCXS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTRCXS
           VALUE OF FILE-ID IS "CONTRCXS.DAT".

           COPY CONTRCXS.

       FD  ACESSOCXS LABEL RECORD STANDARD
           DATA RECORD IS REG-ACESSOCXS
           VALUE OF FILE-ID IS "ACESSOCXS.DAT".

           COPY ACESSOCXS.

       FD  AGENCIA LABEL RECORD STANDARD
           DATA RECORD IS REG-AGENCIA
           VALUE OF FILE-ID IS "AGENCIAS.DAT".

           COPY AGENCIA.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       WORKING-STORAGE SECTION.

           01 ARQST-CXS pic X(2).
           01 ARQST-CCX pic X(2).
           01 ARQST-ACE pic X(2).
           01 ARQST-AGE pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-PRM pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Opcao pic X(1) value spaces.
           01 WS-Confirma pic X value 'N'.

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
           01 WS-Data-Prm pic 9(8) value zeros.

      *-Sem AGENCIAS.DAT na maquina a validacao da agencia e
      *-pulada, como nos cadastros do ProgramaP2.
           01 WS-Tem-Agencia pic X value 'N'.
               88 Agencia-Aberta value 'S'.

      *-Valor anual por tamanho da caixa e dias de atraso da
      *-anuidade a partir dos quais a caixa pode ser aberta a
      *-forca (parametros CXSVALP/CXSVALM/CXSVALG e CXSABRE).
           01 WS-Valor-P pic 9(5)V99 value 300,00.
           01 WS-Valor-M pic 9(5)V99 value 450,00.
           01 WS-Valor-G pic 9(5)V99 value 700,00.
           01 WS-Dias-Abertura pic 9(4) value 180.

           01 WS-Banco pic 9(4) value zeros.
           01 WS-Agencia pic 9(4) value zeros.
           01 WS-Caixa pic 9(4) value zeros.
           01 WS-Tamanho pic X(1) value spaces.
           01 WS-Contrato pic 9(6) value zeros.
           01 WS-CodC pic 9(6) value zeros.
           01 WS-Tit-Idx pic 9(1) value zeros.
           01 WS-Tit-Achou pic 9(1) value zeros.
           01 WS-Cpf pic 9(14) value zeros.
           01 WS-Nome pic X(40) value spaces.
           01 WS-Data-Venc pic 9(8) value zeros.
           01 WS-Dias-Atraso pic S9(5) value zeros.
           01 WS-Acao pic X(1) value spaces.
           01 WS-Listadas pic 9(4) value zeros.
           01 WS-Valor-Edt pic Z(4)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "CAIXAS DE ALUGUEL - PROGRAMAP2CAIXASEG".
           PERFORM 01-ABRE-ARQ.
           PERFORM 03-CARREGA-PARAMETROS.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               PERFORM 05-MENU WITH TEST AFTER
                   UNTIL WS-Opcao = '0'
           END-IF.
           IF Agencia-Aberta
               CLOSE AGENCIA
           END-IF.
           CLOSE CXSEG CONTRCXS ACESSOCXS CC OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CXSEG.
           IF ARQST-CXS NOT = "00"
               CLOSE CXSEG
               OPEN OUTPUT CXSEG
               CLOSE CXSEG
               OPEN I-O CXSEG
           END-IF.
           OPEN I-O CONTRCXS.
           IF ARQST-CCX NOT = "00"
               CLOSE CONTRCXS
               OPEN OUTPUT CONTRCXS
               CLOSE CONTRCXS
               OPEN I-O CONTRCXS
           END-IF.
           OPEN EXTEND ACESSOCXS.
           IF ARQST-ACE NOT = "00"
               OPEN OUTPUT ACESSOCXS
           END-IF.
           MOVE 'N' TO WS-Tem-Agencia.
           OPEN INPUT AGENCIA.
           IF ARQST-AGE = "00"
               MOVE 'S' TO WS-Tem-Agencia
           END-IF.
           OPEN INPUT CC.
           OPEN INPUT OPERADOR.

       02-IDENTIFICA-OPERADOR.
      *-Quem aluga, encerra e acompanha a visita fica gravado.
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

       03-CARREGA-PARAMETROS.
      *-O ultimo registro de cada codigo com vigencia ja alcancada
      *-e o que vale; sem arquivo, ficam os defaults.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 04-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       04-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Prm <= WS-Hoje
                       EVALUATE CodParam
                           WHEN "CXSVALP"
                               MOVE ValorParam TO WS-Valor-P
                           WHEN "CXSVALM"
                               MOVE ValorParam TO WS-Valor-M
                           WHEN "CXSVALG"
                               MOVE ValorParam TO WS-Valor-G
                           WHEN "CXSABRE"
                               MOVE ValorParam TO WS-Dias-Abertura
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       05-MENU.
           DISPLAY " ".
           DISPLAY "1 = Cadastrar caixa".
           DISPLAY "2 = Alugar caixa (novo contrato)".
           DISPLAY "3 = Encerrar contrato".
           DISPLAY "4 = Registrar acesso de titular".
           DISPLAY "5 = Abertura forcada por inadimplencia".
           DISPLAY "6 = Liberar ou bloquear caixa".
           DISPLAY "7 = Listar caixas da agencia".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
           EVALUATE WS-Opcao
               WHEN '1'
                   PERFORM 10-CADASTRA-CAIXA
               WHEN '2'
                   PERFORM 20-ALUGA-CAIXA
               WHEN '3'
                   PERFORM 30-ENCERRA-CONTRATO
               WHEN '4'
                   PERFORM 40-REGISTRA-ACESSO
               WHEN '5'
                   PERFORM 50-ABERTURA-FORCADA
               WHEN '6'
                   PERFORM 60-SITUACAO-CAIXA
               WHEN '7'
                   PERFORM 70-LISTA-CAIXAS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       06-PEDE-CAIXA.
      *-Banco, agencia e numero da caixa, lidos em CAIXASEG.DAT;
      *-ARQST-CXS fica "00" se a caixa existe.
           DISPLAY "Banco: " WITH NO ADVANCING.
           ACCEPT WS-Banco.
           DISPLAY "Agencia: " WITH NO ADVANCING.
           ACCEPT WS-Agencia.
           DISPLAY "Numero da caixa: " WITH NO ADVANCING.
           ACCEPT WS-Caixa.
           MOVE WS-Banco TO CodBancoCxs.
           MOVE WS-Agencia TO CodAgenciaCxs.
           MOVE WS-Caixa TO NumCaixaCxs.
           READ CXSEG
               INVALID KEY
                   MOVE "23" TO ARQST-CXS
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CXS
           END-READ.

       07-PEDE-CONTRATO.
      *-Contrato ativo, com a caixa carregada; ARQST-CCX fica "00"
      *-so nesse caso.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING.
           ACCEPT WS-Contrato.
           MOVE WS-Contrato TO NumContratoCcx.
           READ CONTRCXS
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
                   MOVE "23" TO ARQST-CCX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CCX
                   IF NOT Contrato-Ativo
                       DISPLAY "CONTRATO JA ENCERRADO"
                       MOVE "23" TO ARQST-CCX
                   END-IF
           END-READ.
           IF ARQST-CCX = "00"
               MOVE ChaveCaixa-Ccx TO ChaveCxs
               READ CXSEG
                   INVALID KEY
                       DISPLAY "CAIXA DO CONTRATO NAO CADASTRADA"
                       MOVE "23" TO ARQST-CCX
               END-READ
           END-IF.
           IF ARQST-CCX = "00"
               COMPUTE WS-Data-Venc = AnoVencCcx * 10000
                   + MesVencCcx * 100 + DiaVencCcx
               MOVE ZEROS TO WS-Dias-Atraso
               IF WS-Data-Venc < WS-Hoje
                   COMPUTE WS-Dias-Atraso =
                       FUNCTION INTEGER-OF-DATE(WS-Hoje)
                       - FUNCTION INTEGER-OF-DATE(WS-Data-Venc)
               END-IF
               MOVE ValorAnualCcx TO WS-Valor-Edt
               DISPLAY "CONTRATO " NumContratoCcx " CAIXA "
                   NumCaixaCcx " AG " CodAgenciaCcx " CONTA "
                   CodC-Ccx " ANUIDADE " WS-Valor-Edt
               DISPLAY "VENCIMENTO " DiaVencCcx "/" MesVencCcx "/"
                   AnoVencCcx " DIAS DE ATRASO " WS-Dias-Atraso
           END-IF.

       08-PROXIMO-CONTRATO.
           MOVE 999999 TO NumContratoCcx.
           START CONTRCXS KEY IS LESS THAN NumContratoCcx
               INVALID KEY
                   MOVE 1 TO NumContratoCcx
               NOT INVALID KEY
                   READ CONTRCXS NEXT RECORD
                   ADD 1 TO NumContratoCcx
           END-START.
           MOVE NumContratoCcx TO WS-Contrato.

       10-CADASTRA-CAIXA.
           PERFORM 06-PEDE-CAIXA.
           IF ARQST-CXS = "00"
               DISPLAY "CAIXA JA CADASTRADA"
           ELSE
               PERFORM 11-VALIDA-AGENCIA
               IF ARQST-AGE = "00"
                   PERFORM 12-GRAVA-CAIXA
               END-IF
           END-IF.

       11-VALIDA-AGENCIA.
           MOVE "00" TO ARQST-AGE.
           IF Agencia-Aberta
               MOVE WS-Banco TO CodBancoAge
               MOVE WS-Agencia TO CodAgenciaAge
               READ AGENCIA
                   INVALID KEY
                       DISPLAY "AGENCIA NAO CADASTRADA"
                       MOVE "23" TO ARQST-AGE
                   NOT INVALID KEY
                       IF NOT Agencia-Tab-Ativa
                           DISPLAY "AGENCIA INATIVA"
                           MOVE "23" TO ARQST-AGE
                       END-IF
               END-READ
           END-IF.

       12-GRAVA-CAIXA.
           DISPLAY "Tamanho (P/M/G): " WITH NO ADVANCING.
           ACCEPT WS-Tamanho.
           MOVE WS-Tamanho TO TamanhoCxs.
           IF NOT Tamanho-Valido
               DISPLAY "TAMANHO INVALIDO"
           ELSE
               MOVE WS-Banco TO CodBancoCxs
               MOVE WS-Agencia TO CodAgenciaCxs
               MOVE WS-Caixa TO NumCaixaCxs
               MOVE 'L' TO StatusCxs
               MOVE ZEROS TO ContratoCxs
               MOVE ANO TO AnoCadCxs
               MOVE MES TO MesCadCxs
               MOVE DIA TO DiaCadCxs
               WRITE REG-CXSEG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CAIXA"
                   NOT INVALID KEY
                       DISPLAY "CAIXA CADASTRADA"
               END-WRITE
           END-IF.

       20-ALUGA-CAIXA.
           PERFORM 06-PEDE-CAIXA.
           IF ARQST-CXS NOT = "00"
               DISPLAY "CAIXA NAO CADASTRADA"
           ELSE
               IF NOT Caixa-Livre
                   DISPLAY "CAIXA NAO ESTA LIVRE"
               ELSE
                   PERFORM 21-PEDE-CONTA
               END-IF
           END-IF.

       21-PEDE-CONTA.
      *-A conta do debito precisa estar ativa; o titular dela e o
      *-primeiro titular da caixa.
           DISPLAY "Conta para debito do aluguel: " WITH NO ADVANCING.
           ACCEPT WS-CodC.
           MOVE WS-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA NAO ESTA ATIVA"
                   ELSE
                       PERFORM 22-MONTA-CONTRATO
                   END-IF
           END-READ.

       22-MONTA-CONTRATO.
      *-O numero sai antes de montar o registro: a procura do
      *-ultimo contrato passa pela mesma area.
           PERFORM 08-PROXIMO-CONTRATO.
           MOVE SPACES TO REG-CONTRCXS.
           MOVE ChaveCxs TO ChaveCaixa-Ccx.
           MOVE WS-CodC TO CodC-Ccx.
           MOVE CpfCnpjC TO CpfTitCcx(1).
           MOVE NomeC TO NomeTitCcx(1).
           MOVE ZEROS TO CpfTitCcx(2) CpfTitCcx(3).
           DISPLAY "TITULAR 1: " NomeC.
           PERFORM 23-PEDE-TITULAR
               VARYING WS-Tit-Idx FROM 2 BY 1 UNTIL WS-Tit-Idx > 3.
           EVALUATE TRUE
               WHEN Caixa-Pequena
                   MOVE WS-Valor-P TO ValorAnualCcx
               WHEN Caixa-Media
                   MOVE WS-Valor-M TO ValorAnualCcx
               WHEN OTHER
                   MOVE WS-Valor-G TO ValorAnualCcx
           END-EVALUATE.
           MOVE ValorAnualCcx TO WS-Valor-Edt.
           DISPLAY "Anuidade de " WS-Valor-Edt
               ", debitada hoje e a cada aniversario. Confirma (S/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Confirma.
           IF WS-Confirma = 'S' OR 's'
               PERFORM 24-GRAVA-CONTRATO
           ELSE
               DISPLAY "ALUGUEL NAO CONFIRMADO"
           END-IF.

       23-PEDE-TITULAR.
      *-Titular adicional opcional: CPF zero encerra a lista.
           IF WS-Tit-Idx = 2 OR CpfTitCcx(WS-Tit-Idx - 1) NOT = ZEROS
               MOVE ZEROS TO WS-Cpf
               DISPLAY "CPF do titular " WS-Tit-Idx " (0 = nenhum): "
                   WITH NO ADVANCING
               ACCEPT WS-Cpf
               IF WS-Cpf NOT = ZEROS
                   MOVE SPACES TO WS-Nome
                   DISPLAY "Nome: " WITH NO ADVANCING
                   ACCEPT WS-Nome
                   MOVE WS-Cpf TO CpfTitCcx(WS-Tit-Idx)
                   MOVE WS-Nome TO NomeTitCcx(WS-Tit-Idx)
               END-IF
           END-IF.

       24-GRAVA-CONTRATO.
           MOVE WS-Contrato TO NumContratoCcx.
           MOVE ANO TO AnoInicioCcx AnoVencCcx.
           MOVE MES TO MesInicioCcx MesVencCcx.
           MOVE DIA TO DiaInicioCcx DiaVencCcx.
           MOVE ZEROS TO AnuidadesPagasCcx TentativasCcx.
           MOVE ZEROS TO DataUltPagCcx DataEncCcx.
           MOVE 'A' TO StatusCcx.
           MOVE WS-Operador TO OperadorCcx.
           WRITE REG-CONTRCXS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTRATO"
               NOT INVALID KEY
                   MOVE 'A' TO StatusCxs
                   MOVE WS-Contrato TO ContratoCxs
                   REWRITE REG-CXSEG
                   DISPLAY "CONTRATO " WS-Contrato " GRAVADO"
           END-WRITE.

       30-ENCERRA-CONTRATO.
      *-Devolucao da caixa a pedido: com a anuidade em dia (a do
      *-proprio dia do aniversario ainda nao foi cobrada).
           PERFORM 07-PEDE-CONTRATO.
           IF ARQST-CCX = "00"
               IF WS-Dias-Atraso > ZEROS
                   DISPLAY "ANUIDADE EM ATRASO: LIQUIDAR NA TELA D"
                       " ANTES DE ENCERRAR"
               ELSE
                   DISPLAY "Confirma o encerramento (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-Confirma
                   IF WS-Confirma = 'S' OR 's'
                       MOVE 'E' TO StatusCcx
                       PERFORM 31-FECHA-CONTRATO
                       MOVE 'L' TO StatusCxs
                       MOVE ZEROS TO ContratoCxs
                       REWRITE REG-CXSEG
                       DISPLAY "CONTRATO ENCERRADO, CAIXA LIVRE"
                   END-IF
               END-IF
           END-IF.

       31-FECHA-CONTRATO.
           MOVE ANO TO AnoEncCcx.
           MOVE MES TO MesEncCcx.
           MOVE DIA TO DiaEncCcx.
           MOVE WS-Operador TO OperadorCcx.
           REWRITE REG-CONTRCXS.

       40-REGISTRA-ACESSO.
      *-So titular do contrato, caixa alugada e anuidade em dia.
           PERFORM 07-PEDE-CONTRATO.
           IF ARQST-CCX = "00"
               EVALUATE TRUE
                   WHEN NOT Caixa-Alugada
                       DISPLAY "CAIXA BLOQUEADA, ACESSO NEGADO"
                   WHEN WS-Dias-Atraso > ZEROS
                       DISPLAY "ANUIDADE EM ATRASO, ACESSO NEGADO"
                   WHEN OTHER
                       PERFORM 41-CONFERE-TITULAR
               END-EVALUATE
           END-IF.

       41-CONFERE-TITULAR.
           DISPLAY "CPF do visitante: " WITH NO ADVANCING.
           ACCEPT WS-Cpf.
           MOVE ZEROS TO WS-Tit-Achou.
           PERFORM 42-PROCURA-TITULAR
               VARYING WS-Tit-Idx FROM 1 BY 1
               UNTIL WS-Tit-Idx > 3 OR WS-Tit-Achou > ZEROS.
           IF WS-Tit-Achou = ZEROS OR WS-Cpf = ZEROS
               DISPLAY "CPF NAO E TITULAR DO CONTRATO, ACESSO NEGADO"
           ELSE
               MOVE 'V' TO TipoAce
               MOVE WS-Cpf TO CpfAce
               MOVE NomeTitCcx(WS-Tit-Achou) TO NomeAce
               PERFORM 43-GRAVA-ACESSO
               DISPLAY "ACESSO REGISTRADO: " NomeAce
           END-IF.

       42-PROCURA-TITULAR.
           IF CpfTitCcx(WS-Tit-Idx) = WS-Cpf
               MOVE WS-Tit-Idx TO WS-Tit-Achou
           END-IF.

       43-GRAVA-ACESSO.
      *-TipoAce, CpfAce e NomeAce vem do chamador.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ANO TO AnoAce.
           MOVE MES TO MesAce.
           MOVE DIA TO DiaAce.
           COMPUTE HoraAce = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE NumContratoCcx TO NumContratoAce.
           MOVE ChaveCaixa-Ccx TO ChaveCaixa-Ace.
           MOVE WS-Operador TO OperadorAce.
           WRITE REG-ACESSOCXS.

       50-ABERTURA-FORCADA.
      *-Anuidade vencida ha CXSABRE dias ou mais: o contrato e
      *-encerrado, a caixa fica aberta a forca ate o conteudo ser
      *-retirado (opcao 6 devolve a livre). A anuidade devida
      *-continua na fila de pendencias da conta.
           PERFORM 07-PEDE-CONTRATO.
           IF ARQST-CCX = "00"
               IF WS-Dias-Atraso < WS-Dias-Abertura
                   DISPLAY "ATRASO ABAIXO DE " WS-Dias-Abertura
                       " DIAS, ABERTURA NAO PERMITIDA"
               ELSE
                   DISPLAY "Confirma a abertura forcada (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-Confirma
                   IF WS-Confirma = 'S' OR 's'
                       MOVE 'F' TO StatusCcx
                       PERFORM 31-FECHA-CONTRATO
                       MOVE 'F' TO StatusCxs
                       REWRITE REG-CXSEG
                       MOVE 'F' TO TipoAce
                       MOVE ZEROS TO CpfAce
                       MOVE "ABERTURA FORCADA POR INADIMPLENCIA"
                           TO NomeAce
                       PERFORM 43-GRAVA-ACESSO
                       DISPLAY "ABERTURA FORCADA REGISTRADA"
                   END-IF
               END-IF
           END-IF.

       60-SITUACAO-CAIXA.
      *-L libera caixa bloqueada ou aberta a forca (conteudo ja
      *-retirado); B bloqueia caixa livre para manutencao.
           PERFORM 06-PEDE-CAIXA.
           IF ARQST-CXS NOT = "00"
               DISPLAY "CAIXA NAO CADASTRADA"
           ELSE
               DISPLAY "SITUACAO ATUAL: " StatusCxs
               DISPLAY "L = liberar, B = bloquear: " WITH NO ADVANCING
               ACCEPT WS-Acao
               EVALUATE TRUE
                   WHEN (WS-Acao = 'L' OR 'l')
                       AND (Caixa-Bloqueada OR Caixa-Aberta-Forca)
                       MOVE 'L' TO StatusCxs
                       MOVE ZEROS TO ContratoCxs
                       REWRITE REG-CXSEG
                       DISPLAY "CAIXA LIBERADA"
                   WHEN (WS-Acao = 'B' OR 'b') AND Caixa-Livre
                       MOVE 'B' TO StatusCxs
                       REWRITE REG-CXSEG
                       DISPLAY "CAIXA BLOQUEADA"
                   WHEN OTHER
                       DISPLAY "MUDANCA NAO PERMITIDA NESTA SITUACAO"
               END-EVALUATE
           END-IF.

       70-LISTA-CAIXAS.
           DISPLAY "Banco: " WITH NO ADVANCING.
           ACCEPT WS-Banco.
           DISPLAY "Agencia: " WITH NO ADVANCING.
           ACCEPT WS-Agencia.
           MOVE ZEROS TO WS-Listadas.
           MOVE WS-Banco TO CodBancoCxs.
           MOVE WS-Agencia TO CodAgenciaCxs.
           MOVE ZEROS TO NumCaixaCxs.
           START CXSEG KEY IS NOT LESS THAN ChaveCxs
               INVALID KEY
                   MOVE "10" TO ARQST-CXS
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CXS
           END-START.
           DISPLAY "CAIXA TAM SIT CONTRATO".
           PERFORM 71-LISTA-UMA UNTIL ARQST-CXS = "10".
           DISPLAY WS-Listadas " CAIXA(S)".

       71-LISTA-UMA.
           READ CXSEG NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CXS
               NOT AT END
                   IF CodBancoCxs NOT = WS-Banco
                       OR CodAgenciaCxs NOT = WS-Agencia
                       MOVE "10" TO ARQST-CXS
                   ELSE
                       DISPLAY " " NumCaixaCxs "  " TamanhoCxs "   "
                           StatusCxs "  " ContratoCxs
                       ADD 1 TO WS-Listadas
                   END-IF
           END-READ.
