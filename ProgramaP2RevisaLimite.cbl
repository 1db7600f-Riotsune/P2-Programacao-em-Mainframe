       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RevisaLimite.
      *-----------------------------------------------------------
      *-Revisao mensal dos contratos de cheque especial
      *-(LIMITECE.DAT). Para cada conta com limite:
      *-  sem contrato (limite anterior aos contratos): ganha um,
      *-  vencendo hoje, e entra na revisao desta execucao;
      *-  vigente vencendo em ate LCEJANEL dias: revisao pelo score
      *-  (SCORE.DAT) e pelo controle de negativo (NEGCTL.DAT):
      *-    score >= SCORECUT e sem escalada de negativo - renova
      *-    por mais LCEMESES meses, mesmo valor;
      *-    conta bloqueada por negativo (estagio 2) ou score abaixo
      *-    de LCECANC - carta de nao renovacao, limite a zero no
      *-    vencimento;
      *-    demais (inclusive sem score) - carta propondo reducao de
      *-    LCEREDUZ por cento, aplicada no vencimento;
      *-  reducao proposta ja vencida: aplica e renova no valor
      *-  reduzido;
      *-  aviso de cancelamento ja vencido: zera o limite.
      *-Um supervisor que regrava o limite no Editar antes do
      *-vencimento substitui a proposta por contrato novo. Toda
      *-mudanca vai para AUDITORIA.DAT; cartas em CARTLCE.LST,
      *-relatorio de renovacoes/reducoes/cancelamentos em
      *-LIMITECE.LST.
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

       SELECT LIMITECE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Lce
       FILE STATUS ARQST-LCE.

       SELECT SCORE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjScore
       FILE STATUS ARQST-SCO.

       SELECT NEGCTL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Neg
       FILE STATUS ARQST-NEG.

       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT AUDITORIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AUD.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT CARTA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CAR.

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

       FD  LIMITECE LABEL RECORD STANDARD
           DATA RECORD IS REG-LIMITECE
           VALUE OF FILE-ID IS "LIMITECE.DAT".

           COPY LIMITECE.

       FD  SCORE LABEL RECORD STANDARD
           DATA RECORD IS REG-SCORE
           VALUE OF FILE-ID IS "SCORE.DAT".

           COPY SCORE.

       FD  NEGCTL LABEL RECORD STANDARD
           DATA RECORD IS REG-NEGCTL
           VALUE OF FILE-ID IS "NEGCTL.DAT".

           COPY NEGCTL.

       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

       FD  AUDITORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-AUDITORIA
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

           COPY AUDITORIA.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  CARTA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CARTA
           VALUE OF FILE-ID IS "CARTLCE.LST".
       01 LINHA-CARTA pic X(80).

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "LIMITECE.LST".
       01 LINHA-REL pic X(120).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-LCE pic X(2).
           01 ARQST-SCO pic X(2).
           01 ARQST-NEG pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-AUD pic X(2).
           COPY HASHCTL.
           01 ARQST-PRM pic X(2).
           01 ARQST-CAR pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
           01 WS-Score-Aberto pic X value 'N'.
           01 WS-Neg-Aberto pic X value 'N'.
           01 WS-Cli-Aberto pic X value 'N'.

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

      *-Regras da revisao (PARAMETROS.DAT): prazo de renovacao em
      *-meses, janela de revisao em dias antes do vencimento, corte
      *-de score para renovar (o mesmo da tela de concessao), score
      *-abaixo do qual nao renova e percentual da reducao proposta.
           01 WS-Lce-Meses pic 9(3) value 12.
           01 WS-Lce-Janela pic 9(3) value 60.
           01 WS-Score-Corte pic 9(3) value 300.
           01 WS-Lce-Corte-Canc pic 9(3) value 150.
           01 WS-Lce-Reduz pic 9(3) value 50.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Venc pic 9(8) value zeros.
           01 WS-Venc-Int pic 9(8) value zeros.
           01 WS-Dias-Venc pic S9(7) value zeros.

      *-Base para somar meses (vencimento antigo ou hoje) e o
      *-resultado.
           01 WS-Base-Ano pic 9(4) value zeros.
           01 WS-Base-Mes pic 9(2) value zeros.
           01 WS-Base-Dia pic 9(2) value zeros.
           01 WS-Meses-Tot pic 9(6) value zeros.

           01 WS-Rev-Tem-Score pic X value 'N'.
           01 WS-Rev-Score pic 9(3) value zeros.
           01 WS-Rev-Estagio pic 9(1) value zeros.
           01 WS-Limite-Antes pic 9(7)V99 value zeros.
           01 WS-Acao pic X(16) value spaces.
           01 WS-Lce-Achou pic X value 'N'.
           01 WS-Cli-Achou pic X value 'N'.

           01 WS-Qtd-Migrados pic 9(6) value zeros.
           01 WS-Qtd-Renovados pic 9(6) value zeros.
           01 WS-Qtd-Propostas pic 9(6) value zeros.
           01 WS-Qtd-Avisos pic 9(6) value zeros.
           01 WS-Qtd-Reduzidos pic 9(6) value zeros.
           01 WS-Qtd-Cancelados pic 9(6) value zeros.
           01 WS-Tot-Renovado pic 9(11)V99 value zeros.
           01 WS-Tot-Reducao pic 9(11)V99 value zeros.
           01 WS-Tot-Cancelado pic 9(11)V99 value zeros.

           01 WS-Antes-Edt pic Z(6)9,99.
           01 WS-Novo-Edt pic Z(6)9,99.
           01 WS-Valor-Edt pic Z(10)9,99.
           01 WS-Score-Edt pic ZZ9.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           PERFORM 09-CARREGA-PARAMETROS.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST-CC = "10".
           PERFORM 40-RESUMO.
           CLOSE CC LIMITECE AUDITORIA CARTA RELATORIO.
           IF WS-Score-Aberto = 'S'
               CLOSE SCORE
           END-IF.
           IF WS-Neg-Aberto = 'S'
               CLOSE NEGCTL
           END-IF.
           IF WS-Cli-Aberto = 'S'
               CLOSE CLIENTE
           END-IF.
      *-GOBACK: chamado pelo ProgramaP2Noturno, devolve o controle
      *-para a sequencia seguir no passo seguinte.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CC.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO"
               MOVE "10" TO ARQST-CC
           END-IF.
           OPEN I-O LIMITECE.
           IF ARQST-LCE NOT = "00"
               CLOSE LIMITECE
               OPEN OUTPUT LIMITECE
               CLOSE LIMITECE
               OPEN I-O LIMITECE
           END-IF.
      *-Sem SCORE.DAT/NEGCTL.DAT ninguem tem score nem escalada: a
      *-revisao cai na reducao proposta, nunca renova as cegas.
           OPEN INPUT SCORE.
           IF ARQST-SCO = "00"
               MOVE 'S' TO WS-Score-Aberto
           END-IF.
           OPEN INPUT NEGCTL.
           IF ARQST-NEG = "00"
               MOVE 'S' TO WS-Neg-Aberto
           END-IF.
           OPEN INPUT CLIENTE.
           IF ARQST-CLI = "00"
               MOVE 'S' TO WS-Cli-Aberto
           END-IF.
           PERFORM 96-ULTIMO-HASH-AUD.
           OPEN EXTEND AUDITORIA.
           IF ARQST-AUD NOT = "00"
               CLOSE AUDITORIA
               OPEN OUTPUT AUDITORIA
           END-IF.
           OPEN OUTPUT CARTA.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "REVISAO DE LIMITES DE CHEQUE ESPECIAL - " DIA "/"
               MES "/" ANO "  (JANELA " WS-Lce-Janela " DIAS, PRAZO "
               WS-Lce-Meses " MESES)"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ACAO             CONTA  TITULAR"
               "                                    LIMITE ANTES"
               "  LIMITE NOVO  VENCIMENTO SCORE NEG"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       09-CARREGA-PARAMETROS.
      *-O ultimo registro de cada codigo com vigencia ja alcancada
      *-e o que vale; sem arquivo, ficam os defaults.
           MOVE WS-Hoje TO WS-Data-Hoje-Prm.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 10-CARREGA-PARAMETROS-LE UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       10-CARREGA-PARAMETROS-LE.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "LCEMESES"
                               MOVE ValorParam TO WS-Lce-Meses
                           WHEN "LCEJANEL"
                               MOVE ValorParam TO WS-Lce-Janela
                           WHEN "SCORECUT"
                               MOVE ValorParam TO WS-Score-Corte
                           WHEN "LCECANC"
                               MOVE ValorParam TO WS-Lce-Corte-Canc
                           WHEN "LCEREDUZ"
                               MOVE ValorParam TO WS-Lce-Reduz
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       02-PROCESSA-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   IF Conta-Ativa OR Conta-Bloqueada
                       PERFORM 03-LOCALIZA-CONTRATO
                   END-IF
           END-READ.

       03-LOCALIZA-CONTRATO.
           MOVE CodC TO CodC-Lce.
           READ LIMITECE
               INVALID KEY
                   MOVE 'N' TO WS-Lce-Achou
               NOT INVALID KEY
                   MOVE 'S' TO WS-Lce-Achou
           END-READ.
           IF WS-Lce-Achou = 'N' AND LimiteChequeEspecialC > ZEROS
               PERFORM 04-MIGRA-LIMITE
           END-IF.
           IF WS-Lce-Achou = 'S' AND NOT Lce-Cancelado
               COMPUTE WS-Venc = AnoVencimentoLce * 10000
                   + MesVencimentoLce * 100 + DiaVencimentoLce
               COMPUTE WS-Venc-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Venc)
               COMPUTE WS-Dias-Venc = WS-Venc-Int - WS-Hoje-Int
               MOVE LimiteChequeEspecialC TO WS-Limite-Antes
               EVALUATE TRUE
                   WHEN Lce-Reducao-Proposta AND WS-Dias-Venc < ZEROS
                       PERFORM 20-APLICA-REDUCAO
                   WHEN Lce-Aviso-Cancelamento
                       AND WS-Dias-Venc < ZEROS
                       PERFORM 21-CANCELA-LIMITE
                   WHEN Lce-Vigente AND WS-Dias-Venc <= WS-Lce-Janela
                       PERFORM 05-REVISA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       04-MIGRA-LIMITE.
      *-Limite concedido antes dos contratos: ganha contrato com a
      *-abertura da conta como concessao e vencimento hoje, para a
      *-revisao desta execucao decidir a renovacao.
           MOVE CodC TO CodC-Lce.
           MOVE LimiteChequeEspecialC TO ValorLce.
           MOVE DataAberturaC TO DataConcessaoLce.
           MOVE ANO TO AnoVencimentoLce.
           MOVE MES TO MesVencimentoLce.
           MOVE DIA TO DiaVencimentoLce.
           MOVE SPACES TO OperadorLce.
           MOVE 'A' TO StatusLce.
           MOVE ZEROS TO ValorPropostoLce DataAvisoLce.
           MOVE ZEROS TO ScoreRevisaoLce EstagioRevisaoLce.
           WRITE REG-LIMITECE
               INVALID KEY
                   DISPLAY "ERRO NO CONTRATO DA CONTA " CodC
               NOT INVALID KEY
                   MOVE 'S' TO WS-Lce-Achou
                   ADD 1 TO WS-Qtd-Migrados
           END-WRITE.

      *-----------------------------------------------------------
      *-Revisao de um contrato vigente dentro da janela.
      *-----------------------------------------------------------
       05-REVISA.
           PERFORM 06-CONSULTA-SCORE.
           PERFORM 07-CONSULTA-NEGATIVO.
           MOVE WS-Rev-Score TO ScoreRevisaoLce.
           MOVE WS-Rev-Estagio TO EstagioRevisaoLce.
           EVALUATE TRUE
               WHEN WS-Rev-Estagio = 2
                   PERFORM 12-AVISA-CANCELAMENTO
               WHEN WS-Rev-Tem-Score = 'S'
                   AND WS-Rev-Score < WS-Lce-Corte-Canc
                   PERFORM 12-AVISA-CANCELAMENTO
               WHEN WS-Rev-Tem-Score = 'S'
                   AND WS-Rev-Score >= WS-Score-Corte
                   AND WS-Rev-Estagio = ZEROS
                   PERFORM 11-RENOVA
               WHEN OTHER
                   PERFORM 13-PROPOE-REDUCAO
           END-EVALUATE.

       06-CONSULTA-SCORE.
           MOVE 'N' TO WS-Rev-Tem-Score.
           MOVE ZEROS TO WS-Rev-Score.
           IF WS-Score-Aberto = 'S'
               MOVE CpfCnpjC TO CpfCnpjScore
               READ SCORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Rev-Tem-Score
                       MOVE ScoreTotal TO WS-Rev-Score
               END-READ
           END-IF.

       07-CONSULTA-NEGATIVO.
           MOVE ZEROS TO WS-Rev-Estagio.
           IF WS-Neg-Aberto = 'S'
               MOVE CodC TO CodC-Neg
               READ NEGCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EstagioNeg TO WS-Rev-Estagio
               END-READ
           END-IF.

       11-RENOVA.
      *-Renovacao conta do vencimento antigo (ou de hoje, quando o
      *-contrato ja venceu sem revisao).
           IF WS-Dias-Venc < ZEROS
               MOVE ANO TO WS-Base-Ano
               MOVE MES TO WS-Base-Mes
               MOVE DIA TO WS-Base-Dia
           ELSE
               MOVE AnoVencimentoLce TO WS-Base-Ano
               MOVE MesVencimentoLce TO WS-Base-Mes
               MOVE DiaVencimentoLce TO WS-Base-Dia
           END-IF.
           PERFORM 30-SOMA-MESES.
           MOVE ANO TO AnoConcessaoLce.
           MOVE MES TO MesConcessaoLce.
           MOVE DIA TO DiaConcessaoLce.
           MOVE SPACES TO OperadorLce.
           MOVE 'A' TO StatusLce.
           MOVE ZEROS TO ValorPropostoLce DataAvisoLce.
           PERFORM 25-REGRAVA-CONTRATO.
           ADD 1 TO WS-Qtd-Renovados.
           ADD ValorLce TO WS-Tot-Renovado.
           MOVE "RENOVADO" TO WS-Acao.
           PERFORM 26-REGISTRA.

       12-AVISA-CANCELAMENTO.
      *-Nao renova: carta agora, limite a zero no vencimento.
           MOVE 'N' TO StatusLce.
           MOVE ZEROS TO ValorPropostoLce.
           MOVE ANO TO AnoAvisoLce.
           MOVE MES TO MesAvisoLce.
           MOVE DIA TO DiaAvisoLce.
           PERFORM 25-REGRAVA-CONTRATO.
           ADD 1 TO WS-Qtd-Avisos.
           MOVE "AVISO CANCELAM." TO WS-Acao.
           PERFORM 26-REGISTRA.
           PERFORM 15-CARTA-CABECALHO.
           MOVE SPACES TO LINHA-CARTA.
           STRING "O LIMITE DE CHEQUE ESPECIAL DA CONTA " CodC
               " NAO SERA RENOVADO."
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "ELE VALE ATE " DiaVencimentoLce "/"
               MesVencimentoLce "/" AnoVencimentoLce
               " E DEPOIS DISSO PASSA A ZERO."
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "PROCURE SUA AGENCIA PARA REGULARIZAR OU RENEGOCIAR."
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.

       13-PROPOE-REDUCAO.
           MOVE 'R' TO StatusLce.
           COMPUTE ValorPropostoLce =
               ValorLce * (100 - WS-Lce-Reduz) / 100.
           MOVE ANO TO AnoAvisoLce.
           MOVE MES TO MesAvisoLce.
           MOVE DIA TO DiaAvisoLce.
           PERFORM 25-REGRAVA-CONTRATO.
           ADD 1 TO WS-Qtd-Propostas.
           MOVE "REDUCAO PROPOSTA" TO WS-Acao.
           PERFORM 26-REGISTRA.
           PERFORM 15-CARTA-CABECALHO.
           MOVE ValorLce TO WS-Antes-Edt.
           MOVE ValorPropostoLce TO WS-Novo-Edt.
           MOVE SPACES TO LINHA-CARTA.
           STRING "O LIMITE DE CHEQUE ESPECIAL DA CONTA " CodC
               " (" WS-Antes-Edt ")"
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "SERA RENOVADO EM " DiaVencimentoLce "/"
               MesVencimentoLce "/" AnoVencimentoLce
               " NO VALOR REDUZIDO DE " WS-Novo-Edt "."
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "PARA REVER O VALOR, PROCURE SUA AGENCIA ANTES DESSA"
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "DATA." TO LINHA-CARTA.
           WRITE LINHA-CARTA.

       15-CARTA-CABECALHO.
           MOVE ALL "-" TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "AVISO SOBRE O SEU LIMITE DE CHEQUE ESPECIAL"
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE 'N' TO WS-Cli-Achou.
           IF WS-Cli-Aberto = 'S'
               MOVE CpfCnpjC TO CpfCnpjCli
               READ CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Cli-Achou
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-CARTA.
           IF WS-Cli-Achou = 'S'
               STRING "A: " NomeCli
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING EnderecoCli " CEP " CepCli " " UfCli
                   DELIMITED BY SIZE INTO LINHA-CARTA
           ELSE
      *-Sem cadastro de cliente sai o endereco da propria conta.
               STRING "A: " NomeC
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING EnderecoC " CEP " CepC " " UfC
                   DELIMITED BY SIZE INTO LINHA-CARTA
           END-IF.
           WRITE LINHA-CARTA.

      *-----------------------------------------------------------
      *-Vencimento de proposta/aviso: aplica no limite da conta.
      *-----------------------------------------------------------
       20-APLICA-REDUCAO.
           MOVE ValorPropostoLce TO LimiteChequeEspecialC.
           PERFORM 24-REGRAVA-CONTA.
           MOVE ValorPropostoLce TO ValorLce.
           MOVE ANO TO WS-Base-Ano AnoConcessaoLce.
           MOVE MES TO WS-Base-Mes MesConcessaoLce.
           MOVE DIA TO WS-Base-Dia DiaConcessaoLce.
           PERFORM 30-SOMA-MESES.
           MOVE SPACES TO OperadorLce.
           IF ValorLce > ZEROS
               MOVE 'A' TO StatusLce
           ELSE
               MOVE 'C' TO StatusLce
           END-IF.
           MOVE ZEROS TO ValorPropostoLce.
           PERFORM 25-REGRAVA-CONTRATO.
           ADD 1 TO WS-Qtd-Reduzidos.
           COMPUTE WS-Tot-Reducao = WS-Tot-Reducao
               + WS-Limite-Antes - LimiteChequeEspecialC.
           MOVE "REDUZIDO" TO WS-Acao.
           PERFORM 26-REGISTRA.

       21-CANCELA-LIMITE.
           MOVE ZEROS TO LimiteChequeEspecialC.
           PERFORM 24-REGRAVA-CONTA.
           MOVE ZEROS TO ValorLce ValorPropostoLce.
           MOVE SPACES TO OperadorLce.
           MOVE 'C' TO StatusLce.
           PERFORM 25-REGRAVA-CONTRATO.
           ADD 1 TO WS-Qtd-Cancelados.
           ADD WS-Limite-Antes TO WS-Tot-Cancelado.
           MOVE "CANCELADO" TO WS-Acao.
           PERFORM 26-REGISTRA.

       24-REGRAVA-CONTA.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NA CONTA " CodC
           END-REWRITE.

       25-REGRAVA-CONTRATO.
           REWRITE REG-LIMITECE
               INVALID KEY
                   DISPLAY "ERRO NO CONTRATO DA CONTA " CodC
           END-REWRITE.

       26-REGISTRA.
      *-Uma linha no relatorio e uma na trilha de auditoria.
           MOVE WS-Limite-Antes TO WS-Antes-Edt.
           IF Lce-Reducao-Proposta
               MOVE ValorPropostoLce TO WS-Novo-Edt
           ELSE
               MOVE LimiteChequeEspecialC TO WS-Novo-Edt
           END-IF.
           MOVE ScoreRevisaoLce TO WS-Score-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING WS-Acao " " CodC " " NomeC " " WS-Antes-Edt "  "
               WS-Novo-Edt "  " DiaVencimentoLce "/"
               MesVencimentoLce "/" AnoVencimentoLce " " WS-Score-Edt
               "    " EstagioRevisaoLce
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           ACCEPT HORA-SIS FROM TIME.
           MOVE CodC TO CodC-Aud.
           MOVE ANO TO AnoAud.
           MOVE MES TO MesAud.
           MOVE DIA TO DiaAud.
           COMPUTE HoraAud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE SPACES TO OperadorAud.
           MOVE NomeC TO NomeAntesAud NomeDepoisAud.
           MOVE CodBancoC TO CodBancoAntesAud CodBancoDepoisAud.
           MOVE CodAgenciaC TO CodAgenciaAntesAud CodAgenciaDepoisAud.
           MOVE CodContaC TO CodContaAntesAud CodContaDepoisAud.
           MOVE SaldoC TO SaldoAntesAud SaldoDepoisAud.
           MOVE CpfCnpjC TO CpfCnpjAntesAud CpfCnpjDepoisAud.
           MOVE "LIMITECE" TO ArquivoAud.
           MOVE SPACES TO DetalheAud.
           STRING "LCE " WS-Antes-Edt ">" WS-Novo-Edt " "
               WS-Acao(1:9)
               DELIMITED BY SIZE INTO DetalheAud.
           PERFORM 98-ENCADEIA-AUD.
           WRITE REG-AUDITORIA.

       30-SOMA-MESES.
      *-Vencimento = base + LCEMESES meses, dia limitado a 28 para
      *-existir em qualquer mes.
           COMPUTE WS-Meses-Tot = WS-Base-Ano * 12 + WS-Base-Mes - 1
               + WS-Lce-Meses.
           DIVIDE WS-Meses-Tot BY 12 GIVING AnoVencimentoLce
               REMAINDER MesVencimentoLce.
           ADD 1 TO MesVencimentoLce.
           MOVE WS-Base-Dia TO DiaVencimentoLce.
           IF DiaVencimentoLce > 28
               MOVE 28 TO DiaVencimentoLce
           END-IF.

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Renovado TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RENOVADOS:           " WS-Qtd-Renovados
               "  LIMITES " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Reducao TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "REDUZIDOS:           " WS-Qtd-Reduzidos
               "  REDUCAO " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Cancelado TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CANCELADOS:          " WS-Qtd-Cancelados
               "  LIMITES " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "REDUCOES PROPOSTAS:  " WS-Qtd-Propostas
               "  AVISOS DE CANCELAMENTO: " WS-Qtd-Avisos
               "  CONTRATOS CRIADOS: " WS-Qtd-Migrados
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2REVISALIMITE - CHEQUE ESPECIAL".
           DISPLAY "  RENOVADOS: " WS-Qtd-Renovados
               "  REDUZIDOS: " WS-Qtd-Reduzidos
               "  CANCELADOS: " WS-Qtd-Cancelados.
           DISPLAY "  PROPOSTAS: " WS-Qtd-Propostas
               "  AVISOS: " WS-Qtd-Avisos.
           DISPLAY "  CARTAS EM CARTLCE.LST, RELATORIO EM LIMITECE.LST".
           DISPLAY "==================================================".

       96-ULTIMO-HASH-AUD.
      *-Hash da ultima linha de AUDITORIA.DAT, anterior da primeira
      *-linha que esta execucao acrescenta (HASHCTL.CPY); daqui em
      *-diante o elo segue em WS-Hash-Ultimo-Aud.
           MOVE ZEROS TO WS-Hash-Ultimo-Aud.
           OPEN INPUT AUDITORIA.
           IF ARQST-AUD = "00"
               PERFORM 97-LE-ULTIMO-AUD UNTIL ARQST-AUD = "10"
           END-IF.
           CLOSE AUDITORIA.

       97-LE-ULTIMO-AUD.
           READ AUDITORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AUD
               NOT AT END
                   IF HashAud NUMERIC
                       MOVE HashAud TO WS-Hash-Ultimo-Aud
                   ELSE
                       MOVE ZEROS TO WS-Hash-Ultimo-Aud
                   END-IF
           END-READ.

       98-ENCADEIA-AUD.
      *-Linha montada por quem chamou: recebe o hash da anterior e
      *-o proprio, que passa a ser o anterior da proxima.
           MOVE WS-Hash-Ultimo-Aud TO HashAntAud.
           MOVE ZEROS TO HashAud.
           MOVE REG-AUDITORIA TO WS-Hash-Linha.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 99-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.
           MOVE WS-Hash-Valor TO HashAud.
           MOVE HashAud TO WS-Hash-Ultimo-Aud.

       99-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

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
