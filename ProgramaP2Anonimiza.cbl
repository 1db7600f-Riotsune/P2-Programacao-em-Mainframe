       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2Anonimiza.
      *-----------------------------------------------------------
      *-Retencao de dados pessoais, rodada uma vez por ano: o
      *-cliente (CPF/CNPJ) cujas contas estao todas encerradas ha
      *-mais de ANONANOS anos (PARAMETROS.DAT, default 10) tem os
      *-dados pessoais apagados - nome trocado por "DADOS
      *-ANONIMIZADOS", endereco, CEP, telefone, e-mail, nascimento
      *-e profissao em branco/zeros - em CLIENTES.DAT, CC.DAT (como
      *-titular e como segundo titular), HISTORICO.DAT e nos nomes
      *-de AUDITORIA.DAT; a copia impressa das cartas de saldo
      *-(CARTASnnnnnn.DAT) das contas e descartada, ficando em
      *-CERTSAL.DAT so o valor, a data e o codigo de autenticacao.
      *-A mesma pessoa, quando avalista ou procurador, tem o nome
      *-apagado em GARANTIA.DAT (junto com o documento, que la nao
      *-e chave), em PROCURADOR.DAT e nos comprovantes de balcao
      *-em que operou por outro (COMPROV.DAT).
      *-Valores, datas, o documento (fora o do avalista) e o ledger
      *-(MOVIMENTO.DAT) nao sao tocados.
      *-O encerramento conta da ultima atividade da conta: o mais
      *-recente entre o encerramento em HISTORICO.DAT, o ultimo
      *-lancamento (fora o transporte "TP" do expurgo) e a
      *-abertura. Um cliente fica de fora se qualquer conta em que
      *-aparece (titular ou segundo titular):
      *-  A esta aberta (ativa, bloqueada, recolhida, espolio);
      *-  R foi encerrada ha menos que o prazo;
      *-  E tem emprestimo ativo;
      *-  J tem bloqueio judicial ativo;
      *-  O tem reclamacao de ouvidoria aberta;
      *-e tambem quando e avalista de emprestimo ativo (E) ou
      *-procurador com procuracao ativa em conta nao encerrada (A).
      *-Cada conta anonimizada deixa uma linha em AUDITORIA.DAT
      *-(arquivo ANONIMIZA); resumo e contas em ANONIMIZA.LST.
      *-Trocar os nomes muda o conteudo das linhas de AUDITORIA.DAT:
      *-a cadeia de hash (HASHCTL.CPY) e conferida na copia, linha
      *-a linha como estava, e refeita sobre o arquivo regravado; o
      *-resumo diz quantos elos ja chegaram quebrados.
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

       SELECT CLIENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT MOVIMENTO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveMov
       FILE STATUS ARQST-MOV.

       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       ALTERNATE RECORD KEY CodC-Emp WITH DUPLICATES
       FILE STATUS ARQST-EMP.

       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.

       SELECT OUVIDORIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumOuv
       ALTERNATE RECORD KEY CodC-Ouv WITH DUPLICATES
       FILE STATUS ARQST-OUV.

       SELECT CERTSAL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCert
       FILE STATUS ARQST-CRT.

       SELECT GARANTIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveGar
       FILE STATUS ARQST-GAR.

       SELECT PROCURADORES ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveProc
       FILE STATUS ARQST-PRC.

       SELECT COMPROV ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumComprov
       FILE STATUS ARQST-CPV.

       SELECT HISTORICO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-HIST.
      *-HISTORICO.DAT e AUDITORIA.DAT sao sequenciais: renomeados e
      *-regravados linha a linha, como na correcao de documento.
       SELECT HIST-ANT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-HSA.

       SELECT AUDITORIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AUD.

       SELECT AUD-ANT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AUA.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

      *-Arquivo de trabalho da execucao: contas encerradas com a
      *-data do encerramento, pessoas com a marca de protecao e
      *-contas efetivamente anonimizadas.
       SELECT ANONCTL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveAnx
       FILE STATUS ARQST-ANX.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  CLIENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-CLIENTE
           VALUE OF FILE-ID IS "CLIENTES.DAT".

           COPY CLIENTE.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  BLOQJUD LABEL RECORD STANDARD
           DATA RECORD IS REG-BLOQJUD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".

           COPY BLOQJUD.

       FD  OUVIDORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-OUVIDORIA
           VALUE OF FILE-ID IS "OUVIDORIA.DAT".

           COPY OUVIDORIA.

       FD  CERTSAL LABEL RECORD STANDARD
           DATA RECORD IS REG-CERTSAL
           VALUE OF FILE-ID IS "CERTSAL.DAT".

           COPY CERTSAL.

       FD  GARANTIA LABEL RECORD STANDARD
           DATA RECORD IS REG-GARANTIA
           VALUE OF FILE-ID IS "GARANTIA.DAT".

           COPY GARANTIA.

       FD  PROCURADORES LABEL RECORD STANDARD
           DATA RECORD IS REG-PROCURADOR
           VALUE OF FILE-ID IS "PROCURADOR.DAT".

           COPY PROCURADOR.

       FD  COMPROV LABEL RECORD STANDARD
           DATA RECORD IS REG-COMPROV
           VALUE OF FILE-ID IS "COMPROV.DAT".

           COPY COMPROV.

       FD  HISTORICO LABEL RECORD STANDARD
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID IS "HISTORICO.DAT".

           COPY HISTORICO.

       FD  HIST-ANT LABEL RECORD STANDARD
           DATA RECORD IS REG-HIST-ANT
           VALUE OF FILE-ID IS "HISTORICO.TMP".

      *-Mesmo tamanho de REG-HISTORICO; lido com INTO.
       01 REG-HIST-ANT pic X(130).

       FD  AUDITORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-AUDITORIA
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

           COPY AUDITORIA.

       FD  AUD-ANT LABEL RECORD STANDARD
           DATA RECORD IS REG-AUD-ANT
           VALUE OF FILE-ID IS "AUDITORIA.TMP".

      *-Mesmo tamanho de REG-AUDITORIA; lido com INTO.
       01 REG-AUD-ANT pic X(252).

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  ANONCTL LABEL RECORD STANDARD
           DATA RECORD IS REG-ANONCTL
           VALUE OF FILE-ID IS "ANONIMIZA.TMP".
       01 REG-ANONCTL.
           02 ChaveAnx.
      *-E = conta encerrada (NumAnx = CodC, DataAnx = encerramento)
      *-P = pessoa (NumAnx = CPF/CNPJ)
      *-X = conta anonimizada nesta execucao (NumAnx = CodC)
               03 TipoAnx pic X(1).
                   88 Anx-Encerrada value 'E'.
                   88 Anx-Pessoa value 'P'.
                   88 Anx-Conta-Anonimizada value 'X'.
               03 NumAnx pic 9(14).
           02 DataAnx pic 9(8).
           02 ProtegidoAnx pic X(1).
               88 Anx-Protegido value 'S'.
           02 MotivoAnx pic X(1).
           02 AnonimizarAnx pic X(1).
               88 Anx-Anonimizar value 'S'.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "ANONIMIZA.LST".
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-EMP pic X(2).
           01 ARQST-BLQ pic X(2).
           01 ARQST-OUV pic X(2).
           01 ARQST-CRT pic X(2).
           01 ARQST-GAR pic X(2).
           01 ARQST-PRC pic X(2).
           01 ARQST-CPV pic X(2).
           01 ARQST-HIST pic X(2).
           01 ARQST-HSA pic X(2).
           01 ARQST-AUD pic X(2).
           01 ARQST-AUA pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-ANX pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

      *-Arquivos opcionais: sem o arquivo, nada a proteger por ele.
           01 WS-Tem-Emp pic X value 'N'.
               88 Emprestimo-Aberto value 'S'.
           01 WS-Tem-Blq pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Tem-Ouv pic X value 'N'.
               88 Ouvidoria-Aberta value 'S'.
           01 WS-Tem-Gar pic X value 'N'.
               88 Garantia-Aberta value 'S'.
           01 WS-Tem-Prc pic X value 'N'.
               88 Procurador-Aberto value 'S'.
           01 WS-Tem-Cpv pic X value 'N'.
               88 Comprov-Aberto value 'S'.

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

      *-Anos de retencao depois do encerramento (ANONANOS).
           01 WS-Anos-Retencao pic 9(2) value 10.
           01 WS-Corte pic 9(8) value zeros.
           01 WS-Confirma pic X(1) value spaces.
           01 WS-Anonimo pic X(40) value "DADOS ANONIMIZADOS".

           01 WS-Data-Ref pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Motivo pic X(1) value spaces.
           01 WS-Cpf-Marca pic 9(14) value zeros.
           01 WS-Mudou pic X value 'N'.
               88 Registro-Mudou value 'S'.
           01 WS-Nome-Carta pic X(16) value spaces.
           01 WS-Comando pic X(60) value spaces.

           01 WS-Contas-Lidas pic 9(6) value zeros.
           01 WS-Pessoas pic 9(6) value zeros.
           01 WS-Prot-Aberta pic 9(6) value zeros.
           01 WS-Prot-Recente pic 9(6) value zeros.
           01 WS-Prot-Emprestimo pic 9(6) value zeros.
           01 WS-Prot-Bloqueio pic 9(6) value zeros.
           01 WS-Prot-Ouvidoria pic 9(6) value zeros.
           01 WS-Elegiveis pic 9(6) value zeros.
           01 WS-Cli-Anon pic 9(6) value zeros.
           01 WS-Cli-Ja pic 9(6) value zeros.
           01 WS-Contas-Anon pic 9(6) value zeros.
           01 WS-Hist-Anon pic 9(6) value zeros.
           01 WS-Aud-Anon pic 9(6) value zeros.
           01 WS-Gar-Anon pic 9(6) value zeros.
           01 WS-Prc-Anon pic 9(6) value zeros.
           01 WS-Cpv-Anon pic 9(6) value zeros.
      *-Conferencia da cadeia de AUDITORIA.DAT como estava: hash
      *-lido da linha anterior e elos que ja vieram quebrados.
           01 WS-Aud-Elo-Ant pic 9(10) value zeros.
           01 WS-Aud-Elo-Lido pic 9(10) value zeros.
           01 WS-Aud-Quebras pic 9(6) value zeros.
           COPY HASHCTL.
           01 WS-Cartas pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "RETENCAO DE DADOS PESSOAIS - PROGRAMAP2ANONIMIZA".
           PERFORM 09-CARREGA-PARAMETROS.
           COMPUTE WS-Corte = (ANO - WS-Anos-Retencao) * 10000
               + MES * 100 + DIA.
           DISPLAY "Contas encerradas antes de " WS-Corte
               " (" WS-Anos-Retencao " anos)".
           DISPLAY "Anonimizacao nao tem volta. Confirma (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-Confirma.
           IF WS-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "NADA FEITO"
               GOBACK
           END-IF.
           PERFORM 01-ABRE-ARQ.
           IF ARQST-CC NOT = "00"
               DISPLAY "CC.DAT NAO ENCONTRADO, NADA FEITO"
               GOBACK
           END-IF.
           PERFORM 10-LE-ENCERRAMENTOS.
           PERFORM 20-APURA-CONTAS.
           PERFORM 28-APURA-VINCULOS.
           PERFORM 30-ANONIMIZA-CLIENTES.
           PERFORM 40-ANONIMIZA-CONTAS.
           PERFORM 45-ANONIMIZA-VINCULOS.
           PERFORM 50-ANONIMIZA-HISTORICO.
           PERFORM 60-ANONIMIZA-AUDITORIA.
           PERFORM 70-DESCARTA-CARTAS.
           PERFORM 80-RESUMO.
           CLOSE CC CLIENTE MOVIMENTO CERTSAL ANONCTL RELATORIO.
           IF Emprestimo-Aberto
               CLOSE EMPRESTIMO
           END-IF.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
           END-IF.
           IF Ouvidoria-Aberta
               CLOSE OUVIDORIA
           END-IF.
           IF Garantia-Aberta
               CLOSE GARANTIA
           END-IF.
           IF Procurador-Aberto
               CLOSE PROCURADORES
           END-IF.
           IF Comprov-Aberto
               CLOSE COMPROV
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O CC.
           OPEN I-O CLIENTE.
           IF ARQST-CLI NOT = "00"
               CLOSE CLIENTE
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE
           END-IF.
           OPEN INPUT MOVIMENTO.
           OPEN INPUT CERTSAL.
           MOVE 'N' TO WS-Tem-Emp WS-Tem-Blq WS-Tem-Ouv.
           OPEN INPUT EMPRESTIMO.
           IF ARQST-EMP = "00"
               MOVE 'S' TO WS-Tem-Emp
           END-IF.
           OPEN INPUT BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Blq
           END-IF.
           OPEN INPUT OUVIDORIA.
           IF ARQST-OUV = "00"
               MOVE 'S' TO WS-Tem-Ouv
           END-IF.
           MOVE 'N' TO WS-Tem-Gar WS-Tem-Prc WS-Tem-Cpv.
           OPEN I-O GARANTIA.
           IF ARQST-GAR = "00"
               MOVE 'S' TO WS-Tem-Gar
           END-IF.
           OPEN I-O PROCURADORES.
           IF ARQST-PRC = "00"
               MOVE 'S' TO WS-Tem-Prc
           END-IF.
           OPEN I-O COMPROV.
           IF ARQST-CPV = "00"
               MOVE 'S' TO WS-Tem-Cpv
           END-IF.
      *-O arquivo de trabalho comeca vazio a cada execucao.
           OPEN OUTPUT ANONCTL.
           CLOSE ANONCTL.
           OPEN I-O ANONCTL.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "RETENCAO DE DADOS PESSOAIS - " DIA "/" MES "/" ANO
               " - ENCERRADAS ANTES DE " WS-Corte
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

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
                           WHEN "ANONANOS"
                               MOVE ValorParam TO WS-Anos-Retencao
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       10-LE-ENCERRAMENTOS.
      *-Encerramento mais recente de cada conta (uma conta reaberta
      *-e reencerrada tem mais de uma linha em HISTORICO.DAT).
           OPEN INPUT HISTORICO.
           IF ARQST-HIST = "00"
               PERFORM 11-GUARDA-ENCERRAMENTO UNTIL ARQST-HIST = "10"
           END-IF.
           CLOSE HISTORICO.

       11-GUARDA-ENCERRAMENTO.
           READ HISTORICO
               AT END
                   MOVE "10" TO ARQST-HIST
               NOT AT END
                   MOVE 'E' TO TipoAnx
                   MOVE CodC-Hist TO NumAnx
                   READ ANONCTL
                       INVALID KEY
                           MOVE DataEncerramentoC-Hist TO DataAnx
                           MOVE 'N' TO ProtegidoAnx AnonimizarAnx
                           MOVE SPACE TO MotivoAnx
                           WRITE REG-ANONCTL
                       NOT INVALID KEY
                           IF DataEncerramentoC-Hist > DataAnx
                               MOVE DataEncerramentoC-Hist TO DataAnx
                               REWRITE REG-ANONCTL
                           END-IF
                   END-READ
           END-READ.

       20-APURA-CONTAS.
      *-Uma passada em CC.DAT: cada conta marca o titular e o
      *-segundo titular como protegidos (com o motivo) ou livres.
           MOVE ZEROS TO CodC.
           START CC KEY IS NOT LESS THAN CodC
               INVALID KEY
                   MOVE "10" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-START.
           PERFORM 21-APURA-CONTA UNTIL ARQST-CC = "10".

       21-APURA-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   ADD 1 TO WS-Contas-Lidas
                   PERFORM 22-MOTIVO-DA-CONTA
                   IF CpfCnpjC NOT = ZEROS
                       MOVE CpfCnpjC TO WS-Cpf-Marca
                       PERFORM 29-MARCA-PESSOA
                   END-IF
                   IF CpfCnpjSegundoTitularC NOT = ZEROS
                       MOVE CpfCnpjSegundoTitularC TO WS-Cpf-Marca
                       PERFORM 29-MARCA-PESSOA
                   END-IF
           END-READ.

       22-MOTIVO-DA-CONTA.
           MOVE SPACE TO WS-Motivo.
           IF NOT Conta-Encerrada
               MOVE 'A' TO WS-Motivo
           ELSE
               PERFORM 23-ULTIMA-ATIVIDADE
               IF WS-Data-Ref NOT < WS-Corte
                   MOVE 'R' TO WS-Motivo
               END-IF
           END-IF.
           IF WS-Motivo = SPACE AND Emprestimo-Aberto
               MOVE CodC TO CodC-Emp
               START EMPRESTIMO KEY IS = CodC-Emp
                   INVALID KEY
                       MOVE "10" TO ARQST-EMP
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-EMP
               END-START
               PERFORM 25-VE-EMPRESTIMO UNTIL ARQST-EMP = "10"
           END-IF.
           IF WS-Motivo = SPACE AND Bloqjud-Aberto
               MOVE CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 26-VE-BLOQUEIO UNTIL ARQST-BLQ = "10"
           END-IF.
           IF WS-Motivo = SPACE AND Ouvidoria-Aberta
               MOVE CodC TO CodC-Ouv
               START OUVIDORIA KEY IS = CodC-Ouv
                   INVALID KEY
                       MOVE "10" TO ARQST-OUV
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-OUV
               END-START
               PERFORM 27-VE-RECLAMACAO UNTIL ARQST-OUV = "10"
           END-IF.

       23-ULTIMA-ATIVIDADE.
      *-A mais recente entre abertura, encerramento registrado e
      *-ultimo lancamento da conta.
           MOVE DataAberturaC TO WS-Data-Ref.
           MOVE 'E' TO TipoAnx.
           MOVE CodC TO NumAnx.
           READ ANONCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DataAnx > WS-Data-Ref
                       MOVE DataAnx TO WS-Data-Ref
                   END-IF
           END-READ.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 24-VARRE-MOVIMENTO UNTIL ARQST-MOV = "10".

       24-VARRE-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
      *-O transporte do expurgo anual leva a data do corte, nao a
      *-de um movimento do cliente.
                       MOVE DataMov TO WS-Data-Mov
                       IF TipoMov NOT = "TP"
                           AND WS-Data-Mov > WS-Data-Ref
                           MOVE WS-Data-Mov TO WS-Data-Ref
                       END-IF
                   END-IF
           END-READ.

       25-VE-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   IF CodC-Emp NOT = CodC
                       MOVE "10" TO ARQST-EMP
                   ELSE
                       IF Emprestimo-Ativo
                           MOVE 'E' TO WS-Motivo
                           MOVE "10" TO ARQST-EMP
                       END-IF
                   END-IF
           END-READ.

       26-VE-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = CodC
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       IF Bloqueio-Ativo
                           MOVE 'J' TO WS-Motivo
                           MOVE "10" TO ARQST-BLQ
                       END-IF
                   END-IF
           END-READ.

       27-VE-RECLAMACAO.
           READ OUVIDORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OUV
               NOT AT END
                   IF CodC-Ouv NOT = CodC
                       MOVE "10" TO ARQST-OUV
                   ELSE
                       IF Ouv-Aberta
                           MOVE 'O' TO WS-Motivo
                           MOVE "10" TO ARQST-OUV
                       END-IF
                   END-IF
           END-READ.

       28-APURA-VINCULOS.
      *-Avalista de emprestimo ativo e procurador com procuracao
      *-ativa em conta nao encerrada ficam protegidos: o contrato e
      *-a conferencia do balcao ainda precisam do nome. So conta
      *-quem ja e pessoa apurada em CC.DAT; avalista ou procurador
      *-sem conta nunca e elegivel.
           IF Garantia-Aberta
               MOVE ZEROS TO ChaveGar
               START GARANTIA KEY IS NOT LESS THAN ChaveGar
                   INVALID KEY
                       MOVE "10" TO ARQST-GAR
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-GAR
               END-START
               PERFORM 281-VE-AVALISTA UNTIL ARQST-GAR = "10"
           END-IF.
           IF Procurador-Aberto
               MOVE ZEROS TO ChaveProc
               START PROCURADORES KEY IS NOT LESS THAN ChaveProc
                   INVALID KEY
                       MOVE "10" TO ARQST-PRC
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-PRC
               END-START
               PERFORM 282-VE-PROCURADOR UNTIL ARQST-PRC = "10"
           END-IF.

       281-VE-AVALISTA.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   IF Gar-Avalista AND CpfCnpjAvalGar NOT = ZEROS
                       AND Emprestimo-Aberto
                       MOVE NumContrato-Gar TO NumContrato
                       READ EMPRESTIMO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Emprestimo-Ativo
                                   MOVE 'E' TO WS-Motivo
                                   MOVE CpfCnpjAvalGar TO WS-Cpf-Marca
                                   PERFORM 283-PROTEGE-PESSOA
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       282-VE-PROCURADOR.
           READ PROCURADORES NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRC
               NOT AT END
                   IF Procuracao-Ativa
                       MOVE CodC-Proc TO CodC
                       READ CC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT Conta-Encerrada
                                   MOVE 'A' TO WS-Motivo
                                   MOVE CpfProc TO WS-Cpf-Marca
                                   PERFORM 283-PROTEGE-PESSOA
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       283-PROTEGE-PESSOA.
           MOVE 'P' TO TipoAnx.
           MOVE WS-Cpf-Marca TO NumAnx.
           READ ANONCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Anx-Protegido
                       MOVE 'S' TO ProtegidoAnx
                       MOVE WS-Motivo TO MotivoAnx
                       REWRITE REG-ANONCTL
                   END-IF
           END-READ.

       29-MARCA-PESSOA.
      *-Fica o primeiro motivo que protegeu a pessoa.
           MOVE 'P' TO TipoAnx.
           MOVE WS-Cpf-Marca TO NumAnx.
           READ ANONCTL
               INVALID KEY
                   MOVE ZEROS TO DataAnx
                   MOVE 'N' TO ProtegidoAnx AnonimizarAnx
                   MOVE WS-Motivo TO MotivoAnx
                   IF WS-Motivo NOT = SPACE
                       MOVE 'S' TO ProtegidoAnx
                   END-IF
                   WRITE REG-ANONCTL
               NOT INVALID KEY
                   IF WS-Motivo NOT = SPACE AND NOT Anx-Protegido
                       MOVE 'S' TO ProtegidoAnx
                       MOVE WS-Motivo TO MotivoAnx
                       REWRITE REG-ANONCTL
                   END-IF
           END-READ.

       30-ANONIMIZA-CLIENTES.
      *-Percorre as pessoas apuradas: a livre e marcada para as
      *-passadas seguintes e tem o cadastro de cliente apagado.
           MOVE 'P' TO TipoAnx.
           MOVE ZEROS TO NumAnx.
           START ANONCTL KEY IS NOT LESS THAN ChaveAnx
               INVALID KEY
                   MOVE "10" TO ARQST-ANX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ANX
           END-START.
           PERFORM 31-VE-PESSOA UNTIL ARQST-ANX = "10".

       31-VE-PESSOA.
           READ ANONCTL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ANX
               NOT AT END
                   IF NOT Anx-Pessoa
                       MOVE "10" TO ARQST-ANX
                   ELSE
                       ADD 1 TO WS-Pessoas
                       IF Anx-Protegido
                           PERFORM 32-CONTA-PROTEGIDA
                       ELSE
                           ADD 1 TO WS-Elegiveis
                           PERFORM 33-ANONIMIZA-CLIENTE
                           MOVE 'S' TO AnonimizarAnx
                           REWRITE REG-ANONCTL
                       END-IF
                   END-IF
           END-READ.

       32-CONTA-PROTEGIDA.
           EVALUATE MotivoAnx
               WHEN 'A'
                   ADD 1 TO WS-Prot-Aberta
               WHEN 'R'
                   ADD 1 TO WS-Prot-Recente
               WHEN 'E'
                   ADD 1 TO WS-Prot-Emprestimo
               WHEN 'J'
                   ADD 1 TO WS-Prot-Bloqueio
               WHEN OTHER
                   ADD 1 TO WS-Prot-Ouvidoria
           END-EVALUATE.

       33-ANONIMIZA-CLIENTE.
      *-Renda, patrimonio, KYC, obito e alvara ficam: sao valores,
      *-datas e referencias, nao dados de contato.
           MOVE NumAnx TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NomeCli = WS-Anonimo
                       ADD 1 TO WS-Cli-Ja
                   ELSE
                       MOVE WS-Anonimo TO NomeCli
                       MOVE ZEROS TO CepCli DataNascCli
                       MOVE SPACES TO EnderecoCli TelefoneCli EmailCli
                           ProfissaoCli
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR CLIENTE "
                                   CpfCnpjCli
                           NOT INVALID KEY
                               ADD 1 TO WS-Cli-Anon
                       END-REWRITE
                   END-IF
           END-READ.

       40-ANONIMIZA-CONTAS.
           MOVE SPACES TO LINHA-REL.
           MOVE "CONTAS ANONIMIZADAS:" TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE ZEROS TO CodC.
           START CC KEY IS NOT LESS THAN CodC
               INVALID KEY
                   MOVE "10" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-START.
           PERFORM 41-ANONIMIZA-CONTA UNTIL ARQST-CC = "10".

       41-ANONIMIZA-CONTA.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   MOVE 'N' TO WS-Mudou
                   MOVE CpfCnpjC TO WS-Cpf-Marca
                   PERFORM 49-PESSOA-MARCADA
                   IF Anx-Anonimizar AND NomeC NOT = WS-Anonimo
                       MOVE WS-Anonimo TO NomeC
                       MOVE ZEROS TO CepC
                       MOVE SPACES TO EnderecoC TelefoneC EmailC
                       MOVE 'S' TO WS-Mudou
                   END-IF
                   IF CpfCnpjSegundoTitularC NOT = ZEROS
                       MOVE CpfCnpjSegundoTitularC TO WS-Cpf-Marca
                       PERFORM 49-PESSOA-MARCADA
                       IF Anx-Anonimizar
                           AND SegundoTitularC NOT = WS-Anonimo
                           MOVE WS-Anonimo TO SegundoTitularC
                           MOVE 'S' TO WS-Mudou
                       END-IF
                   END-IF
                   IF Registro-Mudou
                       PERFORM 42-GRAVA-CONTA
                   END-IF
           END-READ.

       42-GRAVA-CONTA.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA " CodC
               NOT INVALID KEY
                   ADD 1 TO WS-Contas-Anon
                   MOVE 'X' TO TipoAnx
                   MOVE CodC TO NumAnx
                   MOVE ZEROS TO DataAnx
                   MOVE 'N' TO ProtegidoAnx AnonimizarAnx
                   MOVE SPACE TO MotivoAnx
                   WRITE REG-ANONCTL
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE SPACES TO LINHA-REL
                   STRING "  CONTA " CodC " AGENCIA " CodAgenciaC
                       " ABERTA EM " DataAberturaC
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
           END-REWRITE.

       45-ANONIMIZA-VINCULOS.
      *-Avalista, procurador e comprovante operado por procurador,
      *-pela mesma marca da pessoa.
           IF Garantia-Aberta
               MOVE ZEROS TO ChaveGar
               START GARANTIA KEY IS NOT LESS THAN ChaveGar
                   INVALID KEY
                       MOVE "10" TO ARQST-GAR
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-GAR
               END-START
               PERFORM 46-ANONIMIZA-AVALISTA UNTIL ARQST-GAR = "10"
           END-IF.
           IF Procurador-Aberto
               MOVE ZEROS TO ChaveProc
               START PROCURADORES KEY IS NOT LESS THAN ChaveProc
                   INVALID KEY
                       MOVE "10" TO ARQST-PRC
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-PRC
               END-START
               PERFORM 47-ANONIMIZA-PROCURADOR UNTIL ARQST-PRC = "10"
           END-IF.
           IF Comprov-Aberto
               MOVE ZEROS TO NumComprov
               START COMPROV KEY IS NOT LESS THAN NumComprov
                   INVALID KEY
                       MOVE "10" TO ARQST-CPV
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-CPV
               END-START
               PERFORM 48-ANONIMIZA-COMPROV UNTIL ARQST-CPV = "10"
           END-IF.

       46-ANONIMIZA-AVALISTA.
      *-O documento do avalista tambem sai: em GARANTIA.DAT nao e
      *-chave, e o contrato ja nao esta ativo.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   IF Gar-Avalista AND CpfCnpjAvalGar NOT = ZEROS
                       MOVE CpfCnpjAvalGar TO WS-Cpf-Marca
                       PERFORM 49-PESSOA-MARCADA
                       IF Anx-Anonimizar
                           MOVE WS-Anonimo TO NomeAvalGar
                           MOVE ZEROS TO CpfCnpjAvalGar
                           REWRITE REG-GARANTIA
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR GARANTIA "
                                       NumContrato-Gar
                               NOT INVALID KEY
                                   ADD 1 TO WS-Gar-Anon
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       47-ANONIMIZA-PROCURADOR.
      *-O CPF do procurador e parte da chave e fica, como o
      *-documento em CLIENTES.DAT.
           READ PROCURADORES NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRC
               NOT AT END
                   IF NomeProc NOT = WS-Anonimo
                       MOVE CpfProc TO WS-Cpf-Marca
                       PERFORM 49-PESSOA-MARCADA
                       IF Anx-Anonimizar
                           MOVE WS-Anonimo TO NomeProc
                           REWRITE REG-PROCURADOR
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR PROCURADOR "
                                       CodC-Proc
                               NOT INVALID KEY
                                   ADD 1 TO WS-Prc-Anon
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       48-ANONIMIZA-COMPROV.
           READ COMPROV NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CPV
               NOT AT END
                   IF CpfProcCpv NOT = ZEROS
                       AND NomeProcCpv NOT = WS-Anonimo
                       MOVE CpfProcCpv TO WS-Cpf-Marca
                       PERFORM 49-PESSOA-MARCADA
                       IF Anx-Anonimizar
                           MOVE WS-Anonimo TO NomeProcCpv
                           REWRITE REG-COMPROV
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR COMPROVANTE "
                                       NumComprov
                               NOT INVALID KEY
                                   ADD 1 TO WS-Cpv-Anon
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       49-PESSOA-MARCADA.
      *-Le a pessoa em ANONCTL; sem registro, nao marcada.
           MOVE 'P' TO TipoAnx.
           MOVE WS-Cpf-Marca TO NumAnx.
           READ ANONCTL
               INVALID KEY
                   MOVE 'N' TO AnonimizarAnx
           END-READ.

       50-ANONIMIZA-HISTORICO.
      *-Copia de seguranca do dia, renomeia e regrava linha a linha
      *-com o nome apagado nas linhas das pessoas marcadas.
           MOVE SPACES TO WS-Comando.
           STRING "cp HISTORICO.DAT HISTORICO.DAT.BAK" DELIMITED BY SIZE
               Ano DELIMITED BY SIZE
               Mes DELIMITED BY SIZE
               Dia DELIMITED BY SIZE
               INTO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
           MOVE "mv HISTORICO.DAT HISTORICO.TMP" TO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
           OPEN INPUT HIST-ANT.
           IF ARQST-HSA NOT = "00"
               DISPLAY "HISTORICO.DAT AUSENTE, NADA A ANONIMIZAR"
           ELSE
               OPEN OUTPUT HISTORICO
               PERFORM 51-COPIA-HISTORICO UNTIL ARQST-HSA = "10"
               CLOSE HIST-ANT
               CLOSE HISTORICO
               MOVE "rm HISTORICO.TMP" TO WS-Comando
               CALL "SYSTEM" USING WS-Comando
           END-IF.

       51-COPIA-HISTORICO.
           READ HIST-ANT INTO REG-HISTORICO
               AT END
                   MOVE "10" TO ARQST-HSA
               NOT AT END
                   MOVE CpfCnpjC-Hist TO WS-Cpf-Marca
                   PERFORM 49-PESSOA-MARCADA
                   IF Anx-Anonimizar AND NomeC-Hist NOT = WS-Anonimo
                       MOVE WS-Anonimo TO NomeC-Hist
                       ADD 1 TO WS-Hist-Anon
                   END-IF
                   WRITE REG-HISTORICO
           END-READ.

       60-ANONIMIZA-AUDITORIA.
      *-Mesma regravacao para AUDITORIA.DAT: nomes de antes/depois
      *-das contas anonimizadas agora e das linhas de correcao de
      *-documento das pessoas marcadas. No fim, uma linha por
      *-conta anonimizada.
           MOVE SPACES TO WS-Comando.
           STRING "cp AUDITORIA.DAT AUDITORIA.DAT.BAK" DELIMITED BY SIZE
               Ano DELIMITED BY SIZE
               Mes DELIMITED BY SIZE
               Dia DELIMITED BY SIZE
               INTO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
           MOVE "mv AUDITORIA.DAT AUDITORIA.TMP" TO WS-Comando.
           CALL "SYSTEM" USING WS-Comando.
           MOVE ZEROS TO WS-Hash-Ultimo-Aud WS-Aud-Elo-Ant.
           OPEN INPUT AUD-ANT.
           IF ARQST-AUA NOT = "00"
               OPEN OUTPUT AUDITORIA
           ELSE
               OPEN OUTPUT AUDITORIA
               PERFORM 61-COPIA-AUDITORIA UNTIL ARQST-AUA = "10"
               CLOSE AUD-ANT
               MOVE "rm AUDITORIA.TMP" TO WS-Comando
               CALL "SYSTEM" USING WS-Comando
           END-IF.
           MOVE 'X' TO TipoAnx.
           MOVE ZEROS TO NumAnx.
           START ANONCTL KEY IS NOT LESS THAN ChaveAnx
               INVALID KEY
                   MOVE "10" TO ARQST-ANX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ANX
           END-START.
           PERFORM 63-TRILHA-CONTA UNTIL ARQST-ANX = "10".
           CLOSE AUDITORIA.

       61-COPIA-AUDITORIA.
           READ AUD-ANT INTO REG-AUDITORIA
               AT END
                   MOVE "10" TO ARQST-AUA
               NOT AT END
                   PERFORM 65-CONFERE-ELO
                   MOVE 'N' TO WS-Mudou
                   MOVE 'X' TO TipoAnx
                   MOVE CodC-Aud TO NumAnx
                   READ ANONCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Mudou
                   END-READ
                   IF NOT Registro-Mudou
                       AND CpfCnpjAntesAud NOT = ZEROS
                       MOVE CpfCnpjAntesAud TO WS-Cpf-Marca
                       PERFORM 62-MARCA-LINHA
                   END-IF
                   IF NOT Registro-Mudou
                       AND CpfCnpjDepoisAud NOT = ZEROS
                       MOVE CpfCnpjDepoisAud TO WS-Cpf-Marca
                       PERFORM 62-MARCA-LINHA
                   END-IF
                   IF Registro-Mudou
                       AND (NomeAntesAud NOT = WS-Anonimo
                       OR NomeDepoisAud NOT = WS-Anonimo)
                       MOVE WS-Anonimo TO NomeAntesAud NomeDepoisAud
                       ADD 1 TO WS-Aud-Anon
                   END-IF
                   PERFORM 66-ENCADEIA-AUD
                   WRITE REG-AUDITORIA
           END-READ.

       62-MARCA-LINHA.
           PERFORM 49-PESSOA-MARCADA.
           IF Anx-Anonimizar
               MOVE 'S' TO WS-Mudou
           END-IF.

       63-TRILHA-CONTA.
           READ ANONCTL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ANX
               NOT AT END
                   IF NOT Anx-Conta-Anonimizada
                       MOVE "10" TO ARQST-ANX
                   ELSE
                       PERFORM 64-GRAVA-TRILHA
                   END-IF
           END-READ.

       64-GRAVA-TRILHA.
           ACCEPT HORA-SIS FROM TIME.
           INITIALIZE REG-AUDITORIA.
           MOVE NumAnx TO CodC-Aud.
           MOVE ANO TO AnoAud.
           MOVE MES TO MesAud.
           MOVE DIA TO DiaAud.
           COMPUTE HoraAud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE "BATCH" TO OperadorAud.
           MOVE WS-Anonimo TO NomeAntesAud NomeDepoisAud.
           MOVE "ANONIMIZA" TO ArquivoAud.
           MOVE "DADOS PESSOAIS APAGADOS POR RETENCAO"
               TO DetalheAud.
           PERFORM 66-ENCADEIA-AUD.
           WRITE REG-AUDITORIA.

       65-CONFERE-ELO.
      *-Linha como veio do arquivo: o anterior tem de ser o hash da
      *-linha de cima e o proprio tem de bater com o conteudo. Linha
      *-sem hash (de antes do encadeamento) so zera o anterior.
           IF HashAud NUMERIC
               MOVE HashAud TO WS-Aud-Elo-Lido
               MOVE ZEROS TO HashAud
               MOVE REG-AUDITORIA TO WS-Hash-Linha
               MOVE WS-Aud-Elo-Lido TO HashAud
               PERFORM 67-SOMA-HASH
               IF HashAntAud NOT = WS-Aud-Elo-Ant
                   OR WS-Hash-Valor NOT = WS-Aud-Elo-Lido
                   ADD 1 TO WS-Aud-Quebras
               END-IF
               MOVE WS-Aud-Elo-Lido TO WS-Aud-Elo-Ant
           ELSE
               MOVE ZEROS TO WS-Aud-Elo-Ant
           END-IF.

       66-ENCADEIA-AUD.
      *-Linha regravada: recebe o hash da anterior no arquivo novo e
      *-o proprio, que passa a ser o anterior da proxima.
           MOVE WS-Hash-Ultimo-Aud TO HashAntAud.
           MOVE ZEROS TO HashAud.
           MOVE REG-AUDITORIA TO WS-Hash-Linha.
           PERFORM 67-SOMA-HASH.
           MOVE WS-Hash-Valor TO HashAud.
           MOVE HashAud TO WS-Hash-Ultimo-Aud.

       67-SOMA-HASH.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 68-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       68-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       70-DESCARTA-CARTAS.
      *-CERTSAL.DAT fica (valor, data e codigo para a verificacao da
      *-carta); a copia impressa, com nome e endereco, e apagada.
           MOVE ZEROS TO NumCert.
           START CERTSAL KEY IS NOT LESS THAN NumCert
               INVALID KEY
                   MOVE "10" TO ARQST-CRT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CRT
           END-START.
           PERFORM 71-VE-CARTA UNTIL ARQST-CRT = "10".

       71-VE-CARTA.
           READ CERTSAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CRT
               NOT AT END
                   MOVE 'X' TO TipoAnx
                   MOVE CodC-Cert TO NumAnx
                   READ ANONCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-Cartas
                           MOVE SPACES TO WS-Nome-Carta
                           STRING "CARTAS" DELIMITED BY SIZE
                               NumCert DELIMITED BY SIZE
                               ".DAT" DELIMITED BY SIZE
                               INTO WS-Nome-Carta
                           MOVE SPACES TO WS-Comando
                           STRING "rm -f " WS-Nome-Carta
                               DELIMITED BY SIZE INTO WS-Comando
                           CALL "SYSTEM" USING WS-Comando
                   END-READ
           END-READ.

       80-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTAS LIDAS: " WS-Contas-Lidas
               "  PESSOAS: " WS-Pessoas
               "  ELEGIVEIS: " WS-Elegiveis
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "FORA DA ANONIMIZACAO - CONTA ABERTA: "
               WS-Prot-Aberta "  ENCERRADA HA MENOS DE "
               WS-Anos-Retencao " ANOS: " WS-Prot-Recente
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "  EMPRESTIMO ATIVO: " WS-Prot-Emprestimo
               "  BLOQUEIO JUDICIAL: " WS-Prot-Bloqueio
               "  RECLAMACAO ABERTA: " WS-Prot-Ouvidoria
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ANONIMIZADOS - CLIENTES: " WS-Cli-Anon
               " (JA ANTES: " WS-Cli-Ja ")  CONTAS: " WS-Contas-Anon
               "  HISTORICO: " WS-Hist-Anon
               "  AUDITORIA: " WS-Aud-Anon
               "  CARTAS: " WS-Cartas
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "  AVALISTAS: " WS-Gar-Anon
               "  PROCURADORES: " WS-Prc-Anon
               "  COMPROVANTES: " WS-Cpv-Anon
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CADEIA DE AUDITORIA.DAT REFEITA - ELOS QUE JA"
               " VIERAM QUEBRADOS: " WS-Aud-Quebras
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "PESSOAS: " WS-Pessoas " ELEGIVEIS: " WS-Elegiveis.
           DISPLAY "CLIENTES ANONIMIZADOS: " WS-Cli-Anon
               " CONTAS: " WS-Contas-Anon.
           DISPLAY "Relatorio gravado em ANONIMIZA.LST".
