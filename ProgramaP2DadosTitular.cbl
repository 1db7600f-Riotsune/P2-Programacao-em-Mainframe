       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2DadosTitular.
      *-----------------------------------------------------------
      *-Pedido de acesso do titular aos proprios dados: dado um
      *-CPF/CNPJ, lista em TITULARnnnnnnnnnnnnnn.LST todo arquivo e
      *-registro que guarda dado dele:
      *-  CLIENTES.DAT (cadastro), CC.DAT (contas como titular e
      *-  como segundo titular), HISTORICO.DAT (encerramentos),
      *-  AUDITORIA.DAT (alteracoes cadastrais), SCORE.DAT, CCF.DAT;
      *-  e, por conta encontrada, MOVIMENTO.DAT (quantidade e
      *-  periodo dos lancamentos), EMPRESTIMO.DAT, BLOQJUD.DAT,
      *-  OUVIDORIA.DAT, CARTAO.DAT, CHAVEPIX.DAT, NOTIFICA.DAT,
      *-  NOTIFPREF.DAT, PORTAB.DAT, CARENCIA.DAT, DOCPEND.DAT e
      *-  CERTSAL.DAT com as copias impressas CARTASnnnnnn.DAT;
      *-  CARTEIRA.DAT (gerente), GARANTIA.DAT (como avalista),
      *-  PROCURADOR.DAT (como procurador e as procuracoes dadas
      *-  nas proprias contas), CASOPLD.DAT, TRIAGEM.DAT,
      *-  ENTREGA.DAT, NAORECL.DAT e COMPROV.DAT (comprovantes em
      *-  que operou como procurador e, por conta, quantidade e
      *-  periodo dos comprovantes de balcao).
      *-Arquivo ausente e listado como tal. O pedido fica em
      *-AUDITORIA.DAT (arquivo TITULAR, com o operador e o CPF).
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

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

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

       SELECT CARTAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCartao
       ALTERNATE RECORD KEY CodC-Cdb WITH DUPLICATES
       FILE STATUS ARQST-CDB.

       SELECT CHAVESPIX ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePix
       ALTERNATE RECORD KEY CodC-Pix WITH DUPLICATES
       FILE STATUS ARQST-PIX.

       SELECT NOTIFICA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveNtf
       ALTERNATE RECORD KEY CodC-Ntf WITH DUPLICATES
       FILE STATUS ARQST-NTF.

       SELECT NOTIFPREF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Pnt
       FILE STATUS ARQST-PNT.

       SELECT PORTAB ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Ptb
       FILE STATUS ARQST-PTB.

       SELECT CARENCIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Crc
       FILE STATUS ARQST-CRC.

       SELECT DOCPEND ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Dcp
       FILE STATUS ARQST-DCP.

       SELECT CERTSAL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCert
       FILE STATUS ARQST-CRT.

       SELECT SCORE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjScore
       FILE STATUS ARQST-SCO.

       SELECT CCF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCcf
       FILE STATUS ARQST-CCF.

       SELECT HISTORICO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-HIST.

       SELECT AUDITORIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AUD.

       SELECT CARTEIRA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCrt
       ALTERNATE RECORD KEY CodGerenteCrt WITH DUPLICATES
       FILE STATUS ARQST-CTR.

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

       SELECT CASOSPLD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCasoPld
       ALTERNATE RECORD KEY ChaveOrigemPld
       FILE STATUS ARQST-PLD.

       SELECT TRIAGEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumTriagem
       ALTERNATE RECORD KEY ChaveTri WITH DUPLICATES
       FILE STATUS ARQST-TRI.

       SELECT ENTREGA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumEntrega
       FILE STATUS ARQST-ENT.

       SELECT NAORECL ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NRC.

       SELECT COMPROV ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumComprov
       FILE STATUS ARQST-CPV.

      *-Um arquivo por pedido, com o documento no nome.
       SELECT RELATORIO ASSIGN TO WS-Nome-Rel
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

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

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

       FD  CARTAO LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTAO
           VALUE OF FILE-ID IS "CARTAO.DAT".

           COPY CARTAO.

       FD  CHAVESPIX LABEL RECORD STANDARD
           DATA RECORD IS REG-CHAVEPIX
           VALUE OF FILE-ID IS "CHAVEPIX.DAT".

           COPY CHAVEPIX.

       FD  NOTIFICA LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFICA
           VALUE OF FILE-ID IS "NOTIFICA.DAT".

           COPY NOTIFICA.

       FD  NOTIFPREF LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFPREF
           VALUE OF FILE-ID IS "NOTIFPREF.DAT".

           COPY NOTIFPREF.

       FD  PORTAB LABEL RECORD STANDARD
           DATA RECORD IS REG-PORTAB
           VALUE OF FILE-ID IS "PORTAB.DAT".

           COPY PORTAB.

       FD  CARENCIA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARENCIA
           VALUE OF FILE-ID IS "CARENCIA.DAT".

           COPY CARENCIA.

       FD  DOCPEND LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCPEND
           VALUE OF FILE-ID IS "DOCPEND.DAT".

           COPY DOCPEND.

       FD  CERTSAL LABEL RECORD STANDARD
           DATA RECORD IS REG-CERTSAL
           VALUE OF FILE-ID IS "CERTSAL.DAT".

           COPY CERTSAL.

       FD  SCORE LABEL RECORD STANDARD
           DATA RECORD IS REG-SCORE
           VALUE OF FILE-ID IS "SCORE.DAT".

           COPY SCORE.

       FD  CCF LABEL RECORD STANDARD
           DATA RECORD IS REG-CCF
           VALUE OF FILE-ID IS "CCF.DAT".

           COPY CCF.

       FD  HISTORICO LABEL RECORD STANDARD
           DATA RECORD IS REG-HISTORICO
           VALUE OF FILE-ID IS "HISTORICO.DAT".

           COPY HISTORICO.

       FD  AUDITORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-AUDITORIA
           VALUE OF FILE-ID IS "AUDITORIA.DAT".

           COPY AUDITORIA.

       FD  CARTEIRA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTEIRA
           VALUE OF FILE-ID IS "CARTEIRA.DAT".

           COPY CARTEIRA.

       FD  GARANTIA LABEL RECORD STANDARD
           DATA RECORD IS REG-GARANTIA
           VALUE OF FILE-ID IS "GARANTIA.DAT".

           COPY GARANTIA.

       FD  PROCURADORES LABEL RECORD STANDARD
           DATA RECORD IS REG-PROCURADOR
           VALUE OF FILE-ID IS "PROCURADOR.DAT".

           COPY PROCURADOR.

       FD  CASOSPLD LABEL RECORD STANDARD
           DATA RECORD IS REG-CASOPLD
           VALUE OF FILE-ID IS "CASOPLD.DAT".

           COPY CASOPLD.

       FD  TRIAGEM LABEL RECORD STANDARD
           DATA RECORD IS REG-TRIAGEM
           VALUE OF FILE-ID IS "TRIAGEM.DAT".

           COPY TRIAGEM.

       FD  ENTREGA LABEL RECORD STANDARD
           DATA RECORD IS REG-ENTREGA
           VALUE OF FILE-ID IS "ENTREGA.DAT".

           COPY ENTREGA.

       FD  NAORECL LABEL RECORD STANDARD
           DATA RECORD IS REG-NAORECL
           VALUE OF FILE-ID IS "NAORECL.DAT".

           COPY NAORECL.

       FD  COMPROV LABEL RECORD STANDARD
           DATA RECORD IS REG-COMPROV
           VALUE OF FILE-ID IS "COMPROV.DAT".

           COPY COMPROV.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL.
       01 LINHA-REL pic X(132).

       WORKING-STORAGE SECTION.

           01 ARQST-CC pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-EMP pic X(2).
           01 ARQST-BLQ pic X(2).
           01 ARQST-OUV pic X(2).
           01 ARQST-CDB pic X(2).
           01 ARQST-PIX pic X(2).
           01 ARQST-NTF pic X(2).
           01 ARQST-PNT pic X(2).
           01 ARQST-PTB pic X(2).
           01 ARQST-CRC pic X(2).
           01 ARQST-DCP pic X(2).
           01 ARQST-CRT pic X(2).
           01 ARQST-SCO pic X(2).
           01 ARQST-CCF pic X(2).
           01 ARQST-HIST pic X(2).
           01 ARQST-AUD pic X(2).
           01 ARQST-CTR pic X(2).
           01 ARQST-GAR pic X(2).
           01 ARQST-PRC pic X(2).
           01 ARQST-PLD pic X(2).
           01 ARQST-TRI pic X(2).
           01 ARQST-ENT pic X(2).
           01 ARQST-NRC pic X(2).
           01 ARQST-CPV pic X(2).
           COPY HASHCTL.
           01 ARQST-REL pic X(2).
           01 WS-Operador pic X(8) value spaces.
           01 WS-Nome-Rel pic X(25) value spaces.

      *-Arquivos opcionais: abertos so se existirem.
           01 WS-Tem-Cli pic X value 'N'.
               88 Cliente-Aberto value 'S'.
           01 WS-Tem-Mov pic X value 'N'.
               88 Movimento-Aberto value 'S'.
           01 WS-Tem-Emp pic X value 'N'.
               88 Emprestimo-Aberto value 'S'.
           01 WS-Tem-Blq pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Tem-Ouv pic X value 'N'.
               88 Ouvidoria-Aberta value 'S'.
           01 WS-Tem-Cdb pic X value 'N'.
               88 Cartao-Aberto value 'S'.
           01 WS-Tem-Pix pic X value 'N'.
               88 Chavepix-Aberto value 'S'.
           01 WS-Tem-Ntf pic X value 'N'.
               88 Notifica-Aberto value 'S'.
           01 WS-Tem-Pnt pic X value 'N'.
               88 Notifpref-Aberto value 'S'.
           01 WS-Tem-Ptb pic X value 'N'.
               88 Portab-Aberto value 'S'.
           01 WS-Tem-Crc pic X value 'N'.
               88 Carencia-Aberta value 'S'.
           01 WS-Tem-Dcp pic X value 'N'.
               88 Docpend-Aberto value 'S'.
           01 WS-Tem-Crt pic X value 'N'.
               88 Certsal-Aberto value 'S'.
           01 WS-Tem-Sco pic X value 'N'.
               88 Score-Aberto value 'S'.
           01 WS-Tem-Ccf pic X value 'N'.
               88 Ccf-Aberto value 'S'.

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

           01 WS-Cpf pic 9(14) value zeros.

      *-Contas em que o documento aparece (titular ou segundo).
           01 WS-Qtd-Contas pic 9(3) value zeros.
           01 WS-Contas.
               02 WS-Conta-Tit occurs 99 times.
                   03 WS-Conta-Cod pic 9(6).
                   03 WS-Conta-Papel pic X(1).
           01 WS-Idx pic 9(3) value zeros.
           01 WS-Idx-Proc pic 9(3) value zeros.
           01 WS-CodC-Proc pic 9(6) value zeros.
           01 WS-Conta-Achou pic X value 'N'.
               88 Conta-Do-Titular value 'S'.
           01 WS-CodC pic 9(6) value zeros.
           01 WS-Papel pic X(13) value spaces.

           01 WS-Qtd pic 9(6) value zeros.
           01 WS-Data-Ini pic 9(8) value zeros.
           01 WS-Data-Fim pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Registros pic 9(6) value zeros.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "DADOS DO TITULAR - PROGRAMAP2DADOSTITULAR".
           OPEN INPUT OPERADOR.
           PERFORM 02-IDENTIFICA-OPERADOR.
           IF WS-Operador NOT = SPACES
               DISPLAY "CPF/CNPJ do titular: " WITH NO ADVANCING
               ACCEPT WS-Cpf
               IF WS-Cpf = ZEROS
                   DISPLAY "DOCUMENTO INVALIDO"
               ELSE
                   PERFORM 01-ABRE-ARQ
                   PERFORM 10-CLIENTE
                   PERFORM 20-CONTAS
                   PERFORM 30-HISTORICO
                   PERFORM 40-AUDITORIA
                   PERFORM 50-ARQUIVOS-DA-CONTA
                       VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Qtd-Contas
                   PERFORM 60-CERTSAL
                   PERFORM 70-SCORE-CCF
                   PERFORM 71-CARTEIRA
                   PERFORM 72-GARANTIA
                   PERFORM 73-PROCURADOR
                   PERFORM 74-CASOPLD
                   PERFORM 75-TRIAGEM
                   PERFORM 76-ENTREGA
                   PERFORM 77-NAORECL
                   PERFORM 78-COMPROV
                   PERFORM 80-RESUMO
                   PERFORM 09-FECHA-ARQ
                   PERFORM 85-REGISTRA-PEDIDO
               END-IF
           END-IF.
           CLOSE OPERADOR.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT CC.
           OPEN INPUT CLIENTE.
           IF ARQST-CLI = "00"
               MOVE 'S' TO WS-Tem-Cli
           END-IF.
           OPEN INPUT MOVIMENTO.
           IF ARQST-MOV = "00"
               MOVE 'S' TO WS-Tem-Mov
           END-IF.
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
           OPEN INPUT CARTAO.
           IF ARQST-CDB = "00"
               MOVE 'S' TO WS-Tem-Cdb
           END-IF.
           OPEN INPUT CHAVESPIX.
           IF ARQST-PIX = "00"
               MOVE 'S' TO WS-Tem-Pix
           END-IF.
           OPEN INPUT NOTIFICA.
           IF ARQST-NTF = "00"
               MOVE 'S' TO WS-Tem-Ntf
           END-IF.
           OPEN INPUT NOTIFPREF.
           IF ARQST-PNT = "00"
               MOVE 'S' TO WS-Tem-Pnt
           END-IF.
           OPEN INPUT PORTAB.
           IF ARQST-PTB = "00"
               MOVE 'S' TO WS-Tem-Ptb
           END-IF.
           OPEN INPUT CARENCIA.
           IF ARQST-CRC = "00"
               MOVE 'S' TO WS-Tem-Crc
           END-IF.
           OPEN INPUT DOCPEND.
           IF ARQST-DCP = "00"
               MOVE 'S' TO WS-Tem-Dcp
           END-IF.
           OPEN INPUT CERTSAL.
           IF ARQST-CRT = "00"
               MOVE 'S' TO WS-Tem-Crt
           END-IF.
           OPEN INPUT SCORE.
           IF ARQST-SCO = "00"
               MOVE 'S' TO WS-Tem-Sco
           END-IF.
           OPEN INPUT CCF.
           IF ARQST-CCF = "00"
               MOVE 'S' TO WS-Tem-Ccf
           END-IF.
           MOVE SPACES TO WS-Nome-Rel.
           STRING "TITULAR" DELIMITED BY SIZE
               WS-Cpf DELIMITED BY SIZE
               ".LST" DELIMITED BY SIZE
               INTO WS-Nome-Rel.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "DADOS GUARDADOS DO TITULAR " WS-Cpf
               " - POSICAO EM " DIA "/" MES "/" ANO
               " - OPERADOR " WS-Operador
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.

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

       09-FECHA-ARQ.
           CLOSE CC RELATORIO.
           IF Cliente-Aberto
               CLOSE CLIENTE
           END-IF.
           IF Movimento-Aberto
               CLOSE MOVIMENTO
           END-IF.
           IF Emprestimo-Aberto
               CLOSE EMPRESTIMO
           END-IF.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
           END-IF.
           IF Ouvidoria-Aberta
               CLOSE OUVIDORIA
           END-IF.
           IF Cartao-Aberto
               CLOSE CARTAO
           END-IF.
           IF Chavepix-Aberto
               CLOSE CHAVESPIX
           END-IF.
           IF Notifica-Aberto
               CLOSE NOTIFICA
           END-IF.
           IF Notifpref-Aberto
               CLOSE NOTIFPREF
           END-IF.
           IF Portab-Aberto
               CLOSE PORTAB
           END-IF.
           IF Carencia-Aberta
               CLOSE CARENCIA
           END-IF.
           IF Docpend-Aberto
               CLOSE DOCPEND
           END-IF.
           IF Certsal-Aberto
               CLOSE CERTSAL
           END-IF.
           IF Score-Aberto
               CLOSE SCORE
           END-IF.
           IF Ccf-Aberto
               CLOSE CCF
           END-IF.

       10-CLIENTE.
           MOVE SPACES TO LINHA-REL.
           IF NOT Cliente-Aberto
               MOVE "CLIENTES.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE WS-Cpf TO CpfCnpjCli
               READ CLIENTE
                   INVALID KEY
                       MOVE "CLIENTES.DAT: SEM CADASTRO" TO LINHA-REL
                       WRITE LINHA-REL
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       PERFORM 11-MOSTRA-CLIENTE
               END-READ
           END-IF.

       11-MOSTRA-CLIENTE.
           STRING "CLIENTES.DAT: " NomeCli " NASC " DataNascCli
               " PROFISSAO " ProfissaoCli
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "   ENDERECO " EnderecoCli " CEP " CepCli " UF "
               UfCli " TEL " TelefoneCli
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "   E-MAIL " EmailCli " RENDA " RendaMensalCli
               " PATRIMONIO " PatrimonioCli " RISCO " RiscoKycCli
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       20-CONTAS.
      *-Como titular, pelo indice do documento; como segundo
      *-titular, que nao tem indice, em uma passada de CC.DAT.
           MOVE WS-Cpf TO CpfCnpjC.
           START CC KEY IS = CpfCnpjC
               INVALID KEY
                   MOVE "10" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-START.
           PERFORM 21-CONTA-TITULAR UNTIL ARQST-CC = "10".
           MOVE ZEROS TO CodC.
           START CC KEY IS NOT LESS THAN CodC
               INVALID KEY
                   MOVE "10" TO ARQST-CC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CC
           END-START.
           PERFORM 22-CONTA-SEGUNDO UNTIL ARQST-CC = "10".
           IF WS-Qtd-Contas = ZEROS
               MOVE SPACES TO LINHA-REL
               MOVE "CC.DAT: NENHUMA CONTA" TO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       21-CONTA-TITULAR.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   IF CpfCnpjC NOT = WS-Cpf
                       MOVE "10" TO ARQST-CC
                   ELSE
                       MOVE 'T' TO WS-Papel
                       PERFORM 23-GUARDA-CONTA
                   END-IF
           END-READ.

       22-CONTA-SEGUNDO.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CC
               NOT AT END
                   IF CpfCnpjSegundoTitularC = WS-Cpf
                       AND CpfCnpjC NOT = WS-Cpf
                       MOVE 'S' TO WS-Papel
                       PERFORM 23-GUARDA-CONTA
                   END-IF
           END-READ.

       23-GUARDA-CONTA.
           IF WS-Qtd-Contas < 99
               ADD 1 TO WS-Qtd-Contas
               MOVE CodC TO WS-Conta-Cod(WS-Qtd-Contas)
               MOVE WS-Papel TO WS-Conta-Papel(WS-Qtd-Contas)
           ELSE
               DISPLAY "MAIS DE 99 CONTAS, CONTA " CodC " FORA"
           END-IF.
           IF WS-Papel = 'T'
               MOVE "TITULAR" TO WS-Papel
           ELSE
               MOVE "2O TITULAR" TO WS-Papel
           END-IF.
           ADD 1 TO WS-Registros.
           MOVE SPACES TO LINHA-REL.
           STRING "CC.DAT: CONTA " CodC " " WS-Papel " " NomeC
               " SITUACAO " StatusContaC " ABERTA " DataAberturaC
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "   ENDERECO " EnderecoC " CEP " CepC " UF " UfC
               " TEL " TelefoneC
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "   E-MAIL " EmailC " 2O TITULAR " SegundoTitularC
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       30-HISTORICO.
           MOVE ZEROS TO WS-Qtd.
           OPEN INPUT HISTORICO.
           IF ARQST-HIST NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "HISTORICO.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 31-LE-HISTORICO UNTIL ARQST-HIST = "10"
           END-IF.
           CLOSE HISTORICO.

       31-LE-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE "10" TO ARQST-HIST
               NOT AT END
                   MOVE CodC-Hist TO WS-CodC-Proc
                   PERFORM 90-PROCURA-CONTA
                   IF CpfCnpjC-Hist = WS-Cpf OR Conta-Do-Titular
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "HISTORICO.DAT: CONTA " CodC-Hist " "
                           NomeC-Hist " ENCERRADA "
                           DataEncerramentoC-Hist
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       40-AUDITORIA.
      *-So conta as linhas e mostra o periodo; o conteudo de cada
      *-alteracao sai na consulta de auditoria.
           MOVE ZEROS TO WS-Qtd WS-Data-Ini WS-Data-Fim.
           OPEN INPUT AUDITORIA.
           IF ARQST-AUD NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "AUDITORIA.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 41-LE-AUDITORIA UNTIL ARQST-AUD = "10"
               IF WS-Qtd > ZEROS
                   ADD WS-Qtd TO WS-Registros
                   MOVE SPACES TO LINHA-REL
                   STRING "AUDITORIA.DAT: " WS-Qtd
                       " ALTERACOES DE " WS-Data-Ini
                       " A " WS-Data-Fim
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           END-IF.
           CLOSE AUDITORIA.

       41-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE "10" TO ARQST-AUD
               NOT AT END
                   MOVE CodC-Aud TO WS-CodC-Proc
                   PERFORM 90-PROCURA-CONTA
                   IF CpfCnpjAntesAud = WS-Cpf
                       OR CpfCnpjDepoisAud = WS-Cpf
                       OR Conta-Do-Titular
                       MOVE DataAud TO WS-Data-Mov
                       PERFORM 42-CONTA-DATA
                   END-IF
           END-READ.

       42-CONTA-DATA.
           ADD 1 TO WS-Qtd.
           IF WS-Data-Ini = ZEROS OR WS-Data-Mov < WS-Data-Ini
               MOVE WS-Data-Mov TO WS-Data-Ini
           END-IF.
           IF WS-Data-Mov > WS-Data-Fim
               MOVE WS-Data-Mov TO WS-Data-Fim
           END-IF.

       50-ARQUIVOS-DA-CONTA.
           MOVE WS-Conta-Cod(WS-Idx) TO WS-CodC.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTA " WS-CodC ":" DELIMITED BY SIZE
               INTO LINHA-REL.
           WRITE LINHA-REL.
           IF Movimento-Aberto
               PERFORM 51-MOVIMENTO
           END-IF.
           IF Emprestimo-Aberto
               MOVE WS-CodC TO CodC-Emp
               START EMPRESTIMO KEY IS = CodC-Emp
                   INVALID KEY
                       MOVE "10" TO ARQST-EMP
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-EMP
               END-START
               PERFORM 53-EMPRESTIMO UNTIL ARQST-EMP = "10"
           END-IF.
           IF Bloqjud-Aberto
               MOVE WS-CodC TO CodC-Blq
               START BLOQJUD KEY IS = CodC-Blq
                   INVALID KEY
                       MOVE "10" TO ARQST-BLQ
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-BLQ
               END-START
               PERFORM 54-BLOQJUD UNTIL ARQST-BLQ = "10"
           END-IF.
           IF Ouvidoria-Aberta
               MOVE WS-CodC TO CodC-Ouv
               START OUVIDORIA KEY IS = CodC-Ouv
                   INVALID KEY
                       MOVE "10" TO ARQST-OUV
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-OUV
               END-START
               PERFORM 55-OUVIDORIA UNTIL ARQST-OUV = "10"
           END-IF.
           IF Cartao-Aberto
               MOVE WS-CodC TO CodC-Cdb
               START CARTAO KEY IS = CodC-Cdb
                   INVALID KEY
                       MOVE "10" TO ARQST-CDB
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-CDB
               END-START
               PERFORM 56-CARTAO UNTIL ARQST-CDB = "10"
           END-IF.
           IF Chavepix-Aberto
               MOVE WS-CodC TO CodC-Pix
               START CHAVESPIX KEY IS = CodC-Pix
                   INVALID KEY
                       MOVE "10" TO ARQST-PIX
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-PIX
               END-START
               PERFORM 57-CHAVEPIX UNTIL ARQST-PIX = "10"
           END-IF.
           IF Notifica-Aberto
               PERFORM 58-NOTIFICA
           END-IF.
           PERFORM 59-REGISTROS-DA-CONTA.

       51-MOVIMENTO.
           MOVE ZEROS TO WS-Qtd WS-Data-Ini WS-Data-Fim.
           MOVE WS-CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 52-LE-MOVIMENTO UNTIL ARQST-MOV = "10".
           IF WS-Qtd > ZEROS
               ADD WS-Qtd TO WS-Registros
               MOVE SPACES TO LINHA-REL
               STRING "   MOVIMENTO.DAT: " WS-Qtd
                   " LANCAMENTOS DE " WS-Data-Ini " A " WS-Data-Fim
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       52-LE-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       MOVE DataMov TO WS-Data-Mov
                       PERFORM 42-CONTA-DATA
                   END-IF
           END-READ.

       53-EMPRESTIMO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   IF CodC-Emp NOT = WS-CodC
                       MOVE "10" TO ARQST-EMP
                   ELSE
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   EMPRESTIMO.DAT: CONTRATO "
                           NumContrato " DE " DataInicioEmp
                           " SITUACAO " StatusEmp
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       54-BLOQJUD.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = WS-CodC
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   BLOQJUD.DAT: BLOQUEIO " NumBloqueio
                           " " ReferenciaBlq " DE " DataInclusaoBlq
                           " SITUACAO " StatusBlq
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       55-OUVIDORIA.
           READ OUVIDORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OUV
               NOT AT END
                   IF CodC-Ouv NOT = WS-CodC
                       MOVE "10" TO ARQST-OUV
                   ELSE
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   OUVIDORIA.DAT: RECLAMACAO " NumOuv
                           " DE " DataAberturaOuv " SITUACAO "
                           StatusOuv " " DescricaoOuv
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       56-CARTAO.
           READ CARTAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CDB
               NOT AT END
                   IF CodC-Cdb NOT = WS-CodC
                       MOVE "10" TO ARQST-CDB
                   ELSE
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   CARTAO.DAT: CARTAO FINAL "
                           NumCartao(13:4) " EMITIDO " DataEmissaoCdb
                           " SITUACAO " StatusCdb
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       57-CHAVEPIX.
           READ CHAVESPIX NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PIX
               NOT AT END
                   IF CodC-Pix NOT = WS-CodC
                       MOVE "10" TO ARQST-PIX
                   ELSE
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   CHAVEPIX.DAT: CHAVE " ChavePix
                           " TIPO " TipoChavePix " SITUACAO "
                           StatusPix
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       58-NOTIFICA.
      *-Avisos enviados: telefone ou e-mail de destino em cada um.
           MOVE ZEROS TO WS-Qtd WS-Data-Ini WS-Data-Fim.
           MOVE WS-CodC TO CodC-Ntf.
           START NOTIFICA KEY IS = CodC-Ntf
               INVALID KEY
                   MOVE "10" TO ARQST-NTF
               NOT INVALID KEY
                   MOVE "00" TO ARQST-NTF
           END-START.
           PERFORM 581-LE-NOTIFICA UNTIL ARQST-NTF = "10".
           IF WS-Qtd > ZEROS
               ADD WS-Qtd TO WS-Registros
               MOVE SPACES TO LINHA-REL
               STRING "   NOTIFICA.DAT: " WS-Qtd
                   " AVISOS DE " WS-Data-Ini " A " WS-Data-Fim
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       581-LE-NOTIFICA.
           READ NOTIFICA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-NTF
               NOT AT END
                   IF CodC-Ntf NOT = WS-CodC
                       MOVE "10" TO ARQST-NTF
                   ELSE
                       MOVE DataNtf TO WS-Data-Mov
                       PERFORM 42-CONTA-DATA
                   END-IF
           END-READ.

       59-REGISTROS-DA-CONTA.
      *-Arquivos com no maximo um registro por conta.
           IF Notifpref-Aberto
               MOVE WS-CodC TO CodC-Pnt
               READ NOTIFPREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   NOTIFPREF.DAT: CANAL " CanalPnt
                           " SITUACAO " StatusPnt " ALTERADA "
                           DataAltPnt
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.
           IF Portab-Aberto
               MOVE WS-CodC TO CodC-Ptb
               READ PORTAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   PORTAB.DAT: BANCO " BancoDestinoPtb
                           " AG " AgenciaDestinoPtb " CONTA "
                           ContaDestinoPtb " " NomeFavorecidoPtb
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.
           IF Carencia-Aberta
               MOVE WS-CodC TO CodC-Crc
               READ CARENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   CARENCIA.DAT: CONTATO ANTERIOR "
                           TelefoneAntCrc " " EmailAntCrc " "
                           EnderecoAntCrc
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.
           IF Docpend-Aberto
               MOVE WS-CodC TO CodC-Dcp
               READ DOCPEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "   DOCPEND.DAT: CHECKLIST SITUACAO "
                           StatusDcp " " QtdDocsDcp " DOCUMENTOS"
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.

       60-CERTSAL.
           IF Certsal-Aberto AND WS-Qtd-Contas > ZEROS
               MOVE ZEROS TO NumCert
               START CERTSAL KEY IS NOT LESS THAN NumCert
                   INVALID KEY
                       MOVE "10" TO ARQST-CRT
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-CRT
               END-START
               PERFORM 61-LE-CERTSAL UNTIL ARQST-CRT = "10"
           END-IF.

       61-LE-CERTSAL.
           READ CERTSAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CRT
               NOT AT END
                   MOVE CodC-Cert TO WS-CodC-Proc
                   PERFORM 90-PROCURA-CONTA
                   IF Conta-Do-Titular
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "CERTSAL.DAT: CARTA " NumCert
                           " CONTA " CodC-Cert " DE " DataCert
                           " - IMPRESSA EM CARTAS" NumCert ".DAT"
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       70-SCORE-CCF.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           IF Score-Aberto
               MOVE WS-Cpf TO CpfCnpjScore
               READ SCORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "SCORE.DAT: SCORE " ScoreTotal
                           " CALCULADO EM " DataCalculoScore
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.
           IF Ccf-Aberto
               MOVE WS-Cpf TO CpfCnpjCcf
               READ CCF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "CCF.DAT: " NomeCcf " CONTA " CodC-Ccf
                           " DEVOLUCOES " QtdDevolucoesCcf
                           " SITUACAO " StatusCcf
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
           END-IF.

       71-CARTEIRA.
           OPEN INPUT CARTEIRA.
           IF ARQST-CTR NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "CARTEIRA.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               MOVE WS-Cpf TO CpfCnpjCrt
               READ CARTEIRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "CARTEIRA.DAT: GERENTE " CodGerenteCrt
                           " DESDE " DataAtribCrt " ANTERIOR "
                           GerenteAntCrt
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
               END-READ
               CLOSE CARTEIRA
           END-IF.

       72-GARANTIA.
      *-Garantias em que o documento e o avalista; o bem dado em
      *-garantia pelo proprio titular sai no contrato da conta.
           OPEN INPUT GARANTIA.
           IF ARQST-GAR NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "GARANTIA.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 721-LE-GARANTIA UNTIL ARQST-GAR = "10"
               CLOSE GARANTIA
           END-IF.

       721-LE-GARANTIA.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   IF Gar-Avalista AND CpfCnpjAvalGar = WS-Cpf
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "GARANTIA.DAT: AVALISTA DO CONTRATO "
                           NumContrato-Gar " " NomeAvalGar
                           " DESDE " DataCadastroGar
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       73-PROCURADOR.
      *-Procuracoes em que o documento e o procurador e as dadas
      *-pelo titular nas proprias contas.
           OPEN INPUT PROCURADORES.
           IF ARQST-PRC NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "PROCURADOR.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 731-LE-PROCURADOR UNTIL ARQST-PRC = "10"
               CLOSE PROCURADORES
           END-IF.

       731-LE-PROCURADOR.
           READ PROCURADORES NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRC
               NOT AT END
                   MOVE CodC-Proc TO WS-CodC-Proc
                   PERFORM 90-PROCURA-CONTA
                   IF CpfProc = WS-Cpf OR Conta-Do-Titular
                       IF CpfProc = WS-Cpf
                           MOVE "PROCURADOR" TO WS-Papel
                       ELSE
                           MOVE "OUTORGADA" TO WS-Papel
                       END-IF
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "PROCURADOR.DAT: CONTA " CodC-Proc " "
                           WS-Papel " " CpfProc " " NomeProc
                           " DE " DataIniProc " A " DataFimProc
                           " SITUACAO " StatusProc
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       74-CASOPLD.
           OPEN INPUT CASOSPLD.
           IF ARQST-PLD NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "CASOPLD.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 741-LE-CASOPLD UNTIL ARQST-PLD = "10"
               CLOSE CASOSPLD
           END-IF.

       741-LE-CASOPLD.
           READ CASOSPLD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PLD
               NOT AT END
                   MOVE CodC-Pld TO WS-CodC-Proc
                   PERFORM 90-PROCURA-CONTA
                   IF CpfCnpjPld = WS-Cpf OR Conta-Do-Titular
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "CASOPLD.DAT: CASO " NumCasoPld
                           " TIPO " TipoCasoPld " CONTA " CodC-Pld
                           " ABERTO " DataAberturaPld
                           " SITUACAO " StatusPld
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       75-TRIAGEM.
           OPEN INPUT TRIAGEM.
           IF ARQST-TRI NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "TRIAGEM.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 751-LE-TRIAGEM UNTIL ARQST-TRI = "10"
               CLOSE TRIAGEM
           END-IF.

       751-LE-TRIAGEM.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   IF DocTri = WS-Cpf
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "TRIAGEM.DAT: ITEM " NumTriagem " "
                           NomeTri " ORIGEM " OrigemTri " DE " DataTri
                           " SITUACAO " StatusTri
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       76-ENTREGA.
           OPEN INPUT ENTREGA.
           IF ARQST-ENT NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "ENTREGA.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 761-LE-ENTREGA UNTIL ARQST-ENT = "10"
               CLOSE ENTREGA
           END-IF.

       761-LE-ENTREGA.
           READ ENTREGA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ENT
               NOT AT END
                   IF CpfCnpjEnt = WS-Cpf
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "ENTREGA.DAT: DEMONSTRATIVO " ArquivoEnt
                           " PARA " EmailEnt " DE " DataGeracaoEnt
                           " SITUACAO " StatusEnt
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       77-NAORECL.
           OPEN INPUT NAORECL.
           IF ARQST-NRC NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "NAORECL.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 771-LE-NAORECL UNTIL ARQST-NRC = "10"
           END-IF.
           CLOSE NAORECL.

       771-LE-NAORECL.
           READ NAORECL
               AT END
                   MOVE "10" TO ARQST-NRC
               NOT AT END
                   IF CpfCnpjNrc = WS-Cpf
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "NAORECL.DAT: CONTA " CodC-Nrc " "
                           NomeNrc " RECOLHIDO " DataRecolhimentoNrc
                           " SITUACAO " StatusNrc
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   END-IF
           END-READ.

       78-COMPROV.
      *-Comprovante em que o documento operou como procurador sai
      *-um por linha (guarda o CPF e o nome dele); os das contas do
      *-titular so contam, como em MOVIMENTO.DAT.
           MOVE ZEROS TO WS-Qtd WS-Data-Ini WS-Data-Fim.
           OPEN INPUT COMPROV.
           IF ARQST-CPV NOT = "00"
               MOVE SPACES TO LINHA-REL
               MOVE "COMPROV.DAT: ARQUIVO AUSENTE" TO LINHA-REL
               WRITE LINHA-REL
           ELSE
               PERFORM 781-LE-COMPROV UNTIL ARQST-CPV = "10"
               CLOSE COMPROV
               IF WS-Qtd > ZEROS
                   ADD WS-Qtd TO WS-Registros
                   MOVE SPACES TO LINHA-REL
                   STRING "COMPROV.DAT: " WS-Qtd
                       " COMPROVANTES DAS CONTAS DE " WS-Data-Ini
                       " A " WS-Data-Fim
                       DELIMITED BY SIZE INTO LINHA-REL
                   WRITE LINHA-REL
               END-IF
           END-IF.

       781-LE-COMPROV.
           READ COMPROV NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CPV
               NOT AT END
                   IF CpfProcCpv = WS-Cpf
                       ADD 1 TO WS-Registros
                       MOVE SPACES TO LINHA-REL
                       STRING "COMPROV.DAT: COMPROVANTE " NumComprov
                           " CONTA " CodC-Cpv " COMO PROCURADOR "
                           NomeProcCpv " DE " DataCpv
                           DELIMITED BY SIZE INTO LINHA-REL
                       WRITE LINHA-REL
                   ELSE
                       MOVE CodC-Cpv TO WS-CodC-Proc
                       PERFORM 90-PROCURA-CONTA
                       IF Conta-Do-Titular
                           MOVE DataCpv TO WS-Data-Mov
                           PERFORM 42-CONTA-DATA
                       END-IF
                   END-IF
           END-READ.

       80-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTAS: " WS-Qtd-Contas "  REGISTROS: " WS-Registros
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "CONTAS: " WS-Qtd-Contas " REGISTROS: "
               WS-Registros.
           DISPLAY "Relatorio gravado em " WS-Nome-Rel.

       85-REGISTRA-PEDIDO.
           PERFORM 92-ULTIMO-HASH-AUD.
           OPEN EXTEND AUDITORIA.
           IF ARQST-AUD NOT = "00"
               OPEN OUTPUT AUDITORIA
           END-IF.
           ACCEPT HORA-SIS FROM TIME.
           INITIALIZE REG-AUDITORIA.
           MOVE ANO TO AnoAud.
           MOVE MES TO MesAud.
           MOVE DIA TO DiaAud.
           COMPUTE HoraAud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorAud.
           MOVE "TITULAR" TO ArquivoAud.
           MOVE WS-Cpf TO CpfCnpjAntesAud CpfCnpjDepoisAud.
           MOVE "PEDIDO DE ACESSO AOS DADOS DO TITULAR"
               TO DetalheAud.
           PERFORM 94-ENCADEIA-AUD.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       90-PROCURA-CONTA.
           MOVE 'N' TO WS-Conta-Achou.
           PERFORM 91-COMPARA-CONTA
               VARYING WS-Idx-Proc FROM 1 BY 1
               UNTIL WS-Idx-Proc > WS-Qtd-Contas
                   OR Conta-Do-Titular.

       91-COMPARA-CONTA.
           IF WS-Conta-Cod(WS-Idx-Proc) = WS-CodC-Proc
               MOVE 'S' TO WS-Conta-Achou
           END-IF.

       92-ULTIMO-HASH-AUD.
      *-Hash da ultima linha de AUDITORIA.DAT, anterior da primeira
      *-linha que esta execucao acrescenta (HASHCTL.CPY); daqui em
      *-diante o elo segue em WS-Hash-Ultimo-Aud.
           MOVE ZEROS TO WS-Hash-Ultimo-Aud.
           OPEN INPUT AUDITORIA.
           IF ARQST-AUD = "00"
               PERFORM 93-LE-ULTIMO-AUD UNTIL ARQST-AUD = "10"
           END-IF.
           CLOSE AUDITORIA.

       93-LE-ULTIMO-AUD.
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

       94-ENCADEIA-AUD.
      *-Linha montada por quem chamou: recebe o hash da anterior e
      *-o proprio, que passa a ser o anterior da proxima.
           MOVE WS-Hash-Ultimo-Aud TO HashAntAud.
           MOVE ZEROS TO HashAud.
           MOVE REG-AUDITORIA TO WS-Hash-Linha.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 95-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.
           MOVE WS-Hash-Valor TO HashAud.
           MOVE HashAud TO WS-Hash-Ultimo-Aud.

       95-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).
