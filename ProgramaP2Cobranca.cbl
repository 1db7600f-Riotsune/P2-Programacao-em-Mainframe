      *-carta do estagio no arquivo proprio (CARTCOB1.LST,
      *-CARTCOB2.LST, CARTCOB3.LST) com o endereco do titular de
      *-CLIENTES.DAT, carimbando estagio e data no contrato.
      *-Na ultima demanda (estagio 3) cada avalista do contrato em
      *-GARANTIA.DAT recebe tambem a carta, no mesmo CARTCOB3.LST.
      *-Contrato que voltou a ficar em dia zera o estagio. A mesa
      *-trabalha a fila pela tela de emprestimos (opcao 4), em
      *-ordem de severidade. Resumo em COBRANCA.LST.
       RECORD KEY CpfCnpjCli
       FILE STATUS ARQST-CLI.

       SELECT GARANTIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveGar
       FILE STATUS ARQST-GAR.

      *-Uma carta por estagio, nome montado antes do OPEN.
       SELECT CARTA ASSIGN TO WS-Nome-Carta
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
       FD  EMPRESTIMO LABEL RECORD STANDARD

           COPY CLIENTE.

       FD  GARANTIA LABEL RECORD STANDARD
           DATA RECORD IS REG-GARANTIA
           VALUE OF FILE-ID IS "GARANTIA.DAT".

           COPY GARANTIA.

       FD  CARTA LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CARTA.
       01 LINHA-CARTA pic X(80).
           VALUE OF FILE-ID IS "COBRANCA.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-EMP pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-CLI pic X(2).
           01 ARQST-GAR pic X(2).
           01 ARQST-CAR pic X(2).
           01 ARQST-REL pic X(2).

           01 WS-Cartas-1 pic 9(6) value zeros.
           01 WS-Cartas-2 pic 9(6) value zeros.
           01 WS-Cartas-3 pic 9(6) value zeros.
           01 WS-Cartas-Aval pic 9(6) value zeros.
      *-GARANTIA.DAT e opcional: sem ele nao ha carta de avalista.
           01 WS-Gar-Aberto pic X value 'N'.
           01 WS-Nome-Titular pic A(40) value spaces.
           01 WS-Tem-Cliente pic X value 'N'.
           01 WS-Valor-Edt pic Z(8)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           OPEN I-O EMPRESTIMO.
           IF ARQST-EMP NOT = "00"
               DISPLAY "EMPRESTIMO.DAT AUSENTE, NADA A COBRAR"
           END-IF.
           OPEN INPUT CC.
           OPEN INPUT CLIENTE.
           OPEN INPUT GARANTIA.
           IF ARQST-GAR = "00"
               MOVE 'S' TO WS-Gar-Aberto
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "REGUA DE COBRANCA DE " DIA "/" MES "/" ANO
           CLOSE EMPRESTIMO.
           CLOSE CC.
           CLOSE CLIENTE.
           IF WS-Gar-Aberto = 'S'
               CLOSE GARANTIA
           END-IF.
           CLOSE RELATORIO.
           GOBACK.

           REWRITE REG-EMPRESTIMO.
           ADD 1 TO WS-Avancos.
           PERFORM 04-GERA-CARTA.
           IF WS-Estagio-Novo = 3 AND WS-Gar-Aberto = 'S'
               PERFORM 06-CARTAS-AVALISTA
           END-IF.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTRATO " NumContrato " CONTA " CodC-Emp
               " ESTAGIO " WS-Estagio-Novo " (" AtrasosEmp
           END-EVALUATE.
           WRITE LINHA-CARTA.
           IF WS-Tem-Cliente = 'S'
               MOVE NomeCli TO WS-Nome-Titular
               MOVE SPACES TO LINHA-CARTA
               STRING "A: " NomeCli
                   DELIMITED BY SIZE INTO LINHA-CARTA
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           ELSE
               MOVE NomeC TO WS-Nome-Titular
               MOVE SPACES TO LINHA-CARTA
               STRING "A: " NomeC
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WS-Cartas-2 " " WS-Cartas-3
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "CARTAS A AVALISTAS: " WS-Cartas-Aval
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2COBRANCA - REGUA DE COBRANCA".
           DISPLAY "  AVANCOS DE ESTAGIO: " WS-Avancos.
           DISPLAY "  CARTAS LEMBRETE: " WS-Cartas-1.
           DISPLAY "  CARTAS NOTIFICACAO: " WS-Cartas-2.
           DISPLAY "  CARTAS ULTIMA DEMANDA: " WS-Cartas-3.
           DISPLAY "  CARTAS A AVALISTAS: " WS-Cartas-Aval.
           DISPLAY "  RESUMO GRAVADO EM COBRANCA.LST".
           DISPLAY "===================================================".

       06-CARTAS-AVALISTA.
      *-Ultima demanda tambem ao avalista: uma carta por avalista
      *-do contrato, com o endereco de CLIENTES.DAT (ou so o nome
      *-gravado na garantia, se o cadastro sumiu).
           MOVE NumContrato TO NumContrato-Gar.
           MOVE ZEROS TO SeqGar.
           START GARANTIA KEY IS NOT LESS THAN ChaveGar
               INVALID KEY
                   MOVE "10" TO ARQST-GAR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-GAR
           END-START.
           PERFORM 07-LE-GARANTIA UNTIL ARQST-GAR = "10".

       07-LE-GARANTIA.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   IF NumContrato-Gar NOT = NumContrato
                       MOVE "10" TO ARQST-GAR
                   ELSE
                       IF Gar-Avalista
                           PERFORM 08-CARTA-AVALISTA
                       END-IF
                   END-IF
           END-READ.

       08-CARTA-AVALISTA.
           MOVE 'N' TO WS-Tem-Cliente.
           MOVE CpfCnpjAvalGar TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Tem-Cliente
           END-READ.
           MOVE "CARTCOB3.LST" TO WS-Nome-Carta.
           OPEN EXTEND CARTA.
           MOVE ALL "-" TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "ULTIMA DEMANDA AO AVALISTA ANTES DAS MEDIDAS CABIVEIS"
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           IF WS-Tem-Cliente = 'S'
               STRING "A: " NomeCli
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE SPACES TO LINHA-CARTA
               STRING EnderecoCli " CEP " CepCli " " UfCli
                   DELIMITED BY SIZE INTO LINHA-CARTA
           ELSE
               STRING "A: " NomeAvalGar
                   DELIMITED BY SIZE INTO LINHA-CARTA
           END-IF.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "AVALISTA DO CONTRATO " NumContrato " DE "
               WS-Nome-Titular
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SaldoDevedorEmp TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-CARTA.
           STRING "PARCELAS EM ATRASO: " AtrasosEmp
               " - SALDO DEVEDOR: " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "PROCURE SUA AGENCIA ATE 10 DIAS APOS "
               DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           CLOSE CARTA.
           ADD 1 TO WS-Cartas-Aval.

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
