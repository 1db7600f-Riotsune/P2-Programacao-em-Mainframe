       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2BaixaPrejuizo.
      *-----------------------------------------------------------
      *-Baixa mensal para prejuizo dos emprestimos sem perspectiva
      *-de recebimento: contrato ativo que o ProgramaP2Provisao
      *-deixou na classe H e cujo maior atraso (hoje menos o
      *-vencimento da parcela pendente mais antiga, de PARCEMP.DAT)
      *-passa de BXPDIAS dias (PARAMETROS.DAT, default 360) sai da
      *-carteira ativa: o saldo devedor vai para o registro de
      *-baixados (BAIXAEMP.DAT), o contrato fica 'P' com saldo e
      *-estagio de cobranca zerados (a regua do ProgramaP2Cobranca
      *-e o ProgramaP2DebitoEmprestimo so tratam contrato ativo,
      *-entao as cartas e os debitos param) e as pendencias abertas
      *-do contrato saem da fila PENDDEB.DAT. As parcelas ficam
      *-como estao em PARCEMP.DAT, para o historico. Pagamento
      *-posterior entra como recuperacao pela tela de emprestimos
      *-do ProgramaP2. Lista os contratos baixados em BAIXAPRJ.LST.
      *-Passo de fim de mes do ProgramaP2Noturno, logo depois do
      *-ProgramaP2Provisao.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPRESTIMO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato
       FILE STATUS ARQST-EMP.

       SELECT PARCEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PEM.

       SELECT CC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC
       ALTERNATE RECORD KEY NomeC WITH DUPLICATES
       ALTERNATE RECORD KEY CpfCnpjC WITH DUPLICATES
       FILE STATUS ARQST-CC.

       SELECT PENDDEB ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumPend
       ALTERNATE RECORD KEY CodC-Pend WITH DUPLICATES
       FILE STATUS ARQST-PND.

       SELECT BAIXAEMP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato-Bx
       FILE STATUS ARQST-BX.

       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

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
       FD  EMPRESTIMO LABEL RECORD STANDARD
           DATA RECORD IS REG-EMPRESTIMO
           VALUE OF FILE-ID IS "EMPRESTIMO.DAT".

           COPY EMPRESTIMO.

       FD  PARCEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-PARCEMP
           VALUE OF FILE-ID IS "PARCEMP.DAT".

           COPY PARCEMP.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  PENDDEB LABEL RECORD STANDARD
           DATA RECORD IS REG-PENDDEB
           VALUE OF FILE-ID IS "PENDDEB.DAT".

           COPY PENDDEB.

       FD  BAIXAEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-BAIXAEMP
           VALUE OF FILE-ID IS "BAIXAEMP.DAT".

           COPY BAIXAEMP.

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "BAIXAPRJ.LST".
       01 LINHA-REL pic X(100).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-EMP pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-PEM pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-PND pic X(2).
           01 ARQST-BX pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-REL pic X(2).

           01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
               02 Ano pic 9(4).
               02 Mes pic 99.
               02 Dia pic 99.

           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.

      *-Dias de atraso da politica de baixa (BXPDIAS).
           01 WS-Dias-Baixa pic 9(5) value 360.

           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Venc-Int pic 9(8) value zeros.
           01 WS-Dias-Atraso pic S9(5) value zeros.
           01 WS-Maior-Atraso pic S9(5) value zeros.
           01 WS-Agencia pic 9(4) value zeros.
           01 WS-Saldo-Baixa pic 9(9)V99 value zeros.

           01 WS-Lidos pic 9(6) value zeros.
           01 WS-Classe-H pic 9(6) value zeros.
           01 WS-Baixados pic 9(6) value zeros.
           01 WS-Pend-Removidas pic 9(6) value zeros.
           01 WS-Erros pic 9(6) value zeros.
           01 WS-Tot-Baixado pic 9(11)V99 value zeros.

           01 WS-Dias-Edt pic ZZZZ9.
           01 WS-Valor-Edt pic Z(8)9,99.
           01 WS-Total-Edt pic Z(10)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           PERFORM 09-CARREGA-PARAMETROS.
           DISPLAY "BAIXA PARA PREJUIZO - PROGRAMAP2BAIXAPREJUIZO".
           OPEN I-O EMPRESTIMO.
           IF ARQST-EMP NOT = "00"
               DISPLAY "EMPRESTIMO.DAT AUSENTE, NADA A BAIXAR"
               GOBACK
           END-IF.
           OPEN INPUT CC.
           OPEN I-O PENDDEB.
           OPEN I-O BAIXAEMP.
           IF ARQST-BX NOT = "00"
               CLOSE BAIXAEMP
               OPEN OUTPUT BAIXAEMP
               CLOSE BAIXAEMP
               OPEN I-O BAIXAEMP
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTRATOS BAIXADOS PARA PREJUIZO - " DIA "/" MES
               "/" ANO "   CLASSE H COM MAIS DE " WS-Dias-Baixa
               " DIAS DE ATRASO"
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE "CONTR.  CONTA  AGEN. ATRASO  SALDO BAIXADO"
               TO LINHA-REL.
           WRITE LINHA-REL.
           PERFORM 01-PROCESSA-CONTRATO UNTIL ARQST-EMP = "10".
           PERFORM 03-RESUMO.
           CLOSE RELATORIO.
           CLOSE BAIXAEMP.
           CLOSE PENDDEB.
           CLOSE CC.
           CLOSE EMPRESTIMO.
           DISPLAY "Relatorio gravado em BAIXAPRJ.LST".
           DISPLAY "Contratos lidos:          " WS-Lidos.
           DISPLAY "Ativos na classe H:       " WS-Classe-H.
           DISPLAY "Baixados para prejuizo:   " WS-Baixados.
           DISPLAY "Saldo baixado:            " WS-Tot-Baixado.
           DISPLAY "Pendencias retiradas:     " WS-Pend-Removidas.
           IF WS-Erros > ZEROS
               DISPLAY "Baixas com erro:          " WS-Erros
           END-IF.
      *-GOBACK em vez de STOP RUN: executado direto encerra igual,
      *-mas chamado pelo driver ProgramaP2Noturno devolve o controle
      *-para a sequencia continuar no passo seguinte.
           GOBACK.

       09-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
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
                           WHEN "BXPDIAS"
                               MOVE ValorParam TO WS-Dias-Baixa
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       01-PROCESSA-CONTRATO.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   ADD 1 TO WS-Lidos
                   IF Emprestimo-Ativo AND ClasseRiscoEmp = 'H'
                       ADD 1 TO WS-Classe-H
                       PERFORM 02-APURA-ATRASO
                       IF WS-Maior-Atraso > WS-Dias-Baixa
                           PERFORM 04-BAIXA-CONTRATO
                       END-IF
                   END-IF
           END-READ.

       02-APURA-ATRASO.
      *-Mesmo criterio do ProgramaP2Provisao: maior atraso = hoje
      *-menos o vencimento da parcela pendente mais antiga.
           MOVE ZEROS TO WS-Maior-Atraso.
           OPEN INPUT PARCEMP.
           IF ARQST-PEM NOT = "00"
               MOVE "10" TO ARQST-PEM
           END-IF.
           PERFORM 06-VARRE-PARCELA UNTIL ARQST-PEM = "10".
           CLOSE PARCEMP.

       06-VARRE-PARCELA.
           READ PARCEMP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PEM
               NOT AT END
                   IF NumContrato-Pe = NumContrato
                       AND ParcEmp-Pendente
                       COMPUTE WS-Venc-Int =
                           FUNCTION INTEGER-OF-DATE
                           (AnoVencimento-Pe * 10000
                            + MesVencimento-Pe * 100
                            + DiaVencimento-Pe)
                       COMPUTE WS-Dias-Atraso =
                           WS-Hoje-Int - WS-Venc-Int
                       IF WS-Dias-Atraso > WS-Maior-Atraso
                           MOVE WS-Dias-Atraso TO WS-Maior-Atraso
                       END-IF
                   END-IF
           END-READ.

       04-BAIXA-CONTRATO.
      *-Primeiro o registro de baixados; so com ele gravado o
      *-contrato muda de situacao, para o saldo nunca sumir.
           MOVE ZEROS TO WS-Agencia.
           MOVE CodC-Emp TO CodC.
           READ CC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CodAgenciaC TO WS-Agencia
           END-READ.
           MOVE SaldoDevedorEmp TO WS-Saldo-Baixa.
           MOVE NumContrato TO NumContrato-Bx.
           MOVE CodC-Emp TO CodC-Bx.
           MOVE WS-Agencia TO CodAgencia-Bx.
           MOVE ANO TO AnoBaixaBx.
           MOVE MES TO MesBaixaBx.
           MOVE DIA TO DiaBaixaBx.
           MOVE WS-Saldo-Baixa TO ValorBaixadoBx.
           MOVE WS-Maior-Atraso TO DiasAtrasoBx.
           MOVE ClasseRiscoEmp TO ClasseRiscoBx.
           MOVE ZEROS TO ValorRecuperadoBx QtdRecuperacoesBx
               DataUltRecBx.
           MOVE 'A' TO StatusBx.
           WRITE REG-BAIXAEMP
               INVALID KEY
                   ADD 1 TO WS-Erros
                   DISPLAY "CONTRATO " NumContrato
                       " JA CONSTA EM BAIXAEMP.DAT"
               NOT INVALID KEY
                   PERFORM 05-ENCERRA-CONTRATO
           END-WRITE.

       05-ENCERRA-CONTRATO.
           MOVE 'P' TO StatusEmp.
           MOVE ZEROS TO SaldoDevedorEmp.
           MOVE ZEROS TO EstagioCobEmp.
           MOVE ANO TO AnoEstagioCobEmp.
           MOVE MES TO MesEstagioCobEmp.
           MOVE DIA TO DiaEstagioCobEmp.
           REWRITE REG-EMPRESTIMO.
           ADD 1 TO WS-Baixados.
           ADD WS-Saldo-Baixa TO WS-Tot-Baixado.
           PERFORM 07-RETIRA-PENDENCIAS.
           MOVE WS-Maior-Atraso TO WS-Dias-Edt.
           MOVE WS-Saldo-Baixa TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING NumContrato "  " CodC-Emp "  " WS-Agencia "  "
               WS-Dias-Edt "  " WS-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       07-RETIRA-PENDENCIAS.
      *-Pendencias abertas das parcelas do contrato saem da fila
      *-(chave alternada CodC-Pend): a divida agora e cobrada como
      *-recuperacao, nao pela tela D. As ja baixadas ficam como
      *-historico.
           MOVE CodC-Emp TO CodC-Pend.
           START PENDDEB KEY IS = CodC-Pend
               INVALID KEY
                   MOVE "10" TO ARQST-PND
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PND
           END-START.
           PERFORM 08-RETIRA-UMA-PENDENCIA UNTIL ARQST-PND = "10".

       08-RETIRA-UMA-PENDENCIA.
           READ PENDDEB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PND
               NOT AT END
                   IF CodC-Pend NOT = CodC-Emp
                       MOVE "10" TO ARQST-PND
                   ELSE
                       IF Pend-Aberta AND Pend-Emprestimo
                           AND ReferenciaPend = NumContrato
                           DELETE PENDDEB RECORD
                               INVALID KEY
                                   ADD 1 TO WS-Erros
                               NOT INVALID KEY
                                   ADD 1 TO WS-Pend-Removidas
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       03-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tot-Baixado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "CONTRATOS BAIXADOS: " WS-Baixados
               "   SALDO BAIXADO: " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL.
           STRING "ATIVOS NA CLASSE H: " WS-Classe-H
               "   PENDENCIAS RETIRADAS DA FILA: " WS-Pend-Removidas
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
