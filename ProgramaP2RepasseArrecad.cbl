       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RepasseArrecad.
      *-----------------------------------------------------------
      *-Repasse diario da arrecadacao: as contas de consumo
      *-recebidas em dinheiro no caixa (ARRECAD.DAT, situacao P)
      *-vao, por empresa conveniada, para o arquivo de repasse
      *-REPASSEeeee.DAT (uma linha por conta e o trailer do dia) e
      *-o total do dia e creditado na conta de repasse da empresa
      *-em CC.DAT num credito "RA", menos a tarifa por conta
      *-recebida num debito "TC" (tarifa de CONVEMP.DAT gravada em
      *-cada conta no momento do repasse). O credito lastreia os
      *-bloqueios judiciais subfinanciados da conta, como os demais
      *-creditos em lote. Empresa sem cadastro ou com conta de
      *-repasse encerrada, recolhida ou de espolio fica retida
      *-(continua P) e sai no relatorio REPASSE.LST para o
      *-supervisor acertar o cadastro; o proximo processamento
      *-repassa. As contas repassadas ficam R com a data do
      *-repasse, e rodar de novo no mesmo dia nao repassa duas
      *-vezes.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-Contas de consumo recebidas no caixa.
       SELECT ARRECAD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumArr
       ALTERNATE RECORD KEY CodBarrasArr WITH DUPLICATES
       FILE STATUS ARQST-ARR.

      *-Empresas conveniadas, com a conta de repasse e a tarifa.
       SELECT CONVEMP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodEmpresaCve
       FILE STATUS ARQST-CVE.

      *-Arquivo de repasse, um por empresa (REPASSEeeee.DAT), nome
      *-montado em WS-Nome-Repasse antes do OPEN.
       SELECT REPASSE ASSIGN TO WS-Nome-Repasse
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REP.

      *-Contador de sequencial de lancamento por conta, comum a
      *-todos os gravadores do ledger.
       SELECT MOVSEQ ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento.
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
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
      *-Bloqueios judiciais: credito que entra lastreia bloqueio
      *-ainda subfinanciado da conta (trilha em BLQEVT.DAT).
       SELECT BLOQJUD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.
       SELECT BLQEVT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BEV.

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
       FD  ARRECAD LABEL RECORD STANDARD
           DATA RECORD IS REG-ARRECAD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

           COPY ARRECAD.

       FD  CONVEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-CONVEMP
           VALUE OF FILE-ID IS "CONVEMP.DAT".

           COPY CONVEMP.

       FD  REPASSE LABEL RECORD STANDARD
           DATA RECORD IS REG-REPASSE.

           COPY REPASSE.

       FD  MOVSEQ LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVSEQ
           VALUE OF FILE-ID IS "MOVSEQ.DAT".

           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

           COPY PERIODO.

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

       FD  BLQEVT LABEL RECORD STANDARD
           DATA RECORD IS REG-BLQEVT
           VALUE OF FILE-ID IS "BLQEVT.DAT".

           COPY BLQEVT.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "REPASSE.LST".
       01 LINHA-REL pic X(80).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

      *-Captura de creditos para bloqueio judicial subfinanciado.
           01 ARQST-BLQ pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-BEV pic X(2).
           01 WS-Tem-Bloqjud pic X value 'N'.
               88 Bloqjud-Aberto value 'S'.
           01 WS-Capt-Credito pic 9(7)V99 value zeros.
           01 WS-Capt-Parcela pic 9(7)V99 value zeros.
           01 WS-Capt-Houve pic X value 'N'.

           01 ARQST-ARR pic X(2).
           01 ARQST-CVE pic X(2).
           01 ARQST-REP pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-REL pic X(2).
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           COPY PERCTL.
           COPY HASHCTL.

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

           01 SaldoC-Antes pic S9(7)V99.
      *-NumSeq-Mov vem do contador MOVSEQ.DAT: colisao na chave do
      *-ledger indexado avanca o sequencial ate achar vaga.
           01 WS-Mov-Gravado pic X value 'N'.
               88 Mov-Gravado value 'S'.
           01 WS-Tipo-Mov pic X(2) value spaces.
           01 WS-Desc-Mov pic X(30) value spaces.

           01 WS-Hoje pic 9(8) value zeros.
           01 WS-Data-Arr pic 9(8) value zeros.
      *-Nome no formato REPASSEeeee.DAT, ex.: REPASSE0035.DAT.
           01 WS-Nome-Repasse pic X(15) value spaces.

      *-Empresa da conta em maos: o cadastro e a conta de repasse
      *-sao conferidos uma vez por empresa enquanto as contas dela
      *-vem seguidas.
           01 WS-Empresa-Atual pic 9(4) value zeros.
           01 WS-Empresa-Ok pic X value 'N'.
               88 Empresa-Repassa value 'S'.
           01 WS-Motivo-Retida pic X(30) value spaces.

      *-Acumulado do dia por empresa, indexado pelo proprio codigo
      *-do convenio.
           01 WS-Repasses.
               02 WS-Rep-Ent occurs 9999 times.
                   03 WS-Rep-Qtd pic 9(6).
                   03 WS-Rep-Total pic 9(9)V99.
                   03 WS-Rep-Tarifa pic 9(7)V99.
           01 WS-Emp-Idx pic 9(5) value zeros.
           01 WS-Liquido pic 9(9)V99 value zeros.

           01 WS-Repassadas pic 9(6) value zeros.
           01 WS-Total-Repassado pic 9(11)V99 value zeros.
           01 WS-Total-Tarifas pic 9(9)V99 value zeros.
           01 WS-Empresas pic 9(4) value zeros.
           01 WS-Retidas pic 9(6) value zeros.
           01 WS-Total-Retido pic 9(11)V99 value zeros.
           01 WS-Total-Edt pic Z(9)9,99.
           01 WS-Valor-Edt pic Z(6)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
      *-Trava de periodo: com o mes corrente ja fechado (PERIODO.DAT)
      *-nada e lancado e o passo termina com erro.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Per-Data = Ano * 100 + Mes.
           PERFORM 94-VERIFICA-PERIODO.
           IF Periodo-Travado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           INITIALIZE WS-Repasses.
           PERFORM 01-ABRE-ARQ.
           MOVE ZEROS TO NumArr.
           START ARRECAD KEY IS NOT LESS THAN NumArr
               INVALID KEY
                   MOVE "10" TO ARQST-ARR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ARR
           END-START.
           PERFORM 02-PROCESSA-CONTA UNTIL ARQST-ARR = "10".
           PERFORM 05-CREDITA-EMPRESA
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > 9999.
           PERFORM 40-RESUMO.
           PERFORM 24-FECHA-ARQ.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O ARRECAD.
           IF ARQST-ARR NOT = "00"
               CLOSE ARRECAD
               OPEN OUTPUT ARRECAD
               CLOSE ARRECAD
               OPEN I-O ARRECAD
           END-IF.
           OPEN INPUT CONVEMP.
           IF ARQST-CVE NOT = "00"
               CLOSE CONVEMP
               OPEN OUTPUT CONVEMP
               CLOSE CONVEMP
               OPEN INPUT CONVEMP
           END-IF.
           MOVE 'N' TO WS-Tem-Bloqjud.
           OPEN I-O BLOQJUD.
           IF ARQST-BLQ = "00"
               MOVE 'S' TO WS-Tem-Bloqjud
               OPEN EXTEND BLQEVT
               IF ARQST-BEV NOT = "00"
                   CLOSE BLQEVT
                   OPEN OUTPUT BLQEVT
                   CLOSE BLQEVT
                   OPEN EXTEND BLQEVT
               END-IF
           END-IF.
           OPEN I-O CC.
           OPEN I-O MOVSEQ.
           IF ARQST-SEQ NOT = "00"
               CLOSE MOVSEQ
               OPEN OUTPUT MOVSEQ
               CLOSE MOVSEQ
               OPEN I-O MOVSEQ
           END-IF.

           OPEN I-O MOVIMENTO.
           IF ARQST-MOV NOT = "00"
               CLOSE MOVIMENTO
               OPEN OUTPUT MOVIMENTO
               CLOSE MOVIMENTO
               OPEN I-O MOVIMENTO
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-REL.
           STRING "REPASSE DA ARRECADACAO EM " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-PROCESSA-CONTA.
           READ ARRECAD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ARR
               NOT AT END
                   COMPUTE WS-Data-Arr = AnoArr * 10000
                       + MesArr * 100 + DiaArr
                   IF Arr-Pendente AND WS-Data-Arr <= WS-Hoje
                       AND CodEmpresaArr > ZEROS
                       IF CodEmpresaArr NOT = WS-Empresa-Atual
                           PERFORM 03-CONFERE-EMPRESA
                       END-IF
                       IF Empresa-Repassa
                           PERFORM 04-REPASSA-CONTA
                       ELSE
                           PERFORM 06-RETEM-CONTA
                       END-IF
                   END-IF
           END-READ.

       03-CONFERE-EMPRESA.
      *-Empresa inativada depois de receber ainda tem o repasse do
      *-que ja foi recebido; so o cadastro ausente ou a conta de
      *-repasse que nao recebe credito retem.
           MOVE CodEmpresaArr TO WS-Empresa-Atual.
           MOVE 'N' TO WS-Empresa-Ok.
           MOVE CodEmpresaArr TO CodEmpresaCve.
           READ CONVEMP
               INVALID KEY
                   MOVE "EMPRESA SEM CADASTRO" TO WS-Motivo-Retida
               NOT INVALID KEY
                   MOVE CodC-Cve TO CodC
                   READ CC
                       INVALID KEY
                           MOVE "CONTA DE REPASSE INEXISTENTE"
                               TO WS-Motivo-Retida
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN Conta-Encerrada
                                   MOVE "CONTA DE REPASSE ENCERRADA"
                                       TO WS-Motivo-Retida
                               WHEN Conta-Recolhida
                                   MOVE "CONTA DE REPASSE RECOLHIDA"
                                       TO WS-Motivo-Retida
                               WHEN Conta-Espolio
                                   MOVE "CONTA DE REPASSE EM ESPOLIO"
                                       TO WS-Motivo-Retida
                               WHEN OTHER
                                   MOVE 'S' TO WS-Empresa-Ok
                           END-EVALUATE
                   END-READ
           END-READ.

       04-REPASSA-CONTA.
      *-A conta vai para o arquivo da empresa e entra no acumulado
      *-do dia; a tarifa vigente fica gravada na propria conta.
           MOVE SPACES TO WS-Nome-Repasse.
           STRING "REPASSE" DELIMITED BY SIZE
               CodEmpresaArr DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-Repasse.
           MOVE "00" TO ARQST-REP.
           OPEN EXTEND REPASSE.
           IF ARQST-REP NOT = "00"
               CLOSE REPASSE
               OPEN OUTPUT REPASSE
           END-IF.
           MOVE SPACES TO REG-REPASSE.
           MOVE 'D' TO TipoReg-Rep.
           MOVE NumArr TO NumArr-Rep.
           MOVE CodBarrasArr TO CodBarras-Rep.
           MOVE ValorArr TO Valor-Rep.
           MOVE WS-Data-Arr TO DataArr-Rep.
           WRITE REG-REPASSE.
           CLOSE REPASSE.
           MOVE CodEmpresaArr TO WS-Emp-Idx.
           ADD 1 TO WS-Rep-Qtd(WS-Emp-Idx).
           ADD ValorArr TO WS-Rep-Total(WS-Emp-Idx).
           ADD TarifaCve TO WS-Rep-Tarifa(WS-Emp-Idx).
           MOVE 'R' TO StatusArr.
           MOVE ANO TO AnoRepasseArr.
           MOVE MES TO MesRepasseArr.
           MOVE DIA TO DiaRepasseArr.
           MOVE TarifaCve TO TarifaArr.
           REWRITE REG-ARRECAD
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A AUTENTICACAO " NumArr
           END-REWRITE.

       05-CREDITA-EMPRESA.
      *-Total do dia na conta de repasse: credito "RA" do total
      *-arrecadado e debito "TC" das tarifas (limitadas ao total),
      *-e o trailer do dia no arquivo de repasse.
           IF WS-Rep-Qtd(WS-Emp-Idx) > ZEROS
               MOVE WS-Emp-Idx TO CodEmpresaCve
               READ CONVEMP
               IF WS-Rep-Tarifa(WS-Emp-Idx) > WS-Rep-Total(WS-Emp-Idx)
                   MOVE WS-Rep-Total(WS-Emp-Idx)
                       TO WS-Rep-Tarifa(WS-Emp-Idx)
               END-IF
               COMPUTE WS-Liquido = WS-Rep-Total(WS-Emp-Idx)
                   - WS-Rep-Tarifa(WS-Emp-Idx)
               MOVE CodC-Cve TO CodC
               READ CC
                   INVALID KEY
                       DISPLAY "CONTA DE REPASSE NAO RELIDA - EMPRESA "
                           CodEmpresaCve " A CREDITAR: " WS-Liquido
                   NOT INVALID KEY
                       PERFORM 07-LANCA-REPASSE
               END-READ
               PERFORM 08-TRAILER-REPASSE
               ADD 1 TO WS-Empresas
               ADD WS-Rep-Qtd(WS-Emp-Idx) TO WS-Repassadas
               ADD WS-Rep-Total(WS-Emp-Idx) TO WS-Total-Repassado
               ADD WS-Rep-Tarifa(WS-Emp-Idx) TO WS-Total-Tarifas
           END-IF.

       06-RETEM-CONTA.
           ADD 1 TO WS-Retidas.
           ADD ValorArr TO WS-Total-Retido.
           MOVE ValorArr TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RETIDA AUT " NumArr " EMPRESA " CodEmpresaArr
               " " WS-Valor-Edt " " WS-Motivo-Retida
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       07-LANCA-REPASSE.
           MOVE SaldoC TO SaldoC-Antes.
           ADD WS-Rep-Total(WS-Emp-Idx) TO SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO NO CREDITO DO REPASSE - EMPRESA "
                       CodEmpresaCve
               NOT INVALID KEY
                   MOVE "RA" TO WS-Tipo-Mov
                   MOVE SPACES TO WS-Desc-Mov
                   STRING "ARRECADACAO " WS-Rep-Qtd(WS-Emp-Idx)
                       " CONTAS"
                       DELIMITED BY SIZE INTO WS-Desc-Mov
                   PERFORM 13-GRAVA-MOVIMENTO
                   IF Bloqjud-Aberto
                       MOVE WS-Liquido TO WS-Capt-Credito
                       PERFORM 26-CAPTURA-BLOQUEIO
                   END-IF
                   IF WS-Rep-Tarifa(WS-Emp-Idx) > ZEROS
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT WS-Rep-Tarifa(WS-Emp-Idx) FROM SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO NA TARIFA DO REPASSE - "
                                   "EMPRESA " CodEmpresaCve
                           NOT INVALID KEY
                               MOVE "TC" TO WS-Tipo-Mov
                               MOVE SPACES TO WS-Desc-Mov
                               STRING "TARIFA ARRECAD "
                                   WS-Rep-Qtd(WS-Emp-Idx) " CONTAS"
                                   DELIMITED BY SIZE INTO WS-Desc-Mov
                               PERFORM 13-GRAVA-MOVIMENTO
                       END-REWRITE
                   END-IF
           END-REWRITE.

       08-TRAILER-REPASSE.
           MOVE SPACES TO WS-Nome-Repasse.
           STRING "REPASSE" DELIMITED BY SIZE
               CodEmpresaCve DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-Repasse.
           MOVE "00" TO ARQST-REP.
           OPEN EXTEND REPASSE.
           IF ARQST-REP NOT = "00"
               CLOSE REPASSE
               OPEN OUTPUT REPASSE
           END-IF.
           MOVE SPACES TO REG-REPASSE.
           MOVE 'T' TO TipoReg-Rep.
           MOVE CodEmpresaCve TO CodEmpresa-Rep.
           MOVE WS-Rep-Qtd(WS-Emp-Idx) TO Qtd-Rep.
           MOVE WS-Rep-Total(WS-Emp-Idx) TO Total-Rep.
           MOVE WS-Rep-Tarifa(WS-Emp-Idx) TO Tarifa-Rep.
           MOVE WS-Liquido TO Liquido-Rep.
           MOVE WS-Hoje TO DataRepasse-Rep.
           MOVE CodC-Cve TO CodC-Rep.
           WRITE REG-REPASSE.
           CLOSE REPASSE.
           MOVE WS-Liquido TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "EMPRESA " CodEmpresaCve " " NomeEmpresaCve(1:20)
               " " WS-Rep-Qtd(WS-Emp-Idx) " CONTAS LIQ " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       13-GRAVA-MOVIMENTO.
      *-Lancamento WS-Tipo-Mov na conta em CodC, valor com sinal
      *-pela diferenca de saldo.
           ACCEPT HORA-SIS FROM TIME.
           PERFORM 90-PROXIMO-SEQ-MOV.
           MOVE WS-Seq-Novo TO NumSeq-Mov.
           MOVE SPACE TO EstornadoMov.
           MOVE ZEROS TO SeqEstornoMov.
           MOVE SaldoC-Antes TO SaldoAnteriorMov.
           MOVE SaldoC TO SaldoNovoMov.
           MOVE SPACE TO OrigemMov.
           MOVE WS-Tipo-Mov TO TipoMov.
           COMPUTE ValorMov = SaldoC - SaldoC-Antes.
           MOVE WS-Desc-Mov TO DescricaoMov.
           MOVE 'N' TO WS-Mov-Gravado.
           PERFORM 13-GRAVA-REG-MOVIMENTO UNTIL Mov-Gravado.
           PERFORM 91-GRAVA-SEQ-MOV.

       13-GRAVA-REG-MOVIMENTO.
           WRITE REG-MOVIMENTO
               INVALID KEY
                   ADD 1 TO NumSeq-Mov
               NOT INVALID KEY
                   MOVE 'S' TO WS-Mov-Gravado
           END-WRITE.

       24-FECHA-ARQ.
           IF Bloqjud-Aberto
               CLOSE BLOQJUD
               CLOSE BLQEVT
           END-IF.
           CLOSE ARRECAD CONVEMP MOVSEQ.
           CLOSE CC MOVIMENTO RELATORIO.

       26-CAPTURA-BLOQUEIO.
      *-Credito que acabou de entrar na conta (CodC) completa o
      *-lastro dos bloqueios ativos ainda subfinanciados, com cada
      *-captura na trilha BLQEVT.DAT (evento 'C').
           MOVE 'N' TO WS-Capt-Houve.
           MOVE CodC TO CodC-Blq.
           START BLOQJUD KEY IS = CodC-Blq
               INVALID KEY
                   MOVE "10" TO ARQST-BLQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-BLQ
           END-START.
           PERFORM 27-CAPTURA-UM-BLOQUEIO
               UNTIL ARQST-BLQ = "10" OR WS-Capt-Credito = ZEROS.

       27-CAPTURA-UM-BLOQUEIO.
           READ BLOQJUD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-BLQ
               NOT AT END
                   IF CodC-Blq NOT = CodC
                       MOVE "10" TO ARQST-BLQ
                   ELSE
                       IF Bloqueio-Ativo
                           AND ValorCaptadoBlq NUMERIC
                           AND ValorCaptadoBlq < ValorBloqueio
                           COMPUTE WS-Capt-Parcela =
                               ValorBloqueio - ValorCaptadoBlq
                           IF WS-Capt-Parcela > WS-Capt-Credito
                               MOVE WS-Capt-Credito
                                   TO WS-Capt-Parcela
                           END-IF
                           ADD WS-Capt-Parcela TO ValorCaptadoBlq
                           SUBTRACT WS-Capt-Parcela
                               FROM WS-Capt-Credito
                           REWRITE REG-BLOQJUD
                           PERFORM 28-GRAVA-EVENTO-CAPTURA
                           MOVE 'S' TO WS-Capt-Houve
                       END-IF
                   END-IF
           END-READ.

       28-GRAVA-EVENTO-CAPTURA.
           MOVE NumBloqueio TO NumBloqueioEvt.
           MOVE 'C' TO TipoEvt.
           MOVE WS-Capt-Parcela TO ValorEvt.
           MOVE ANO TO AnoEvt.
           MOVE MES TO MesEvt.
           MOVE DIA TO DiaEvt.
           MOVE SPACES TO OperadorEvt.
           MOVE ReferenciaBlq TO ReferenciaEvt.
           WRITE REG-BLQEVT.

       40-RESUMO.
           MOVE WS-Total-Repassado TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "REPASSADAS: " WS-Repassadas " CONTAS DE "
               WS-Empresas " EMPRESAS, TOTAL " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Tarifas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TARIFAS DE ARRECADACAO: " WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Retido TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "RETIDAS: " WS-Retidas " CONTAS, TOTAL "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2REPASSEARRECAD - " DIA "/" MES "/" ANO.
           DISPLAY "  REPASSADAS: " WS-Repassadas
               " TOTAL: " WS-Total-Repassado.
           DISPLAY "  TARIFAS:    " WS-Total-Tarifas.
           DISPLAY "  RETIDAS:    " WS-Retidas
               " TOTAL: " WS-Total-Retido.
           DISPLAY "  RESUMO EM REPASSE.LST".
           DISPLAY "==================================================".

       90-PROXIMO-SEQ-MOV.
      *-Sequencial verdadeiro por conta, do contador compartilhado
      *-MOVSEQ.DAT; conta sem contador ganha um posicionado no
      *-maior sequencial ja existente na cadeia, para os novos
      *-lancamentos continuarem depois dos antigos (que usavam o
      *-relogio como sequencial).
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   PERFORM 92-INICIA-CONTADOR
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-Seq-Novo = UltimoSeqMov + 1.
      *-A varredura de 92-INICIA-CONTADOR passa por cima da area de
      *-REG-MOVIMENTO ja preenchida por quem chamou: devolve os
      *-campos de identificacao antes de continuar a gravacao.
           MOVE CodC TO CodC-Mov.
           MOVE ANO TO AnoMov.
           MOVE MES TO MesMov.
           MOVE DIA TO DiaMov.
           MOVE ANO TO AnoValorMov.
           MOVE MES TO MesValorMov.
           MOVE DIA TO DiaValorMov.
           MOVE SPACE TO SitValorMov.
           COMPUTE HoraMov =
               HH-SIS * 1000000 + MM-SIS * 10000
               + SS-SIS * 100 + CC-SIS.

       92-INICIA-CONTADOR.
      *-Contador novo parte do maior sequencial da cadeia e do hash
      *-daquele lancamento.
           MOVE ZEROS TO WS-Seq-Maior WS-Hash-Maior.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 93-VARRE-MAIOR-SEQ UNTIL ARQST-MOV = "10".
           MOVE CodC TO CodC-Seq.
           MOVE WS-Seq-Maior TO UltimoSeqMov.
           MOVE WS-Hash-Maior TO UltimoHashMov.
           WRITE REG-MOVSEQ
               INVALID KEY
                   CONTINUE
           END-WRITE.

       93-VARRE-MAIOR-SEQ.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       IF NumSeq-Mov > WS-Seq-Maior
                           MOVE NumSeq-Mov TO WS-Seq-Maior
                           IF HashMov NUMERIC
                               MOVE HashMov TO WS-Hash-Maior
                           ELSE
                               MOVE ZEROS TO WS-Hash-Maior
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       91-GRAVA-SEQ-MOV.
      *-Persiste o sequencial efetivamente gravado (o laco de
      *-colisao pode ter avancado alem do previsto) e encadeia o
      *-lancamento na cadeia de hash da conta.
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 96-ENCADEIA-MOV
                   MOVE NumSeq-Mov TO UltimoSeqMov
                   MOVE HashMov TO UltimoHashMov
                   REWRITE REG-MOVSEQ
           END-READ.

       96-ENCADEIA-MOV.
      *-O anterior e o ultimo hash guardado no contador; o
      *-lancamento ja gravado e regravado com os dois hashes.
      *-Lancamento que ja e o ultimo do contador (regravado depois
      *-de gravado) mantem o anterior que ja tinha.
           IF UltimoSeqMov NOT = NumSeq-Mov
               IF UltimoHashMov NUMERIC
                   MOVE UltimoHashMov TO HashAntMov
               ELSE
                   MOVE ZEROS TO HashAntMov
               END-IF
           END-IF.
           PERFORM 97-CALCULA-HASH-MOV.
           MOVE WS-Hash-Valor TO HashMov.
           REWRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO ENCADEAR " ChaveMov
           END-REWRITE.

       97-CALCULA-HASH-MOV.
      *-Registro inteiro, com a marca de estorno e a situacao da
      *-data-valor em branco e sem o proprio hash.
           MOVE EstornadoMov TO WS-Hash-Estornado.
           MOVE SitValorMov TO WS-Hash-SitValor.
           MOVE HashMov TO WS-Hash-Guarda.
           MOVE SPACE TO EstornadoMov SitValorMov.
           MOVE ZEROS TO HashMov.
           MOVE REG-MOVIMENTO TO WS-Hash-Linha.
           MOVE WS-Hash-Estornado TO EstornadoMov.
           MOVE WS-Hash-SitValor TO SitValorMov.
           MOVE WS-Hash-Guarda TO HashMov.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 98-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       98-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       94-VERIFICA-PERIODO.
      *-Carrega o ultimo mes fechado de PERIODO.DAT e trava o
      *-lancamento datado em WS-Per-Data (AAAAMM) ate esse mes.
      *-Correcao de mes fechado e pelo ProgramaP2AjustePeriodo.
           MOVE 'L' TO WS-Per-Situacao.
           MOVE ZEROS TO WS-Per-Fechado.
           OPEN INPUT PERIODO.
           IF ARQST-PER = "00"
               PERFORM 95-VERIFICA-PERIODO-LE UNTIL ARQST-PER = "10"
               CLOSE PERIODO
           END-IF.
           IF WS-Per-Data NOT > WS-Per-Fechado
               MOVE 'T' TO WS-Per-Situacao
               DISPLAY "PERIODO " WS-Per-Data
                   " FECHADO - NADA LANCADO"
           END-IF.

       95-VERIFICA-PERIODO-LE.
           READ PERIODO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PER
               NOT AT END
                   IF Periodo-Fechado
                       AND AnoPer * 100 + MesPer > WS-Per-Fechado
                       COMPUTE WS-Per-Fechado = AnoPer * 100 + MesPer
                   END-IF
           END-READ.

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
