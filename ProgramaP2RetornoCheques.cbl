       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2RetornoCheques.
      *-----------------------------------------------------------
      *-Retorno da compensacao de saida: le o arquivo de cheques
      *-devolvidos pelos bancos sacados (CHQDEV.DAT, layout
      *-CHQCOMP - a linha apresentada de volta com a alinea) e,
      *-para cada folha que casa com o deposito em FLOAT.DAT pela
      *-nossa referencia (numero do float, banco, folha e valor),
      *-estorna o credito do deposito na conta do depositante
      *-("CD"), cobra a tarifa de cheque devolvido ("TD",
      *-TARDEVOL, a mesma da compensacao de entrada) e cancela o
      *-float ('D', com a alinea e a data): o valor nunca chega a
      *-ser liberado. Devolucao que chega depois da liberacao
      *-estorna igual (a conta pode ficar negativa, como nas
      *-tarifas) e sai marcada no relatorio. Linha que nao casa,
      *-ou ja processada, vai para o relatorio de nao conciliados.
      *-Roda na sequencia noturna ANTES do ProgramaP2LiberaFloat.
      *-Resumo em RETCHQ.LST. Antes de qualquer lancamento, a
      *-entrada passa pelo registro de arquivos recebidos
      *-(RECEBIDOS.DAT): arquivo ja processado e recusado inteiro,
      *-salvo liberacao de supervisor.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CHQDEV ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-DEV.

       SELECT FLOATDEP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumFlt
       ALTERNATE RECORD KEY CodC-Flt WITH DUPLICATES
       FILE STATUS ARQST-FLT.

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

      *-Parametros de negocio: tarifa de cheque devolvido (TARDEVOL).
       SELECT PARAMETRO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRM.

       SELECT RELATORIO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-REL.

      *-Registro compartilhado dos arquivos de entrada recebidos.
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQDEV LABEL RECORD STANDARD
           DATA RECORD IS REG-CHQCOMP
           VALUE OF FILE-ID IS "CHQDEV.DAT".

           COPY CHQCOMP.

       FD  FLOATDEP LABEL RECORD STANDARD
           DATA RECORD IS REG-FLOAT
           VALUE OF FILE-ID IS "FLOAT.DAT".

           COPY FLOAT.

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

       FD  PARAMETRO LABEL RECORD STANDARD
           DATA RECORD IS REG-PARAMETRO
           VALUE OF FILE-ID IS "PARAMETROS.DAT".

           COPY PARAMETRO.

       FD  RELATORIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-REL
           VALUE OF FILE-ID IS "RETCHQ.LST".
       01 LINHA-REL pic X(80).

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

           COPY RECEBIDO.

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

      *-Registro de arquivos recebidos (RECEBIDOS.DAT): impressao
      *-digital da entrada tirada antes de qualquer lancamento.
           01 ARQST-RCB pic X(2).
           01 ARQST-SIS pic X(2).
           01 WS-Rcb-Nome pic X(12) value "CHQDEV.DAT".
           01 WS-Rcb-Job pic X(28) value "ProgramaP2RetornoCheques".
           01 WS-Rcb-Ident pic X(50) value spaces.
           01 WS-Rcb-Qtd pic 9(7) value zeros.
           01 WS-Rcb-Total pic 9(13)V99 value zeros.
           01 WS-Rcb-Hash pic 9(10) value zeros.
           01 WS-Rcb-Impressao pic X(44) value spaces.
           01 WS-Rcb-Linha pic X(150) value spaces.
           01 WS-Rcb-Pos pic 9(3) value zeros.
           01 WS-Rcb-Num pic 9(8) value zeros.
           01 WS-Rcb-Processado pic 9(8) value zeros.
           01 WS-Rcb-Liberacao pic 9(8) value zeros.
           01 WS-Rcb-Supervisor pic X(8) value spaces.
           01 WS-Rcb-Data pic 9(8) value zeros.
           01 WS-Rcb-Hora pic 9(8) value zeros.
           01 WS-Rcb-Sit pic X(1) value spaces.
               88 Rcb-Duplicado value 'D'.
               88 Rcb-Liberado value 'L'.
           01 WS-Rcb-Gravado pic X(1) value 'N'.
               88 Rcb-Registrado value 'S'.
           01 WS-Rcb-Final pic X(1) value 'P'.
           01 WS-Rcb-Lancados pic 9(7) value zeros.
           01 WS-Rcb-Rejeitados pic 9(7) value zeros.
           01 ARQST-DEV pic X(2).
           01 ARQST-FLT pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-SEQ pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-PRM pic X(2).
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

           01 WS-Data-Hoje pic 9(8) value zeros.
           01 WS-Data-Vig-Prm pic 9(8) value zeros.
      *-Tarifa por folha devolvida (TARDEVOL).
           01 WS-Tarifa-Devolucao pic 9(7)V99 value 25,00.
           01 WS-Motivo-Rej pic X(30) value spaces.
           01 WS-Ja-Liberado pic X(14) value spaces.

           01 WS-Devolvidos pic 9(6) value zeros.
           01 WS-Total-Devolvido pic 9(11)V99 value zeros.
           01 WS-Tarifas pic 9(9)V99 value zeros.
           01 WS-Rejeitados pic 9(6) value zeros.
           01 WS-Total-Edt pic Z(10)9,99.
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
           COMPUTE WS-Data-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 10-CARREGA-PARAMETROS.
           PERFORM 80-IMPRESSAO-DIGITAL.
           IF Rcb-Duplicado
               GOBACK
           END-IF.
           PERFORM 01-ABRE-ARQ.
           PERFORM 02-PROCESSA-RETORNO UNTIL ARQST-DEV = "10".
           PERFORM 40-RESUMO.
           CLOSE CHQDEV FLOATDEP MOVSEQ.
           CLOSE CC MOVIMENTO RELATORIO.
           IF Rcb-Registrado
               MOVE WS-Devolvidos TO WS-Rcb-Lancados
               MOVE WS-Rejeitados TO WS-Rcb-Rejeitados
               PERFORM 87-FECHA-RECEBIDO
           END-IF.
           GOBACK.

       01-ABRE-ARQ.
           OPEN INPUT CHQDEV.
           IF ARQST-DEV NOT = "00"
               DISPLAY "CHQDEV.DAT NAO ENCONTRADO, NADA A DEVOLVER"
               MOVE "10" TO ARQST-DEV
           END-IF.
           OPEN I-O FLOATDEP.
           IF ARQST-FLT NOT = "00"
               CLOSE FLOATDEP
               OPEN OUTPUT FLOATDEP
               CLOSE FLOATDEP
               OPEN I-O FLOATDEP
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
           STRING "DEVOLUCAO DE CHEQUES DEPOSITADOS EM " DIA "/" MES
               "/" ANO
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       02-PROCESSA-RETORNO.
           READ CHQDEV NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DEV
               NOT AT END
                   PERFORM 03-CONFERE-DEPOSITO
           END-READ.

       03-CONFERE-DEPOSITO.
           MOVE SPACES TO WS-Motivo-Rej.
           MOVE NumFltCmp TO NumFlt.
           READ FLOATDEP
               INVALID KEY
                   MOVE "DEPOSITO NAO ENCONTRADO" TO WS-Motivo-Rej
               NOT INVALID KEY
                   IF BancoChqFlt NOT = CodBancoSacadoCmp
                       OR NumChqFlt NOT = NumChequeCmp
                       OR ValorFlt NOT = ValorCmp
                       MOVE "NAO CONFERE COM O DEPOSITO"
                           TO WS-Motivo-Rej
                   ELSE
                       IF Float-Devolvido
                           MOVE "DEVOLUCAO JA PROCESSADA"
                               TO WS-Motivo-Rej
                       END-IF
                   END-IF
           END-READ.
           IF WS-Motivo-Rej = SPACES
               MOVE CodC-Flt TO CodC
               READ CC
                   INVALID KEY
                       MOVE "CONTA DO DEPOSITO NAO ENCONTRADA"
                           TO WS-Motivo-Rej
               END-READ
           END-IF.
           IF WS-Motivo-Rej = SPACES
               PERFORM 04-ESTORNA-DEPOSITO
           ELSE
               PERFORM 06-NAO-CONCILIADO
           END-IF.

       04-ESTORNA-DEPOSITO.
      *-Estorno do credito e tarifa na conta do depositante (ja
      *-lida em CC), depois o float cancelado.
           MOVE SPACES TO WS-Ja-Liberado.
           IF Float-Liberado
               MOVE " (JA LIBERADO)" TO WS-Ja-Liberado
           END-IF.
           MOVE SaldoC TO SaldoC-Antes.
           SUBTRACT ValorFlt FROM SaldoC.
           REWRITE REG-CONTA
               INVALID KEY
                   MOVE "ERRO AO ESTORNAR NA CONTA" TO WS-Motivo-Rej
           END-REWRITE.
           IF WS-Motivo-Rej NOT = SPACES
               PERFORM 06-NAO-CONCILIADO
           ELSE
               MOVE "CD" TO WS-Tipo-Mov
               MOVE SPACES TO WS-Desc-Mov
               STRING "CHQ DEVOLV " BancoChqFlt "/" NumChqFlt
                   " AL " AlineaCmp
                   DELIMITED BY SIZE INTO WS-Desc-Mov
               PERFORM 13-GRAVA-MOVIMENTO
               PERFORM 05-COBRA-TARIFA
               MOVE 'D' TO StatusFlt
               MOVE AlineaCmp TO AlineaDevFlt
               MOVE ANO TO AnoDevolucaoFlt
               MOVE MES TO MesDevolucaoFlt
               MOVE DIA TO DiaDevolucaoFlt
               REWRITE REG-FLOAT
                   INVALID KEY
                       DISPLAY "ERRO AO CANCELAR O FLOAT " NumFlt
               END-REWRITE
               ADD 1 TO WS-Devolvidos
               ADD ValorFlt TO WS-Total-Devolvido
               MOVE ValorFlt TO WS-Valor-Edt
               MOVE SPACES TO LINHA-REL
               STRING "DEVOLVIDO CONTA " CodC " CHQ " BancoChqFlt "/"
                   NumChqFlt " AL " AlineaCmp " " WS-Valor-Edt
                   WS-Ja-Liberado
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       05-COBRA-TARIFA.
      *-Tarifa de cheque devolvido, como na compensacao de entrada:
      *-pode deixar a conta negativa, como as demais tarifas.
           IF WS-Tarifa-Devolucao > ZEROS
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Tarifa-Devolucao FROM SaldoC
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO NA TARIFA DA DEVOLUCAO - CONTA "
                           CodC
                   NOT INVALID KEY
                       MOVE "TD" TO WS-Tipo-Mov
                       MOVE SPACES TO WS-Desc-Mov
                       STRING "TARIFA CH DEVOLV " NumChqFlt
                           DELIMITED BY SIZE INTO WS-Desc-Mov
                       PERFORM 13-GRAVA-MOVIMENTO
                       ADD WS-Tarifa-Devolucao TO WS-Tarifas
               END-REWRITE
           END-IF.

       06-NAO-CONCILIADO.
           ADD 1 TO WS-Rejeitados.
           MOVE ValorCmp TO WS-Valor-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "NAO CONCILIADO REF " NumFltCmp " CHQ "
               CodBancoSacadoCmp "/" NumChequeCmp " " WS-Valor-Edt
               " " WS-Motivo-Rej
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.

       10-CARREGA-PARAMETROS.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, ficam os defaults compilados.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 11-LE-PARAMETRO UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       11-LE-PARAMETRO.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje
                       EVALUATE CodParam
                           WHEN "TARDEVOL"
                               MOVE ValorParam TO WS-Tarifa-Devolucao
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

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

       40-RESUMO.
           MOVE SPACES TO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Total-Devolvido TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "DEVOLVIDOS: " WS-Devolvidos " CHEQUES, ESTORNADO "
               WS-Total-Edt
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           MOVE WS-Tarifas TO WS-Total-Edt.
           MOVE SPACES TO LINHA-REL.
           STRING "TARIFAS DE DEVOLUCAO: " WS-Total-Edt
               "  NAO CONCILIADOS: " WS-Rejeitados
               DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
           DISPLAY "==================================================".
           DISPLAY "  PROGRAMAP2RETORNOCHEQUES - " DIA "/" MES "/" ANO.
           DISPLAY "  DEVOLVIDOS: " WS-Devolvidos
               " TOTAL: " WS-Total-Devolvido.
           DISPLAY "  TARIFAS:    " WS-Tarifas.
           DISPLAY "  NAO CONCILIADOS: " WS-Rejeitados.
           DISPLAY "  RESUMO EM RETCHQ.LST".
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

       80-IMPRESSAO-DIGITAL.
      *-Primeira passada, so leitura: linhas, total e hash da
      *-entrada, conferidos no registro de arquivos recebidos.
           MOVE "00" TO ARQST-DEV.
           OPEN INPUT CHQDEV.
           IF ARQST-DEV = "00"
               PERFORM 81-LE-IMPRESSAO UNTIL ARQST-DEV = "10"
               CLOSE CHQDEV
               IF WS-Rcb-Qtd > ZEROS
                   PERFORM 83-CONFERE-RECEBIDO
               END-IF
           END-IF.

       81-LE-IMPRESSAO.
           READ CHQDEV NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DEV
               NOT AT END
                   ADD 1 TO WS-Rcb-Qtd
                   IF ValorCmp NUMERIC
                       ADD ValorCmp TO WS-Rcb-Total
                   END-IF
                   IF WS-Rcb-Qtd = 1
                       STRING "SACADO " CodBancoSacadoCmp " DEPOSITO "
                           DiaDepositoCmp "/" MesDepositoCmp "/"
                           AnoDepositoCmp
                           DELIMITED BY SIZE INTO WS-Rcb-Ident
                   END-IF
                   MOVE REG-CHQCOMP TO WS-Rcb-Linha
                   PERFORM 82-SOMA-HASH
           END-READ.

       82-SOMA-HASH.
      *-Hash do conteudo: polinomial de base 31, modulo 999999937,
      *-sobre as 150 posicoes de cada linha, na ordem do arquivo.
           PERFORM 82-SOMA-CARACTER
               VARYING WS-Rcb-Pos FROM 1 BY 1
               UNTIL WS-Rcb-Pos > 150.

       82-SOMA-CARACTER.
           COMPUTE WS-Rcb-Hash = FUNCTION MOD(
               WS-Rcb-Hash * 31
               + FUNCTION ORD(WS-Rcb-Linha(WS-Rcb-Pos:1)),
               999999937).

       83-CONFERE-RECEBIDO.
      *-A mesma impressao digital ja processada (ou em curso, de
      *-uma execucao interrompida) e duplicada, a nao ser que um
      *-supervisor tenha liberado o reprocessamento no ProgramaP2.
      *-A entrada desta execucao e gravada antes de qualquer
      *-lancamento.
           OPEN I-O RECEBIDO.
           IF ARQST-RCB NOT = "00"
               CLOSE RECEBIDO
               OPEN OUTPUT RECEBIDO
               CLOSE RECEBIDO
               OPEN I-O RECEBIDO
           END-IF.
           MOVE ZEROS TO WS-Rcb-Processado WS-Rcb-Liberacao.
           MOVE SPACES TO WS-Rcb-Supervisor.
           MOVE WS-Rcb-Nome TO NomeArqRec.
           MOVE WS-Rcb-Qtd TO QtdRegRec.
           MOVE WS-Rcb-Total TO TotalRec.
           MOVE WS-Rcb-Hash TO HashRec.
           MOVE ImpressaoRec TO WS-Rcb-Impressao.
           START RECEBIDO KEY IS = ImpressaoRec
               INVALID KEY
                   MOVE "10" TO ARQST-RCB
               NOT INVALID KEY
                   MOVE "00" TO ARQST-RCB
           END-START.
           PERFORM 84-VARRE-RECEBIDO UNTIL ARQST-RCB = "10".
           MOVE 'C' TO WS-Rcb-Sit.
           IF WS-Rcb-Processado > ZEROS
               IF WS-Rcb-Liberacao > ZEROS
                   PERFORM 85-USA-LIBERACAO
               ELSE
                   MOVE 'D' TO WS-Rcb-Sit
               END-IF
           END-IF.
           PERFORM 86-GRAVA-RECEBIDO.
           IF Rcb-Duplicado
               DISPLAY "*** " WS-Rcb-Nome " JA PROCESSADO (REGISTRO "
                   WS-Rcb-Processado ") - RECUSADO"
               DISPLAY "*** REPROCESSAR SO COM LIBERACAO DE SUPERVISOR"
               CLOSE RECEBIDO
           END-IF.

       84-VARRE-RECEBIDO.
           READ RECEBIDO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RCB
               NOT AT END
                   IF ImpressaoRec NOT = WS-Rcb-Impressao
                       MOVE "10" TO ARQST-RCB
                   ELSE
                       IF Rec-Processado OR Rec-Liberado
                           OR Rec-Em-Curso
                           MOVE NumRec TO WS-Rcb-Processado
                       END-IF
                       IF Liberacao-Pendente
                           MOVE NumRec TO WS-Rcb-Liberacao
                           MOVE SupervisorRec TO WS-Rcb-Supervisor
                       END-IF
                   END-IF
           END-READ.

       85-USA-LIBERACAO.
           MOVE WS-Rcb-Liberacao TO NumRec.
           READ RECEBIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'U' TO LiberacaoRec
                   REWRITE REG-RECEBIDO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE 'L' TO WS-Rcb-Sit.
           DISPLAY "*** " WS-Rcb-Nome " REPROCESSADO, LIBERADO POR "
               WS-Rcb-Supervisor.

       86-GRAVA-RECEBIDO.
           MOVE 99999999 TO NumRec.
           START RECEBIDO KEY IS LESS THAN NumRec
               INVALID KEY
                   MOVE 1 TO WS-Rcb-Num
               NOT INVALID KEY
                   READ RECEBIDO NEXT RECORD
                   COMPUTE WS-Rcb-Num = NumRec + 1
           END-START.
           ACCEPT WS-Rcb-Data FROM DATE YYYYMMDD.
           ACCEPT WS-Rcb-Hora FROM TIME.
           INITIALIZE REG-RECEBIDO.
           MOVE WS-Rcb-Num TO NumRec.
           MOVE WS-Rcb-Impressao TO ImpressaoRec.
           MOVE WS-Rcb-Ident TO IdentRec.
           MOVE WS-Rcb-Job TO JobRec.
           MOVE WS-Rcb-Data TO DataRec.
           MOVE WS-Rcb-Hora(1:6) TO HoraRec.
           MOVE WS-Rcb-Sit TO SituacaoRec.
           IF Rcb-Duplicado
               MOVE WS-Rcb-Processado TO DuplicaRec
           END-IF.
           IF Rcb-Liberado
               MOVE WS-Rcb-Supervisor TO SupervisorRec
           END-IF.
           WRITE REG-RECEBIDO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR " WS-Rcb-Nome
                       " EM RECEBIDOS.DAT"
               NOT INVALID KEY
                   MOVE 'S' TO WS-Rcb-Gravado
           END-WRITE.

       87-FECHA-RECEBIDO.
      *-Resultado da execucao na entrada do registro: WS-Rcb-Final
      *-(P processado, R recusado, T retido) e as linhas lancadas
      *-e rejeitadas; processado com liberacao continua 'L'.
           MOVE WS-Rcb-Num TO NumRec.
           READ RECEBIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Rec-Liberado OR WS-Rcb-Final NOT = 'P'
                       MOVE WS-Rcb-Final TO SituacaoRec
                   END-IF
                   MOVE WS-Rcb-Lancados TO LancadosRec
                   MOVE WS-Rcb-Rejeitados TO RejeitadosRec
                   REWRITE REG-RECEBIDO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RECEBIDO.

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
