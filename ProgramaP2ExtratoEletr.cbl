       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramaP2ExtratoEletr.
      *-----------------------------------------------------------
      *-Extrato eletronico diario das contas de empresa aderidas em
      *-EXTELET.DAT: para cada conta e dia, um arquivo com os
      *-lancamentos do dia em MOVIMENTO.DAT no layout escolhido
      *-pelo cliente -
      *-  C = CNAB 240, extrato para conciliacao bancaria: header
      *-      de arquivo (0), header de lote (1) com o saldo
      *-      inicial, um segmento E por lancamento, trailer de
      *-      lote (5) com o saldo final, a quantidade e as somas
      *-      de debitos e creditos, e trailer de arquivo (9);
      *-  O = OFX 1.02 (SGML): SIGNON, STMTRS com a lista de
      *-      lancamentos, LEDGERBAL com o saldo final e BALLIST
      *-      com o saldo inicial e as somas de conferencia.
      *-O tipo do lancamento vai por extenso (tabela TIPOMOV).
      *-Arquivo EXccccccAAAAMMDD.RET (CNAB) ou .OFX, um por conta
      *-por dia, e cada entrega fica em ENTREGAEXT.DAT.
      *-Primeira passada: cada adesao ativa gera todos os dias
      *-depois do ultimo ja gerado (ou desde a adesao) ate hoje,
      *-de modo que uma noite em que o lote nao rodou e coberta na
      *-seguinte. Segunda passada: os dias com regeracao pedida no
      *-ProgramaP2AdesaoExtrato sao gerados de novo, no layout da
      *-entrega original.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTELET ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Ext
       FILE STATUS ARQST-EXT.

       SELECT ENTREGAEXT ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveEex
       FILE STATUS ARQST-EEX.

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

      *-Arquivo do dia da conta, nome montado antes do OPEN.
       SELECT ARQEXT ASSIGN TO WS-Nome-ArqExt
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ARQ.

      *-Modo do sistema e data de processamento da passada.
       SELECT SISMODO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-SIS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTELET LABEL RECORD STANDARD
           DATA RECORD IS REG-EXTELET
           VALUE OF FILE-ID IS "EXTELET.DAT".

           COPY EXTELET.

       FD  ENTREGAEXT LABEL RECORD STANDARD
           DATA RECORD IS REG-ENTREGAEXT
           VALUE OF FILE-ID IS "ENTREGAEXT.DAT".

           COPY ENTREGAEXT.

       FD  CC LABEL RECORD STANDARD
           DATA RECORD IS REG-CC
           VALUE OF FILE-ID IS "CC.DAT".

           COPY CONTA.

       FD  MOVIMENTO LABEL RECORD STANDARD
           DATA RECORD IS REG-MOVIMENTO
           VALUE OF FILE-ID IS "MOVIMENTO.DAT".

           COPY MOVIMENTO.

       FD  ARQEXT LABEL RECORD STANDARD
           DATA RECORD IS REG-ARQEXT.
      *-Registro CNAB 240: banco, lote e tipo de registro comuns a
      *-todas as visoes.
       01 REG-ARQEXT.
           02 Cnab-Banco pic 9(3).
           02 Cnab-Lote pic 9(4).
           02 Cnab-TipoReg pic X(1).
           02 Cnab-Corpo pic X(232).
      *-Visao de header de arquivo (tipo 0).
       01 REG-CNAB-HDA REDEFINES REG-ARQEXT.
           02 FILLER pic X(8).
           02 Hda-Brancos pic X(9).
           02 Hda-Empresa pic X(85).
           02 Hda-NomeBanco pic X(30).
           02 Hda-Brancos2 pic X(10).
           02 Hda-Retorno pic 9(1).
           02 Hda-DataGer pic 9(8).
           02 Hda-HoraGer pic 9(6).
           02 Hda-Nsa pic 9(6).
           02 Hda-Versao pic 9(3).
           02 Hda-Densidade pic 9(5).
           02 Hda-ResBanco pic X(20).
           02 Hda-ResEmpresa pic X(20).
           02 Hda-Brancos3 pic X(29).
      *-Visao de header de lote (tipo 1), com o saldo inicial.
       01 REG-CNAB-HDL REDEFINES REG-ARQEXT.
           02 FILLER pic X(8).
           02 Hdl-Operacao pic X(1).
           02 Hdl-Servico pic 9(2).
           02 Hdl-FormaLanc pic 9(2).
           02 Hdl-Versao pic 9(3).
           02 Hdl-Branco pic X(1).
           02 Hdl-Empresa pic X(85).
           02 Hdl-Brancos pic X(40).
           02 Hdl-DataSaldo pic 9(8).
           02 Hdl-ValorSaldo pic 9(16)V99.
           02 Hdl-SitSaldo pic X(1).
           02 Hdl-PosSaldo pic X(1).
           02 Hdl-Moeda pic X(3).
           02 Hdl-SeqExtrato pic 9(5).
           02 Hdl-Brancos2 pic X(62).
      *-Visao de detalhe, segmento E: um lancamento.
       01 REG-CNAB-DET REDEFINES REG-ARQEXT.
           02 FILLER pic X(8).
           02 Det-NumReg pic 9(5).
           02 Det-Segmento pic X(1).
           02 Det-Brancos pic X(3).
           02 Det-Empresa pic X(85).
           02 Det-Brancos2 pic X(6).
           02 Det-Natureza pic X(3).
           02 Det-TipoCompl pic 9(2).
           02 Det-Complemento pic X(20).
           02 Det-IsentoCpmf pic X(1).
           02 Det-DataContabil pic 9(8).
           02 Det-DataLanc pic 9(8).
           02 Det-Valor pic 9(16)V99.
           02 Det-TipoLanc pic X(1).
           02 Det-Categoria pic 9(3).
           02 Det-Historico pic 9(4).
           02 Det-DescHist pic X(25).
           02 Det-Documento pic X(39).
      *-Visao de trailer de lote (tipo 5): saldo final, quantidade
      *-de registros do lote e somas de debitos e creditos.
       01 REG-CNAB-TRL REDEFINES REG-ARQEXT.
           02 FILLER pic X(8).
           02 Trl-Brancos pic X(9).
           02 Trl-Empresa pic X(55).
           02 Trl-Brancos2 pic X(16).
           02 Trl-BloqAcima24 pic 9(16)V99.
           02 Trl-Limite pic 9(16)V99.
           02 Trl-BloqAte24 pic 9(16)V99.
           02 Trl-DataSaldo pic 9(8).
           02 Trl-ValorSaldo pic 9(16)V99.
           02 Trl-SitSaldo pic X(1).
           02 Trl-PosSaldo pic X(1).
           02 Trl-QtdReg pic 9(6).
           02 Trl-TotDebitos pic 9(16)V99.
           02 Trl-TotCreditos pic 9(16)V99.
           02 Trl-Brancos3 pic X(28).
      *-Visao de trailer de arquivo (tipo 9).
       01 REG-CNAB-TRA REDEFINES REG-ARQEXT.
           02 FILLER pic X(8).
           02 Tra-Brancos pic X(9).
           02 Tra-QtdLotes pic 9(6).
           02 Tra-QtdReg pic 9(6).
           02 Tra-QtdContas pic 9(6).
           02 Tra-Brancos2 pic X(205).
      *-Linha livre do OFX.
       01 LINHA-OFX REDEFINES REG-ARQEXT pic X(240).

       FD  SISMODO LABEL RECORD STANDARD
           DATA RECORD IS REG-SISMODO
           VALUE OF FILE-ID IS "SISMODO.DAT".

           COPY SISMODO.

       WORKING-STORAGE SECTION.

           01 ARQST-EXT pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-EEX pic X(2).
           01 ARQST-CC pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-ARQ pic X(2).

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
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Hora pic 9(6) value zeros.
           01 WS-Dia-Int pic 9(8) value zeros.
           01 WS-Dia-Ini-Int pic 9(8) value zeros.

      *-Conta, dia de referencia e layout do arquivo em geracao.
           01 WS-Ger-CodC pic 9(6) value zeros.
           01 WS-Ger-Formato pic X(1) value spaces.
               88 Ger-Cnab240 value 'C'.
               88 Ger-Ofx value 'O'.
           01 WS-Ref pic 9(8) value zeros.
           01 WS-Ref-R REDEFINES WS-Ref.
               02 WS-Ref-Ano pic 9(4).
               02 WS-Ref-Mes pic 9(2).
               02 WS-Ref-Dia pic 9(2).
           01 WS-Ref-Cnab pic 9(8) value zeros.
           01 WS-Hoje-Cnab pic 9(8) value zeros.
           01 WS-Data-Mov pic 9(8) value zeros.
           01 WS-Nome-ArqExt pic X(20) value spaces.

      *-Saldos e somas do dia, apurados numa primeira leitura dos
      *-lancamentos da conta: abertura = saldo apos o ultimo
      *-lancamento anterior ao dia (sem nenhum, o saldo anterior
      *-do primeiro lancamento do dia em diante; conta sem
      *-movimento, o saldo do cadastro); fechamento = saldo apos o
      *-ultimo lancamento do dia (sem lancamento, a abertura).
           01 WS-Saldo-Ini pic S9(9)V99 value zeros.
           01 WS-Saldo-Fim pic S9(9)V99 value zeros.
           01 WS-Tot-Debitos pic 9(11)V99 value zeros.
           01 WS-Tot-Creditos pic 9(11)V99 value zeros.
           01 WS-Qtd-Lanc pic 9(6) value zeros.
           01 WS-Tem-Anterior pic X value 'N'.
               88 Achou-Anterior value 'S'.
           01 WS-Tem-Posterior pic X value 'N'.
               88 Achou-Posterior value 'S'.
           01 WS-Fim-Mov pic X value 'N'.
               88 Fim-Movimentos value 'S'.
           01 WS-Eex-Novo pic X value 'N'.
               88 Entrega-Nova value 'S'.

      *-Bloco da empresa (tipo e numero de inscricao, convenio,
      *-agencia e conta, nome), igual em todos os registros CNAB;
      *-o trailer de lote leva so os 55 primeiros bytes.
           01 WS-Cnab-Empresa.
               02 WS-Cne-TipoInsc pic 9(1) value 2.
               02 WS-Cne-Cnpj pic 9(14) value zeros.
               02 WS-Cne-Convenio pic X(20) value spaces.
               02 WS-Cne-Agencia pic 9(5) value zeros.
               02 WS-Cne-DvAgencia pic X(1) value spaces.
               02 WS-Cne-Conta pic 9(12) value zeros.
               02 WS-Cne-DvConta pic X(1) value spaces.
               02 WS-Cne-DvAgConta pic X(1) value spaces.
               02 WS-Cne-Nome pic X(30) value spaces.
           01 WS-Cnab-Banco pic 9(3) value zeros.
           01 WS-Seq-Reg pic 9(5) value zeros.
           01 WS-Valor-Abs pic 9(9)V99 value zeros.
           01 WS-Categoria pic 9(3) value zeros.

      *-Apoio do OFX: valor com ponto decimal e sem brancos a
      *-esquerda, datas AAAAMMDD e memo sem os sinais do SGML.
           01 WS-Ofx-Num pic S9(11)V99 value zeros.
           01 WS-Ofx-Edt pic -(11)9,99.
           01 WS-Ofx-Txt pic X(16) value spaces.
           01 WS-Ofx-Brancos pic 9(2) value zeros.
           01 WS-Ofx-Memo pic X(30) value spaces.
           01 WS-Ofx-Tipo pic X(6) value spaces.

           01 WS-TipoMov-Nome pic X(20) value spaces.
           01 WS-Historico pic 9(4) value zeros.

           01 WS-Arquivos pic 9(6) value zeros.
           01 WS-Regerados pic 9(6) value zeros.
           01 WS-Falhas pic 9(6) value zeros.

      *-Tabela de tipos de lancamento, para o historico por
      *-extenso.
           COPY TIPOMOV.

       PROCEDURE DIVISION.

       00-INICIO.
           PERFORM 89-DATA-PROCESSAMENTO.
           COMPUTE WS-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE(WS-Hoje).
           COMPUTE WS-Hoje-Cnab = DIA * 1000000 + MES * 10000 + ANO.
           PERFORM 01-ABRE-ARQ.
           IF ARQST-EXT = "00"
               PERFORM 02-PROCESSA-ADESAO UNTIL ARQST-EXT = "10"
               PERFORM 30-REGERACOES
               CLOSE EXTELET ENTREGAEXT CC MOVIMENTO
           END-IF.
           PERFORM 03-RESUMO.
           GOBACK.

       01-ABRE-ARQ.
           OPEN I-O EXTELET.
           IF ARQST-EXT NOT = "00"
               DISPLAY "EXTELET.DAT AUSENTE, NENHUMA ADESAO"
           ELSE
               OPEN I-O ENTREGAEXT
               IF ARQST-EEX NOT = "00"
                   CLOSE ENTREGAEXT
                   OPEN OUTPUT ENTREGAEXT
                   CLOSE ENTREGAEXT
                   OPEN I-O ENTREGAEXT
               END-IF
               OPEN INPUT CC
               OPEN INPUT MOVIMENTO
           END-IF.

       02-PROCESSA-ADESAO.
           READ EXTELET NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EXT
               NOT AT END
                   IF Adesao-Ativa
                       PERFORM 04-GERA-PENDENTES
                   END-IF
           END-READ.

       03-RESUMO.
           DISPLAY "EXTRATO ELETRONICO - ARQUIVOS GERADOS: "
               WS-Arquivos.
           DISPLAY "  REGERADOS A PEDIDO: " WS-Regerados.
           DISPLAY "  CONTAS NAO ENCONTRADAS: " WS-Falhas.

       04-GERA-PENDENTES.
      *-Do dia seguinte ao ultimo gerado (ou da adesao) ate hoje.
           IF DataUltGeradoExt = ZEROS
               COMPUTE WS-Dia-Ini-Int = FUNCTION INTEGER-OF-DATE(
                   AnoAdesaoExt * 10000 + MesAdesaoExt * 100
                   + DiaAdesaoExt)
           ELSE
               COMPUTE WS-Dia-Ini-Int =
                   FUNCTION INTEGER-OF-DATE(DataUltGeradoExt) + 1
           END-IF.
           MOVE CodC-Ext TO WS-Ger-CodC.
           MOVE FormatoExt TO WS-Ger-Formato.
           PERFORM 05-GERA-DIA
               VARYING WS-Dia-Int FROM WS-Dia-Ini-Int BY 1
               UNTIL WS-Dia-Int > WS-Hoje-Int.
           IF WS-Dia-Ini-Int <= WS-Hoje-Int
               MOVE WS-Hoje TO DataUltGeradoExt
               REWRITE REG-EXTELET
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR ADESAO " CodC-Ext
               END-REWRITE
           END-IF.

       05-GERA-DIA.
           COMPUTE WS-Ref = FUNCTION DATE-OF-INTEGER(WS-Dia-Int).
           PERFORM 10-GERA-ARQUIVO.

       10-GERA-ARQUIVO.
           MOVE WS-Ger-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA " WS-Ger-CodC " NAO ENCONTRADA"
                   ADD 1 TO WS-Falhas
               NOT INVALID KEY
                   PERFORM 11-APURA-SALDOS
                   ADD 1 TO NsaExt
                   MOVE SPACES TO WS-Nome-ArqExt
                   IF Ger-Ofx
                       STRING "EX" WS-Ger-CodC WS-Ref ".OFX"
                           DELIMITED BY SIZE INTO WS-Nome-ArqExt
                   ELSE
                       STRING "EX" WS-Ger-CodC WS-Ref ".RET"
                           DELIMITED BY SIZE INTO WS-Nome-ArqExt
                   END-IF
                   OPEN OUTPUT ARQEXT
                   IF Ger-Ofx
                       PERFORM 40-GRAVA-OFX
                   ELSE
                       PERFORM 20-GRAVA-CNAB
                   END-IF
                   CLOSE ARQEXT
                   PERFORM 15-REGISTRA-ENTREGA
                   ADD 1 TO WS-Arquivos
           END-READ.

       11-APURA-SALDOS.
           MOVE ZEROS TO WS-Saldo-Ini WS-Saldo-Fim WS-Tot-Debitos
               WS-Tot-Creditos WS-Qtd-Lanc.
           MOVE 'N' TO WS-Tem-Anterior WS-Tem-Posterior.
           PERFORM 13-POSICIONA-MOVIMENTOS.
           PERFORM 12-APURA-LANCAMENTO UNTIL Fim-Movimentos.
           IF NOT Achou-Anterior AND NOT Achou-Posterior
               MOVE SaldoC TO WS-Saldo-Ini
           END-IF.
           IF WS-Qtd-Lanc = ZEROS
               MOVE WS-Saldo-Ini TO WS-Saldo-Fim
           END-IF.

       12-APURA-LANCAMENTO.
           PERFORM 14-LE-MOVIMENTO.
           IF NOT Fim-Movimentos
               IF WS-Data-Mov < WS-Ref
                   MOVE 'S' TO WS-Tem-Anterior
                   MOVE SaldoNovoMov TO WS-Saldo-Ini
               ELSE
                   IF NOT Achou-Anterior AND NOT Achou-Posterior
                       MOVE SaldoAnteriorMov TO WS-Saldo-Ini
                   END-IF
                   MOVE 'S' TO WS-Tem-Posterior
               END-IF
               IF WS-Data-Mov = WS-Ref
                   ADD 1 TO WS-Qtd-Lanc
                   MOVE SaldoNovoMov TO WS-Saldo-Fim
                   IF ValorMov < ZEROS
                       SUBTRACT ValorMov FROM WS-Tot-Debitos
                   ELSE
                       ADD ValorMov TO WS-Tot-Creditos
                   END-IF
               END-IF
           END-IF.

       13-POSICIONA-MOVIMENTOS.
           MOVE 'N' TO WS-Fim-Mov.
           MOVE WS-Ger-CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE 'S' TO WS-Fim-Mov
           END-START.

       14-LE-MOVIMENTO.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-Fim-Mov
               NOT AT END
                   IF CodC-Mov NOT = WS-Ger-CodC
                       MOVE 'S' TO WS-Fim-Mov
                   ELSE
                       COMPUTE WS-Data-Mov = AnoMov * 10000
                           + MesMov * 100 + DiaMov
                   END-IF
           END-READ.

       15-REGISTRA-ENTREGA.
           ACCEPT HORA-SIS FROM TIME.
           MOVE WS-Ger-CodC TO CodC-Eex.
           MOVE WS-Ref TO DataRefEex.
           MOVE 'N' TO WS-Eex-Novo.
           READ ENTREGAEXT
               INVALID KEY
                   MOVE 'S' TO WS-Eex-Novo
                   MOVE ZEROS TO GeracoesEex
                   MOVE SPACES TO OperadorRegEex
           END-READ.
           MOVE WS-Nome-ArqExt TO NomeArqEex.
           MOVE WS-Ger-Formato TO FormatoEex.
           MOVE NsaExt TO NsaEex.
           MOVE WS-Qtd-Lanc TO QtdLancEex.
           MOVE WS-Saldo-Ini TO SaldoIniEex.
           MOVE WS-Saldo-Fim TO SaldoFimEex.
           MOVE WS-Tot-Debitos TO TotDebitosEex.
           MOVE WS-Tot-Creditos TO TotCreditosEex.
           MOVE WS-Hoje TO DataGerEex.
           COMPUTE HoraGerEex = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           ADD 1 TO GeracoesEex.
           MOVE 'G' TO SituacaoEex.
           IF Entrega-Nova
               WRITE REG-ENTREGAEXT
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ENTREGA " ChaveEex
               END-WRITE
           ELSE
               REWRITE REG-ENTREGAEXT
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR ENTREGA " ChaveEex
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------
      *-CNAB 240 - extrato para conciliacao bancaria.
      *-----------------------------------------------------------
       20-GRAVA-CNAB.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE WS-Hora = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           COMPUTE WS-Ref-Cnab = WS-Ref-Dia * 1000000
               + WS-Ref-Mes * 10000 + WS-Ref-Ano.
           MOVE CodBancoC TO WS-Cnab-Banco.
           MOVE CpfCnpjC TO WS-Cne-Cnpj.
           MOVE SPACES TO WS-Cne-Convenio.
           MOVE CodC TO WS-Cne-Convenio(1:6).
           MOVE CodAgenciaC TO WS-Cne-Agencia.
           MOVE CodContaC TO WS-Cne-Conta.
           MOVE NomeC TO WS-Cne-Nome.
           MOVE ZEROS TO WS-Seq-Reg.

           MOVE SPACES TO REG-ARQEXT.
           MOVE WS-Cnab-Banco TO Cnab-Banco.
           MOVE ZEROS TO Cnab-Lote.
           MOVE '0' TO Cnab-TipoReg.
           MOVE WS-Cnab-Empresa TO Hda-Empresa.
           MOVE "PROGRAMAP2" TO Hda-NomeBanco.
           MOVE 2 TO Hda-Retorno.
           MOVE WS-Hoje-Cnab TO Hda-DataGer.
           MOVE WS-Hora TO Hda-HoraGer.
           MOVE NsaExt TO Hda-Nsa.
           MOVE 089 TO Hda-Versao.
           MOVE ZEROS TO Hda-Densidade.
           WRITE REG-ARQEXT.

           MOVE SPACES TO REG-ARQEXT.
           MOVE WS-Cnab-Banco TO Cnab-Banco.
           MOVE 1 TO Cnab-Lote.
           MOVE '1' TO Cnab-TipoReg.
           MOVE 'E' TO Hdl-Operacao.
           MOVE 04 TO Hdl-Servico.
           MOVE 40 TO Hdl-FormaLanc.
           MOVE 033 TO Hdl-Versao.
           MOVE WS-Cnab-Empresa TO Hdl-Empresa.
           MOVE WS-Ref-Cnab TO Hdl-DataSaldo.
           IF WS-Saldo-Ini < ZEROS
               COMPUTE WS-Valor-Abs = WS-Saldo-Ini * -1
               MOVE 'D' TO Hdl-SitSaldo
           ELSE
               MOVE WS-Saldo-Ini TO WS-Valor-Abs
               MOVE 'C' TO Hdl-SitSaldo
           END-IF.
           MOVE WS-Valor-Abs TO Hdl-ValorSaldo.
           MOVE 'F' TO Hdl-PosSaldo.
           MOVE "BRL" TO Hdl-Moeda.
           MOVE NsaExt TO Hdl-SeqExtrato.
           WRITE REG-ARQEXT.

           PERFORM 13-POSICIONA-MOVIMENTOS.
           PERFORM 21-CNAB-LANCAMENTO UNTIL Fim-Movimentos.

           MOVE SPACES TO REG-ARQEXT.
           MOVE WS-Cnab-Banco TO Cnab-Banco.
           MOVE 1 TO Cnab-Lote.
           MOVE '5' TO Cnab-TipoReg.
           MOVE WS-Cnab-Empresa(1:55) TO Trl-Empresa.
           MOVE ZEROS TO Trl-BloqAcima24 Trl-BloqAte24.
           MOVE LimiteChequeEspecialC TO Trl-Limite.
           MOVE WS-Ref-Cnab TO Trl-DataSaldo.
           IF WS-Saldo-Fim < ZEROS
               COMPUTE WS-Valor-Abs = WS-Saldo-Fim * -1
               MOVE 'D' TO Trl-SitSaldo
           ELSE
               MOVE WS-Saldo-Fim TO WS-Valor-Abs
               MOVE 'C' TO Trl-SitSaldo
           END-IF.
           MOVE WS-Valor-Abs TO Trl-ValorSaldo.
           MOVE 'F' TO Trl-PosSaldo.
           COMPUTE Trl-QtdReg = WS-Seq-Reg + 2.
           MOVE WS-Tot-Debitos TO Trl-TotDebitos.
           MOVE WS-Tot-Creditos TO Trl-TotCreditos.
           WRITE REG-ARQEXT.

           MOVE SPACES TO REG-ARQEXT.
           MOVE WS-Cnab-Banco TO Cnab-Banco.
           MOVE 9999 TO Cnab-Lote.
           MOVE '9' TO Cnab-TipoReg.
           MOVE 1 TO Tra-QtdLotes.
           COMPUTE Tra-QtdReg = WS-Seq-Reg + 4.
           MOVE 1 TO Tra-QtdContas.
           WRITE REG-ARQEXT.

       21-CNAB-LANCAMENTO.
           PERFORM 14-LE-MOVIMENTO.
           IF NOT Fim-Movimentos AND WS-Data-Mov = WS-Ref
               PERFORM 22-CNAB-SEGMENTO-E
           END-IF.

       22-CNAB-SEGMENTO-E.
           PERFORM 26-NOME-TIPOMOV.
           PERFORM 25-CATEGORIA.
           ADD 1 TO WS-Seq-Reg.
           MOVE SPACES TO REG-ARQEXT.
           MOVE WS-Cnab-Banco TO Cnab-Banco.
           MOVE 1 TO Cnab-Lote.
           MOVE '3' TO Cnab-TipoReg.
           MOVE WS-Seq-Reg TO Det-NumReg.
           MOVE 'E' TO Det-Segmento.
           MOVE WS-Cnab-Empresa TO Det-Empresa.
           MOVE "DPV" TO Det-Natureza.
           MOVE ZEROS TO Det-TipoCompl.
           MOVE 'N' TO Det-IsentoCpmf.
           MOVE WS-Ref-Cnab TO Det-DataContabil Det-DataLanc.
           IF ValorMov < ZEROS
               COMPUTE WS-Valor-Abs = ValorMov * -1
               MOVE 'D' TO Det-TipoLanc
           ELSE
               MOVE ValorMov TO WS-Valor-Abs
               MOVE 'C' TO Det-TipoLanc
           END-IF.
           MOVE WS-Valor-Abs TO Det-Valor.
           MOVE WS-Categoria TO Det-Categoria.
           MOVE WS-Historico TO Det-Historico.
           MOVE WS-TipoMov-Nome TO Det-DescHist.
           STRING NumSeq-Mov " " DescricaoMov
               DELIMITED BY SIZE INTO Det-Documento.
           WRITE REG-ARQEXT.

       25-CATEGORIA.
      *-Categoria FEBRABAN do lancamento pelo tipo; o que nao tem
      *-categoria propria vai como lancamento avisado (104/205).
           IF ValorMov < ZEROS
               EVALUATE TipoMov
                   WHEN "CH"
                       MOVE 101 TO WS-Categoria
                   WHEN "MU" WHEN "JC" WHEN "ME"
                       MOVE 102 TO WS-Categoria
                   WHEN "ES"
                       MOVE 103 TO WS-Categoria
                   WHEN "TA" WHEN "TD" WHEN "PC" WHEN "TC" WHEN "CS"
                       MOVE 105 TO WS-Categoria
                   WHEN "AP"
                       MOVE 106 TO WS-Categoria
                   WHEN "PE" WHEN "RP"
                       MOVE 107 TO WS-Categoria
                   WHEN "IF"
                       MOVE 110 TO WS-Categoria
                   WHEN "IR"
                       MOVE 111 TO WS-Categoria
                   WHEN "PF"
                       MOVE 112 TO WS-Categoria
                   WHEN "FS"
                       MOVE 113 TO WS-Categoria
                   WHEN "SQ" WHEN "AT"
                       MOVE 114 TO WS-Categoria
                   WHEN "TR"
                       MOVE 117 TO WS-Categoria
                   WHEN "CD"
                       MOVE 119 TO WS-Categoria
                   WHEN "TE"
                       MOVE 120 TO WS-Categoria
                   WHEN OTHER
                       MOVE 104 TO WS-Categoria
               END-EVALUATE
           ELSE
               EVALUATE TipoMov
                   WHEN "DP"
                       MOVE 201 TO WS-Categoria
                   WHEN "RA"
                       MOVE 202 TO WS-Categoria
                   WHEN "ES"
                       MOVE 204 TO WS-Categoria
                   WHEN "RS"
                       MOVE 206 TO WS-Categoria
                   WHEN "LB"
                       MOVE 207 TO WS-Categoria
                   WHEN "TE"
                       MOVE 209 TO WS-Categoria
                   WHEN "TR"
                       MOVE 213 TO WS-Categoria
                   WHEN "SA"
                       MOVE 219 TO WS-Categoria
                   WHEN OTHER
                       MOVE 205 TO WS-Categoria
               END-EVALUATE
           END-IF.

       26-NOME-TIPOMOV.
      *-Nome por extenso e posicao na tabela (codigo de historico).
           MOVE 'N' TO WS-TipoMov-Achou.
           MOVE ZEROS TO WS-Historico.
           MOVE TipoMov TO WS-TipoMov-Nome.
           PERFORM 27-PROCURA-TIPOMOV
               VARYING WS-TipoMov-Idx FROM 1 BY 1
               UNTIL WS-TipoMov-Idx > 36 OR TipoMov-Encontrado.

       27-PROCURA-TIPOMOV.
           IF TIPOMOV-T-COD(WS-TipoMov-Idx) = TipoMov
               MOVE 'S' TO WS-TipoMov-Achou
               MOVE TIPOMOV-T-NOME(WS-TipoMov-Idx) TO WS-TipoMov-Nome
               MOVE WS-TipoMov-Idx TO WS-Historico
           END-IF.

      *-----------------------------------------------------------
      *-Regeracao dos dias pedidos no ProgramaP2AdesaoExtrato.
      *-----------------------------------------------------------
       30-REGERACOES.
           MOVE ZEROS TO CodC-Eex DataRefEex.
           START ENTREGAEXT KEY IS NOT LESS THAN ChaveEex
               INVALID KEY
                   MOVE "10" TO ARQST-EEX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EEX
           END-START.
           PERFORM 31-LE-ENTREGA UNTIL ARQST-EEX = "10".

       31-LE-ENTREGA.
           READ ENTREGAEXT NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EEX
               NOT AT END
                   IF Extrato-Regerar
                       PERFORM 32-REGERA-DIA
                   END-IF
           END-READ.

       32-REGERA-DIA.
           MOVE CodC-Eex TO CodC-Ext WS-Ger-CodC.
           MOVE DataRefEex TO WS-Ref.
           MOVE FormatoEex TO WS-Ger-Formato.
           READ EXTELET
               INVALID KEY
                   DISPLAY "ADESAO " CodC-Eex " NAO ENCONTRADA"
                   ADD 1 TO WS-Falhas
               NOT INVALID KEY
                   PERFORM 10-GERA-ARQUIVO
                   REWRITE REG-EXTELET
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR ADESAO "
                               CodC-Ext
                   END-REWRITE
                   ADD 1 TO WS-Regerados
           END-READ.

      *-----------------------------------------------------------
      *-OFX 1.02 (SGML).
      *-----------------------------------------------------------
       40-GRAVA-OFX.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE WS-Hora = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE "OFXHEADER:100" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "DATA:OFXSGML" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "VERSION:102" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "SECURITY:NONE" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "ENCODING:USASCII" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "CHARSET:1252" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "COMPRESSION:NONE" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "OLDFILEUID:NONE" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "NEWFILEUID:" WS-Ger-CodC NsaExt
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<OFX>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<SIGNONMSGSRSV1><SONRS>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<STATUS><CODE>0<SEVERITY>INFO</STATUS>"
               TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<DTSERVER>" WS-Hoje WS-Hora
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<LANGUAGE>POR" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "</SONRS></SIGNONMSGSRSV1>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<BANKMSGSRSV1><STMTTRNRS>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<TRNUID>" NsaExt DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<STATUS><CODE>0<SEVERITY>INFO</STATUS>"
               TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "<STMTRS><CURDEF>BRL" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BANKACCTFROM><BANKID>" CodBancoC
               "<BRANCHID>" CodAgenciaC "<ACCTID>" CodContaC
               "<ACCTTYPE>CHECKING</BANKACCTFROM>"
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BANKTRANLIST><DTSTART>" WS-Ref "<DTEND>" WS-Ref
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.

           PERFORM 13-POSICIONA-MOVIMENTOS.
           PERFORM 41-OFX-LANCAMENTO UNTIL Fim-Movimentos.

           MOVE "</BANKTRANLIST>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE WS-Saldo-Fim TO WS-Ofx-Num.
           PERFORM 48-EDITA-VALOR-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<LEDGERBAL><BALAMT>" WS-Ofx-Txt DELIMITED BY SPACE
               "<DTASOF>" WS-Ref "</LEDGERBAL>"
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
      *-Controles do arquivo: saldo inicial, quantidade e somas.
           MOVE "<BALLIST>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE WS-Saldo-Ini TO WS-Ofx-Num.
           PERFORM 48-EDITA-VALOR-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BAL><NAME>SALDO INICIAL<DESC>SALDO ANTERIOR"
               "<BALTYPE>DOLLAR<VALUE>" WS-Ofx-Txt DELIMITED BY SPACE
               "<DTASOF>" WS-Ref "</BAL>"
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE WS-Qtd-Lanc TO WS-Ofx-Num.
           PERFORM 48-EDITA-VALOR-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BAL><NAME>QTD LANCAMENTOS<DESC>QTD LANCAMENTOS"
               "<BALTYPE>DOLLAR<VALUE>" WS-Ofx-Txt DELIMITED BY SPACE
               "</BAL>" DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           COMPUTE WS-Ofx-Num = WS-Tot-Debitos * -1.
           PERFORM 48-EDITA-VALOR-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BAL><NAME>TOTAL DEBITOS<DESC>TOTAL DEBITOS"
               "<BALTYPE>DOLLAR<VALUE>" WS-Ofx-Txt DELIMITED BY SPACE
               "</BAL>" DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE WS-Tot-Creditos TO WS-Ofx-Num.
           PERFORM 48-EDITA-VALOR-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<BAL><NAME>TOTAL CREDITOS<DESC>TOTAL CREDITOS"
               "<BALTYPE>DOLLAR<VALUE>" WS-Ofx-Txt DELIMITED BY SPACE
               "</BAL>" DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "</BALLIST>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "</STMTRS></STMTTRNRS></BANKMSGSRSV1>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "</OFX>" TO LINHA-OFX.
           WRITE LINHA-OFX.

       41-OFX-LANCAMENTO.
           PERFORM 14-LE-MOVIMENTO.
           IF NOT Fim-Movimentos AND WS-Data-Mov = WS-Ref
               PERFORM 42-OFX-STMTTRN
           END-IF.

       42-OFX-STMTTRN.
           PERFORM 26-NOME-TIPOMOV.
           IF ValorMov < ZEROS
               MOVE "DEBIT" TO WS-Ofx-Tipo
           ELSE
               MOVE "CREDIT" TO WS-Ofx-Tipo
           END-IF.
           MOVE ValorMov TO WS-Ofx-Num.
           PERFORM 48-EDITA-VALOR-OFX.
      *-Os sinais de marcacao do SGML nao podem ir no texto livre.
           MOVE DescricaoMov TO WS-Ofx-Memo.
           INSPECT WS-Ofx-Memo REPLACING ALL '<' BY ' '
               ALL '>' BY ' ' ALL '&' BY ' '.
           MOVE "<STMTTRN>" TO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<TRNTYPE>" WS-Ofx-Tipo DELIMITED BY SPACE
               "<DTPOSTED>" WS-Ref "<TRNAMT>" DELIMITED BY SIZE
               WS-Ofx-Txt DELIMITED BY SPACE
               INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<FITID>" CodC-Mov NumSeq-Mov
               "<CHECKNUM>" NumSeq-Mov
               DELIMITED BY SIZE INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE SPACES TO LINHA-OFX.
           STRING "<MEMO>" WS-TipoMov-Nome DELIMITED BY "  "
               " - " WS-Ofx-Memo DELIMITED BY SIZE
               INTO LINHA-OFX.
           WRITE LINHA-OFX.
           MOVE "</STMTTRN>" TO LINHA-OFX.
           WRITE LINHA-OFX.

       48-EDITA-VALOR-OFX.
      *-OFX usa ponto decimal e valor colado a esquerda.
           MOVE WS-Ofx-Num TO WS-Ofx-Edt.
           INSPECT WS-Ofx-Edt REPLACING ALL ',' BY '.'.
           MOVE ZEROS TO WS-Ofx-Brancos.
           INSPECT WS-Ofx-Edt TALLYING WS-Ofx-Brancos
               FOR LEADING SPACES.
           MOVE SPACES TO WS-Ofx-Txt.
           MOVE WS-Ofx-Edt(WS-Ofx-Brancos + 1:) TO WS-Ofx-Txt.

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
