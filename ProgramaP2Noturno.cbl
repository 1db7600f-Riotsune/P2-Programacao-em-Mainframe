      *-executa os passos na ordem do arquivo, gravando em
      *-JOBCTL.DAT o inicio, o fim e o resultado de cada um. Sem
      *-AGENDA.DAT, a sequencia padrao (Backup -> LiberaFloat ->
      *-CreditoSalario -> TransfAgendada -> DebitoCrediario ->
      *-DebitoOrdens -> CompensaCheques -> DebitoEmprestimo ->
      *-AluguelCaixa -> DataValor [recalculo dos retroativos] ->
      *-PassoContas -> FechamentoMensal [fim de mes] ->
      *-Reconcilia -> VerificaCadeia -> ExtratoEletr ->
      *-RetornoNotif -> Notifica -> RelRetencao -> DocPendente ->
      *-RelAjustes e
      *-FechaPeriodo [fim de mes, o fechamento do periodo contabil
      *-por ultimo]) e semeada no
      *-arquivo, que o turno edita dali em diante sem recompilar o
      *-driver. Um passo que falha interrompe a sequencia (os
      *-sucessores nao rodam com a base pela metade); na reexecucao
      *-do mesmo dia os passos ja concluidos sao pulados e o
      *-primeiro nao concluido e retomado. Respondendo S no inicio,
      *-a noite roda em simulacao: so os jobs de lancamento do
      *-plano (juros, tarifa, IOF, pacote, ordens; a passada unica
      *-PassoContas e simulada pelos jobs de juros, IOF e tarifa),
      *-com SISMODO em
      *-'S', gravando em PREVIA.DAT o que lancariam; nada mais e
      *-gravado e o ProgramaP2RelPrevia compara a previa com o
      *-ultimo processamento real.
      *-Noites perdidas: JOBCTL.DAT guarda as datas processadas nas
      *-ultimas semanas. Se a ultima data concluida ficou para tras
      *-(maquina parada num fim de semana, por exemplo), o driver
      *-roda a agenda uma vez para cada data em atraso, em ordem,
      *-antes da de hoje, cada passada com a sua data como data de
      *-processamento (gravada em SISMODO.DAT junto com o modo B e
      *-lida pelos jobs) e com o plano da propria data - os passos
      *-de fim de mes entram na passada do ultimo dia util do mes
      *-que ficou para tras. So os dias uteis sao recuperados:
      *-sabado, domingo e os feriados de FERIADOS.DAT ficam sem
      *-passada (mesma regra de dia util dos batches de
      *-vencimento), salvo a data que ficou com passo pendente. A
      *-data de hoje roda sempre. As datas recuperadas ficam
      *-marcadas em JOBCTL.DAT. Uma falha interrompe tudo; a
      *-reexecucao retoma da data e do passo que falharam. Cada job
      *-e cancelado depois da chamada, para a passada seguinte o
      *-carregar de novo com a WORKING-STORAGE inicial.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AGE.

      *-Previa da simulacao, esvaziada no inicio de cada uma.
       SELECT PREVIA ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRV.

      *-Calendario de feriados bancarios, so leitura, para pular os
      *-dias nao uteis na recuperacao de noites perdidas.
       SELECT FERIADOS ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FER.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL LABEL RECORD STANDARD

           COPY AGENDA.

       FD  PREVIA LABEL RECORD STANDARD
           DATA RECORD IS REG-PREVIA
           VALUE OF FILE-ID IS "PREVIA.DAT".

           COPY PREVIA.

       FD  FERIADOS LABEL RECORD STANDARD
           DATA RECORD IS REG-FERIADO
           VALUE OF FILE-ID IS "FERIADOS.DAT".

           COPY FERIADO.

       WORKING-STORAGE SECTION.

           01 ARQST-JOB pic X(2).
           01 ARQST-SIS pic X(2).
           01 ARQST-AGE pic X(2).
           01 ARQST-PRV pic X(2).
           01 ARQST-FER pic X(2).
           01 DATA-SIS.
      *-Ano com seculo (AAAA), alimentado por ACCEPT ... FROM DATE
      *-YYYYMMDD, para datas nao embaralharem na virada do seculo.
               02 FILLER pic X(29) value
               "ProgramaP2Backup            D".
               02 FILLER pic X(29) value
               "ProgramaP2Restritos         D".
               02 FILLER pic X(29) value
               "ProgramaP2RetornoCheques    D".
               02 FILLER pic X(29) value
               "ProgramaP2ApresentaCheques  D".
               02 FILLER pic X(29) value
               "ProgramaP2LiberaFloat       D".
               02 FILLER pic X(29) value
               "ProgramaP2CreditoSalario    D".
               02 FILLER pic X(29) value
               "ProgramaP2RepasseArrecad    D".
               02 FILLER pic X(29) value
               "ProgramaP2Suspenso          D".
               02 FILLER pic X(29) value
               "ProgramaP2TransfAgendada    D".
               02 FILLER pic X(29) value
               "ProgramaP2FaturaLoja        D".
               02 FILLER pic X(29) value
               "ProgramaP2DebitoCrediario   D".
               02 FILLER pic X(29) value
               "ProgramaP2DebitoOrdens      D".
               02 FILLER pic X(29) value
               "ProgramaP2DebitoEmprestimo  D".
               02 FILLER pic X(29) value
               "ProgramaP2AluguelCaixa      D".
               02 FILLER pic X(29) value
               "ProgramaP2Cobranca          D".
               02 FILLER pic X(29) value
               "ProgramaP2DataValor         D".
               02 FILLER pic X(29) value
               "ProgramaP2PassoContas       D".
               02 FILLER pic X(29) value
               "ProgramaP2VenceAplicacao    D".
               02 FILLER pic X(29) value
               "ProgramaP2ConfereJuros      D".
               02 FILLER pic X(29) value
               "ProgramaP2Qualidade         D".
               02 FILLER pic X(29) value
               "ProgramaP2Pld               D".
               02 FILLER pic X(29) value
               "ProgramaP2Contabil          D".
               02 FILLER pic X(29) value
               02 FILLER pic X(29) value
               "ProgramaP2Provisao          M".
               02 FILLER pic X(29) value
               "ProgramaP2BaixaPrejuizo     M".
               02 FILLER pic X(29) value
               "ProgramaP2Score             M".
               02 FILLER pic X(29) value
               "ProgramaP2RevisaLimite      M".
               02 FILLER pic X(29) value
               "ProgramaP2Reavalia          M".
               02 FILLER pic X(29) value
               "ProgramaP2PosicaoMensal     M".
               02 FILLER pic X(29) value
               "ProgramaP2Rentabilidade     M".
               02 FILLER pic X(29) value
               "ProgramaP2RelKyc            M".
               02 FILLER pic X(29) value
               "ProgramaP2RelGarantia       M".
               02 FILLER pic X(29) value
               "ProgramaP2RelPrejuizo       M".
               02 FILLER pic X(29) value
               "ProgramaP2Reconcilia        D".
               02 FILLER pic X(29) value
               "ProgramaP2VerificaCadeia    D".
               02 FILLER pic X(29) value
               "ProgramaP2RelRecebidos      D".
               02 FILLER pic X(29) value
               "ProgramaP2ExtratoEletr      D".
               02 FILLER pic X(29) value
               "ProgramaP2RetornoNotif      D".
               02 FILLER pic X(29) value
               "ProgramaP2Notifica          D".
               02 FILLER pic X(29) value
               "ProgramaP2RelRetencao       D".
               02 FILLER pic X(29) value
               "ProgramaP2DocPendente       D".
               02 FILLER pic X(29) value
               "ProgramaP2RelOuvidoria      S".
               02 FILLER pic X(29) value
               "ProgramaP2RelAjustes        M".
               02 FILLER pic X(29) value
               "ProgramaP2FechaPeriodo      M".
           01 WS-Defaults REDEFINES WS-Defaults-Ini.
               02 WS-Default-Ent occurs 47 times.
                   03 WS-Default-Nome pic X(28).
                   03 WS-Default-Freq pic X(1).

      *-cuja frequencia bate com a data de hoje, na ordem do
      *-arquivo.
           01 WS-Passos.
               02 WS-Passo-Nome pic X(28) occurs 50 times.
           01 WS-Passo-Qtd pic 9(2) value zeros.

      *-Apoio do calculo de frequencia: dia da semana pelo resto da
      *-divisao por 7 de INTEGER-OF-DATE (1601-01-01 e segunda:
      *-1 = segunda ... 6 = sabado, 0 = domingo) e fim de mes
      *-quando a data e dia util e o proximo dia util cai em outro
      *-mes (o ultimo dia util do mes leva os passos de fim de mes
      *-quando o ultimo dia do mes nao e util).
           01 WS-Hoje-Int pic 9(8) value zeros.
           01 WS-Hoje-DiaSem pic 9 value zeros.
           01 WS-Fim-De-Mes pic X value 'N'.
               88 Hoje-Fim-De-Mes value 'S'.
           01 WS-Passo-Entra pic X value 'N'.
      *-Situacao de cada passo nesta data: espaco = nao executado,
      *-A = em andamento, C = concluido, F = falhou.
           01 WS-Passo-Ctl.
               02 WS-Passo-Est occurs 50 times.
                   03 WS-Passo-St pic X(1).
                   03 WS-Passo-HIni pic 9(6).
                   03 WS-Passo-HFim pic 9(6).
                   03 WS-Passo-Exec pic 9(8).
                   03 WS-Passo-Recup pic X(1).

      *-Recuperacao de noites perdidas. Hoje e a data do relogio; a
      *-passada corrente e a data de negocio em DATA-SIS, que vai
      *-de WS-Inicio-Int (dia seguinte a ultima data concluida, ou a
      *-primeira data nao concluida) ate hoje. Mais de
      *-WS-Max-Atraso datas em atraso indica JOBCTL.DAT ou relogio
      *-errado: o operador decide entre processar so hoje ou parar.
           01 WS-Hoje-Real pic 9(8) value zeros.
           01 WS-Hoje-Real-Int pic 9(8) value zeros.
           01 WS-Data-Passada pic 9(8) value zeros.
           01 WS-Passada-Int pic 9(8) value zeros.
           01 WS-Inicio-Int pic 9(8) value zeros.
           01 WS-Ult-Data pic 9(8) value zeros.
           01 WS-Pri-Pendente pic 9(8) value zeros.
           01 WS-Reg-Data pic 9(8) value zeros.
           01 WS-Atraso pic 9(4) value zeros.
           01 WS-Max-Atraso pic 9(4) value 31.
           01 WS-Recuperadas pic 9(4) value zeros.
           01 WS-Recup pic X value 'N'.
               88 Passada-Recuperada value 'R'.
           01 WS-Resp-Atraso pic X value 'N'.
               88 Processa-So-Hoje values 'S' 's'.
           01 WS-Recusa pic X value 'N'.
               88 Recuperacao-Recusada value 'S'.
           01 WS-Edt-Data.
               02 WS-Edt-Dia pic 99.
               02 FILLER pic X value '/'.
               02 WS-Edt-Mes pic 99.
               02 FILLER pic X value '/'.
               02 WS-Edt-Ano pic 9(4).
           01 WS-Nao-Uteis pic 9(4) value zeros.
           01 WS-Edt-Fonte pic 9(8) value zeros.
           01 WS-Edt-Fonte-R REDEFINES WS-Edt-Fonte.
               02 WS-Edt-F-Ano pic 9(4).
               02 WS-Edt-F-Mes pic 99.
               02 WS-Edt-F-Dia pic 99.

      *-Historico de JOBCTL.DAT em memoria: as datas a partir de
      *-WS-Corte (hoje menos WS-Dias-Historico) sao mantidas e
      *-regravadas junto com a passada corrente; as mais antigas
      *-caem do arquivo. Ao fim de cada passada as entradas da sua
      *-data saem da tabela (as demais descem, sem deixar buraco) e
      *-os passos da passada entram no fim. Tabela cheia para a
      *-sequencia com erro em vez de perder historico.
           01 WS-Dias-Historico pic 9(3) value 45.
           01 WS-Corte pic 9(8) value zeros.
           01 WS-Hist-Qtd pic 9(4) value zeros.
           01 WS-Hist-Idx pic 9(4) value zeros.
           01 WS-Hist-Novo pic 9(4) value zeros.
           01 WS-Hist-Cheio pic X value 'N'.
               88 Historico-Cheio value 'S'.
           01 WS-Hist.
               02 WS-Hist-Ent occurs 2400 times.
                   03 WS-Hist-Data pic 9(8).
                   03 WS-Hist-Nome pic X(28).
                   03 WS-Hist-HIni pic 9(6).
                   03 WS-Hist-HFim pic 9(6).
                   03 WS-Hist-St pic X(1).
                   03 WS-Hist-Exec pic 9(8).
                   03 WS-Hist-Recup pic X(1).

           01 WS-Passo-Idx pic 9(2) value zeros.
           01 WS-Grava-Idx pic 9(2) value zeros.
           01 WS-Pulados pic 9(2) value zeros.
           01 WS-Executados pic 9(2) value zeros.

      *-Simulacao (resposta S no inicio): so os jobs de lancamento
      *-abaixo sao chamados; o modo que estava em SISMODO.DAT volta
      *-ao final.
           01 WS-Execucao pic X value 'R'.
               88 Execucao-Simulada values 'S' 's'.
           01 WS-Tem-Modo pic X value 'N'.
               88 Modo-Guardado value 'S'.
           01 WS-Modo-Guardado pic X(43) value spaces.
           01 WS-Simulaveis-Ini.
               02 FILLER pic X(28) value "ProgramaP2Juros".
               02 FILLER pic X(28) value "ProgramaP2Tarifa".
               02 FILLER pic X(28) value "ProgramaP2IOF".
               02 FILLER pic X(28) value "ProgramaP2TarifaPacote".
               02 FILLER pic X(28) value "ProgramaP2DebitoOrdens".
           01 WS-Simulaveis REDEFINES WS-Simulaveis-Ini.
               02 WS-Simulavel pic X(28) occurs 5 times.
           01 WS-Sim-Idx pic 9(2) value zeros.
      *-A passada unica nas contas nao grava previa propria: na
      *-simulacao, seus lancamentos saem dos jobs separados, na
      *-ordem da passada.
           01 WS-Passada-Ini.
               02 FILLER pic X(28) value "ProgramaP2Juros".
               02 FILLER pic X(28) value "ProgramaP2IOF".
               02 FILLER pic X(28) value "ProgramaP2Tarifa".
           01 WS-Passada REDEFINES WS-Passada-Ini.
               02 WS-Passada-Job pic X(28) occurs 3 times.
           01 WS-Passo-Simula pic X value 'N'.
               88 Passo-Simulavel value 'S'.

           COPY FERIADTAB.

       PROCEDURE DIVISION.

       00-INICIO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Hoje-Real = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Hoje-Real-Int =
               FUNCTION INTEGER-OF-DATE(WS-Hoje-Real).
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2NOTURNO - SEQUENCIA BATCH NOTURNA".
           DISPLAY "  DATA DO PROCESSAMENTO: " DIA "/" MES "/" ANO.
           DISPLAY "===================================================".
           DISPLAY "EXECUCAO (R=REAL, S=SIMULACAO): " WITH NO ADVANCING.
           ACCEPT WS-Execucao.
           PERFORM 32-CARREGA-FERIADOS.
      *-A simulacao cobre so a data de hoje, mesmo com noites em
      *-atraso: a previa serve para aprovar a proxima execucao real.
           IF Execucao-Simulada
               PERFORM 11-MONTA-PLANO
               PERFORM 15-SIMULA-PLANO
               STOP RUN
           END-IF.
           PERFORM 20-LE-HISTORICO.
           IF Historico-Cheio
               DISPLAY "ERRO: JOBCTL.DAT COM MAIS DE 2400 REGISTROS"
                   " DESDE O CORTE - SEQUENCIA NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 21-APURA-ATRASO.
           IF Recuperacao-Recusada
               DISPLAY "SEQUENCIA NAO EXECUTADA"
               STOP RUN
           END-IF.
           PERFORM 37-CONFERE-DATA
               VARYING WS-Passada-Int FROM WS-Inicio-Int BY 1
               UNTIL WS-Passada-Int > WS-Hoje-Real-Int
                   OR Sequencia-Falhou
                   OR Historico-Cheio.
      *-Numa falha o modo B fica marcado de proposito: a base pode
      *-estar no meio do caminho e o online atualizando por cima so
      *-pioraria; a reexecucao concluida devolve o O. A data da
      *-passada que falhou fica em SISMODO.DAT, e um job reexecutado
      *-a mao ainda processa essa data.
      *-Com a tabela de historico cheia a sequencia para na virada
      *-de uma data para a outra e o modo B tambem fica.
           IF NOT Sequencia-Falhou AND NOT Historico-Cheio
               PERFORM 09-MARCA-MODO-ONLINE
           END-IF.
           PERFORM 05-RESUMO.
           IF Historico-Cheio
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       01-LE-JOBCTL.
      *-Carrega a situacao dos passos ja registrada para a data da
      *-passada (historico lido de JOBCTL.DAT em 20-LE-HISTORICO).
           PERFORM VARYING WS-Grava-Idx FROM 1 BY 1
               UNTIL WS-Grava-Idx > WS-Passo-Qtd
               MOVE SPACE TO WS-Passo-St(WS-Grava-Idx)
               MOVE ZEROS TO WS-Passo-HIni(WS-Grava-Idx)
               MOVE ZEROS TO WS-Passo-HFim(WS-Grava-Idx)
               MOVE ZEROS TO WS-Passo-Exec(WS-Grava-Idx)
               MOVE WS-Recup TO WS-Passo-Recup(WS-Grava-Idx)
           END-PERFORM.
           PERFORM 06-LE-UM-JOBCTL
               VARYING WS-Hist-Idx FROM 1 BY 1
               UNTIL WS-Hist-Idx > WS-Hist-Qtd.

       06-LE-UM-JOBCTL.
           IF WS-Hist-Data(WS-Hist-Idx) = WS-Data-Passada
               PERFORM VARYING WS-Grava-Idx FROM 1 BY 1
                   UNTIL WS-Grava-Idx > WS-Passo-Qtd
                   IF WS-Hist-Nome(WS-Hist-Idx)
                       = WS-Passo-Nome(WS-Grava-Idx)
                       MOVE WS-Hist-St(WS-Hist-Idx)
                           TO WS-Passo-St(WS-Grava-Idx)
                       MOVE WS-Hist-HIni(WS-Hist-Idx)
                           TO WS-Passo-HIni(WS-Grava-Idx)
                       MOVE WS-Hist-HFim(WS-Hist-Idx)
                           TO WS-Passo-HFim(WS-Grava-Idx)
                       MOVE WS-Hist-Exec(WS-Hist-Idx)
                           TO WS-Passo-Exec(WS-Grava-Idx)
                       MOVE WS-Hist-Recup(WS-Hist-Idx)
                           TO WS-Passo-Recup(WS-Grava-Idx)
                   END-IF
               END-PERFORM
           END-IF.

       02-EXECUTA-PASSO.
           IF WS-Passo-St(WS-Passo-Idx) = 'C'
               DISPLAY "PASSO " WS-Passo-Idx " "
                   WS-Passo-Nome(WS-Passo-Idx)
               DISPLAY "  JA CONCLUIDO NESTA DATA, PULADO"
               ADD 1 TO WS-Pulados
           ELSE
               DISPLAY "PASSO " WS-Passo-Idx " "
               COMPUTE WS-Passo-HIni(WS-Passo-Idx) =
                   HH-SIS * 10000 + MM-SIS * 100 + SS-SIS
               MOVE 'A' TO WS-Passo-St(WS-Passo-Idx)
               MOVE WS-Hoje-Real TO WS-Passo-Exec(WS-Passo-Idx)
               MOVE WS-Recup TO WS-Passo-Recup(WS-Passo-Idx)
               PERFORM 04-GRAVA-JOBCTL
               PERFORM 03-CHAMA-JOB
               ACCEPT HORA-SIS FROM TIME
                       MOVE 'C' TO WS-Passo-St(WS-Passo-Idx)
                   END-IF
           END-CALL.
      *-Cancelado a cada chamada: na passada seguinte (recuperacao
      *-de noites perdidas) o job volta com a WORKING-STORAGE dos
      *-VALUE, sem contadores e tabelas da data anterior.
           CANCEL WS-Passo-Nome(WS-Passo-Idx).
           MOVE ZERO TO RETURN-CODE.

       04-GRAVA-JOBCTL.
      *-Regrava o arquivo inteiro a cada mudanca de situacao (o
      *-historico das datas anteriores, um registro por passo do
      *-plano da passada corrente e as datas posteriores, se
      *-houver), no mesmo espirito dos arquivos *CHK: se o driver
      *-cair no meio, o JOBCTL.DAT ja reflete o andamento.
           OPEN OUTPUT JOBCTL.
           PERFORM 26-GRAVA-HIST-ANTERIOR
               VARYING WS-Hist-Idx FROM 1 BY 1
               UNTIL WS-Hist-Idx > WS-Hist-Qtd.
           PERFORM 07-GRAVA-UM-JOBCTL
               VARYING WS-Grava-Idx FROM 1 BY 1
               UNTIL WS-Grava-Idx > WS-Passo-Qtd.
           PERFORM 27-GRAVA-HIST-POSTERIOR
               VARYING WS-Hist-Idx FROM 1 BY 1
               UNTIL WS-Hist-Idx > WS-Hist-Qtd.
           CLOSE JOBCTL.

       07-GRAVA-UM-JOBCTL.
           MOVE WS-Passo-HIni(WS-Grava-Idx) TO HoraIniJob.
           MOVE WS-Passo-HFim(WS-Grava-Idx) TO HoraFimJob.
           MOVE WS-Passo-St(WS-Grava-Idx) TO StatusJob.
           MOVE WS-Passo-Exec(WS-Grava-Idx) TO DataExecJob.
           MOVE WS-Passo-Recup(WS-Grava-Idx) TO RecupJob.
           WRITE REG-JOBCTL.

       11-MONTA-PLANO.
      *-Monta o plano da noite a partir de AGENDA.DAT: cada passo
      *-ativo entra se a frequencia bate com a data de hoje, na
      *-ordem do arquivo. Sem o arquivo, a sequencia padrao e
      *-semeada primeiro. Fim de mes e o ultimo dia util do mes: a
      *-data nao util nao leva os passos de fim de mes, que ja
      *-rodaram (ou rodam na recuperacao) no dia util anterior.
           COMPUTE WS-Hoje-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           COMPUTE WS-Hoje-DiaSem = FUNCTION MOD(WS-Hoje-Int 7).
           MOVE 'N' TO WS-Fim-De-Mes.
           MOVE WS-Hoje-Int TO WS-Util-Int.
           PERFORM 34-TESTA-DIA-UTIL.
           IF WS-Util-Rolar = 'N'
               MOVE 'S' TO WS-Util-Rolar
               PERFORM 36-AVANCA-DIA-UTIL UNTIL WS-Util-Rolar = 'N'
               IF WS-Util-Mes NOT = MES
                   MOVE 'S' TO WS-Fim-De-Mes
               END-IF
           END-IF.
           MOVE ZEROS TO WS-Passo-Qtd.
           OPEN INPUT AGENDA.
                               END-IF
                       END-EVALUATE
                   END-IF
                   IF WS-Passo-Entra = 'S' AND WS-Passo-Qtd < 50
                       ADD 1 TO WS-Passo-Qtd
                       MOVE NomePasso
                           TO WS-Passo-Nome(WS-Passo-Qtd)
           OPEN OUTPUT AGENDA.
           PERFORM 14-SEMEIA-UM-PASSO
               VARYING WS-Grava-Idx FROM 1 BY 1
               UNTIL WS-Grava-Idx > 47.
           CLOSE AGENDA.

       14-SEMEIA-UM-PASSO.
           MOVE WS-Default-Nome(WS-Grava-Idx) TO NomePasso.
           MOVE WS-Default-Freq(WS-Grava-Idx) TO FreqPasso.
           MOVE ZEROS TO DiaSemanaPasso DiaMesPasso.
      *-Passo semanal semeado roda na segunda-feira.
           IF FreqPasso = 'S'
               MOVE 1 TO DiaSemanaPasso
           END-IF.
           MOVE 'A' TO AtivoPasso.
           WRITE REG-AGENDA.

           PERFORM 10-GRAVA-MODO.

       10-GRAVA-MODO.
      *-A data do modo e a do relogio; com o modo B vai junto a data
      *-de negocio da passada, que os jobs usam como data de
      *-processamento.
           ACCEPT HORA-SIS FROM TIME.
           MOVE WS-Hoje-Real TO DataModoSis.
           MOVE ZEROS TO DataProcSis.
           IF Modo-Batch
               MOVE DATA-SIS TO DataProcSis
           END-IF.
           COMPUTE HoraModoSis = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE "ProgramaP2Noturno" TO QuemSis.
           WRITE REG-SISMODO.
           CLOSE SISMODO.

       15-SIMULA-PLANO.
      *-Simulacao da noite: recusada com a sequencia real no ar ou
      *-interrompida (modo B). SISMODO vai a 'S', PREVIA.DAT e
      *-esvaziado e os jobs de lancamento do plano rodam na ordem;
      *-os demais passos sao pulados e JOBCTL.DAT nao e tocado.
           PERFORM 17-LE-MODO.
           MOVE WS-Modo-Guardado TO REG-SISMODO.
           IF Modo-Guardado AND Modo-Batch
               DISPLAY "SEQUENCIA REAL EM ANDAMENTO OU INTERROMPIDA"
               DISPLAY "SIMULACAO NAO EXECUTADA"
           ELSE
               IF Modo-Guardado AND Modo-Simulacao
                   MOVE 'N' TO WS-Tem-Modo
               END-IF
               MOVE 'S' TO ModoSis
               PERFORM 10-GRAVA-MODO
               OPEN OUTPUT PREVIA
               CLOSE PREVIA
               PERFORM 16-SIMULA-PASSO
                   VARYING WS-Passo-Idx FROM 1 BY 1
                   UNTIL WS-Passo-Idx > WS-Passo-Qtd
               IF Modo-Guardado
                   MOVE WS-Modo-Guardado TO REG-SISMODO
                   OPEN OUTPUT SISMODO
                   WRITE REG-SISMODO
                   CLOSE SISMODO
               ELSE
                   PERFORM 09-MARCA-MODO-ONLINE
               END-IF
               MOVE ZERO TO RETURN-CODE
               CALL "ProgramaP2RelPrevia"
                   ON EXCEPTION
                       DISPLAY "PROGRAMA NAO ENCONTRADO: "
                           "ProgramaP2RelPrevia"
               END-CALL
               CANCEL "ProgramaP2RelPrevia"
               MOVE ZERO TO RETURN-CODE
               DISPLAY "============================================="
               DISPLAY "  SIMULACAO - JOBS SIMULADOS: " WS-Executados
               DISPLAY "  PASSOS NAO SIMULAVEIS (PULADOS): " WS-Pulados
               DISPLAY "  PREVIA EM PREVIA.DAT, RESUMO EM PREVIA.LST"
               DISPLAY "============================================="
           END-IF.

       16-SIMULA-PASSO.
           MOVE 'N' TO WS-Passo-Simula.
           PERFORM 18-TESTA-SIMULAVEL
               VARYING WS-Sim-Idx FROM 1 BY 1
               UNTIL WS-Sim-Idx > 5.
           IF Passo-Simulavel
               DISPLAY "SIMULANDO " WS-Passo-Nome(WS-Passo-Idx)
               PERFORM 03-CHAMA-JOB
               ADD 1 TO WS-Executados
           ELSE
               IF WS-Passo-Nome(WS-Passo-Idx) = "ProgramaP2PassoContas"
                   PERFORM 19-SIMULA-PASSADA
                       VARYING WS-Sim-Idx FROM 1 BY 1
                       UNTIL WS-Sim-Idx > 3
                   ADD 1 TO WS-Executados
               ELSE
                   ADD 1 TO WS-Pulados
               END-IF
           END-IF.

       17-LE-MODO.
           MOVE 'N' TO WS-Tem-Modo.
           OPEN INPUT SISMODO.
           IF ARQST-SIS = "00"
               READ SISMODO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-Tem-Modo
                       MOVE REG-SISMODO TO WS-Modo-Guardado
               END-READ
               CLOSE SISMODO
           END-IF.

       18-TESTA-SIMULAVEL.
           IF WS-Passo-Nome(WS-Passo-Idx) = WS-Simulavel(WS-Sim-Idx)
               MOVE 'S' TO WS-Passo-Simula
           END-IF.

       19-SIMULA-PASSADA.
           DISPLAY "SIMULANDO " WS-Passada-Job(WS-Sim-Idx).
           MOVE ZERO TO RETURN-CODE.
           CALL WS-Passada-Job(WS-Sim-Idx)
               ON EXCEPTION
                   DISPLAY "  PROGRAMA NAO ENCONTRADO: "
                       WS-Passada-Job(WS-Sim-Idx)
           END-CALL.
           CANCEL WS-Passada-Job(WS-Sim-Idx).
           MOVE ZERO TO RETURN-CODE.

       05-RESUMO.
           DISPLAY "===================================================".
           DISPLAY "  PASSOS EXECUTADOS NESTA CHAMADA: " WS-Executados.
           DISPLAY "  PASSOS JA CONCLUIDOS (PULADOS): " WS-Pulados.
           DISPLAY "  NOITES PERDIDAS RECUPERADAS: " WS-Recuperadas.
           DISPLAY "  DATAS NAO UTEIS SEM PASSADA: " WS-Nao-Uteis.
           EVALUATE TRUE
               WHEN Sequencia-Falhou
                   MOVE WS-Data-Passada TO WS-Edt-Fonte
                   PERFORM 28-EDITA-DATA
                   DISPLAY "  RESULTADO: SEQUENCIA INTERROMPIDA POR"
                       " FALHA"
                   DISPLAY "  NA DATA DE NEGOCIO " WS-Edt-Data
                   DISPLAY "  CORRIJA E EXECUTE DE NOVO PARA RETOMAR"
               WHEN Historico-Cheio
                   MOVE WS-Data-Passada TO WS-Edt-Fonte
                   PERFORM 28-EDITA-DATA
                   DISPLAY "  RESULTADO: SEQUENCIA INTERROMPIDA -"
                       " HISTORICO DE JOBCTL.DAT CHEIO"
                   DISPLAY "  DEPOIS DA DATA DE NEGOCIO " WS-Edt-Data
               WHEN OTHER
                   DISPLAY "  RESULTADO: SEQUENCIA NOTURNA CONCLUIDA"
           END-EVALUATE.
           DISPLAY "===================================================".

       20-LE-HISTORICO.
      *-Le JOBCTL.DAT inteiro: apura a ultima data registrada e a
      *-primeira data com passo nao concluido, e guarda em memoria
      *-as datas a partir do corte para serem regravadas. Registro
      *-do layout antigo, sem data de execucao, vale como normal
      *-executado na propria data.
           COMPUTE WS-Corte = FUNCTION DATE-OF-INTEGER
               (WS-Hoje-Real-Int - WS-Dias-Historico).
           MOVE ZEROS TO WS-Hist-Qtd WS-Ult-Data WS-Pri-Pendente.
           OPEN INPUT JOBCTL.
           IF ARQST-JOB = "00"
               PERFORM 29-LE-UM-HISTORICO UNTIL ARQST-JOB = "10"
               CLOSE JOBCTL
           END-IF.

       29-LE-UM-HISTORICO.
           READ JOBCTL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-JOB
               NOT AT END
                   IF DataJob NUMERIC AND DataJob NOT = ZEROS
                       PERFORM 30-GUARDA-HISTORICO
                   END-IF
           END-READ.

       30-GUARDA-HISTORICO.
           MOVE DataJob TO WS-Reg-Data.
           IF DataExecJob NOT NUMERIC
               MOVE DataJob TO DataExecJob
               MOVE 'N' TO RecupJob
           END-IF.
           IF WS-Reg-Data > WS-Ult-Data
               MOVE WS-Reg-Data TO WS-Ult-Data
           END-IF.
           IF NOT Job-Concluido
               IF WS-Pri-Pendente = ZEROS
                   OR WS-Reg-Data < WS-Pri-Pendente
                   MOVE WS-Reg-Data TO WS-Pri-Pendente
               END-IF
           END-IF.
           IF WS-Reg-Data NOT < WS-Corte AND WS-Hist-Qtd NOT < 2400
               MOVE 'S' TO WS-Hist-Cheio
           END-IF.
           IF WS-Reg-Data NOT < WS-Corte AND WS-Hist-Qtd < 2400
               ADD 1 TO WS-Hist-Qtd
               MOVE WS-Reg-Data TO WS-Hist-Data(WS-Hist-Qtd)
               MOVE NomeJob TO WS-Hist-Nome(WS-Hist-Qtd)
               MOVE HoraIniJob TO WS-Hist-HIni(WS-Hist-Qtd)
               MOVE HoraFimJob TO WS-Hist-HFim(WS-Hist-Qtd)
               MOVE StatusJob TO WS-Hist-St(WS-Hist-Qtd)
               MOVE DataExecJob TO WS-Hist-Exec(WS-Hist-Qtd)
               MOVE RecupJob TO WS-Hist-Recup(WS-Hist-Qtd)
           END-IF.

       21-APURA-ATRASO.
      *-Primeira data a processar: a primeira com passo nao
      *-concluido (a sequencia que falhou e retomada dali), senao o
      *-dia seguinte a ultima data registrada; sem JOBCTL.DAT, hoje.
      *-Cada dia util entre ela e ontem (e a data pendente, mesmo
      *-nao util) e uma noite perdida.
           EVALUATE TRUE
               WHEN WS-Pri-Pendente NOT = ZEROS
                   COMPUTE WS-Inicio-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Pri-Pendente)
               WHEN WS-Ult-Data NOT = ZEROS
                   COMPUTE WS-Inicio-Int =
                       FUNCTION INTEGER-OF-DATE(WS-Ult-Data) + 1
               WHEN OTHER
                   MOVE WS-Hoje-Real-Int TO WS-Inicio-Int
           END-EVALUATE.
           IF WS-Inicio-Int > WS-Hoje-Real-Int
               MOVE WS-Hoje-Real-Int TO WS-Inicio-Int
           END-IF.
           MOVE ZEROS TO WS-Atraso.
           PERFORM 38-CONTA-ATRASO
               VARYING WS-Passada-Int FROM WS-Inicio-Int BY 1
               UNTIL WS-Passada-Int NOT < WS-Hoje-Real-Int.
           IF WS-Atraso > ZERO
               COMPUTE WS-Edt-Fonte =
                   FUNCTION DATE-OF-INTEGER(WS-Inicio-Int)
               PERFORM 28-EDITA-DATA
               DISPLAY "NOITES NAO PROCESSADAS: " WS-Atraso
                   " A PARTIR DE " WS-Edt-Data
               IF WS-Atraso > WS-Max-Atraso
                   DISPLAY "ACIMA DO LIMITE DE " WS-Max-Atraso
                       " DATAS - CONFIRA JOBCTL.DAT E O RELOGIO"
                   DISPLAY "PROCESSAR SO A DATA DE HOJE, SEM RECUPERAR"
                       " AS DATAS EM ATRASO (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-Resp-Atraso
                   IF Processa-So-Hoje
                       MOVE WS-Hoje-Real-Int TO WS-Inicio-Int
                   ELSE
                       MOVE 'S' TO WS-Recusa
                   END-IF
               ELSE
                   DISPLAY "CADA DATA EM ATRASO SERA PROCESSADA, EM"
                       " ORDEM, ANTES DA DE HOJE"
               END-IF
           END-IF.

       22-PROCESSA-DATA.
      *-Uma passada da agenda para a data de negocio WS-Passada-Int,
      *-com o plano (frequencias, fim de mes) dessa data.
           COMPUTE WS-Data-Passada =
               FUNCTION DATE-OF-INTEGER(WS-Passada-Int).
           MOVE WS-Data-Passada TO DATA-SIS.
           MOVE WS-Data-Passada TO WS-Edt-Fonte.
           PERFORM 28-EDITA-DATA.
           DISPLAY "===================================================".
           IF WS-Passada-Int < WS-Hoje-Real-Int
               MOVE 'R' TO WS-Recup
               DISPLAY "  RECUPERANDO NOITE PERDIDA: " WS-Edt-Data
           ELSE
               MOVE 'N' TO WS-Recup
               DISPLAY "  PASSADA DA DATA DE HOJE: " WS-Edt-Data
           END-IF.
           DISPLAY "===================================================".
           PERFORM 11-MONTA-PLANO.
           PERFORM 01-LE-JOBCTL.
           PERFORM 08-MARCA-MODO-BATCH.
           PERFORM 02-EXECUTA-PASSO
               VARYING WS-Passo-Idx FROM 1 BY 1
               UNTIL WS-Passo-Idx > WS-Passo-Qtd
                   OR Sequencia-Falhou.
           PERFORM 23-INCORPORA-PASSADA.
           IF Passada-Recuperada AND NOT Sequencia-Falhou
               ADD 1 TO WS-Recuperadas
           END-IF.

       23-INCORPORA-PASSADA.
      *-A passada substitui no historico em memoria as entradas da
      *-sua data, para as proximas regravacoes a manterem: as
      *-entradas da data saem e as seguintes descem no lugar, e os
      *-passos da passada entram no fim da tabela.
           MOVE ZEROS TO WS-Hist-Novo.
           PERFORM 24-COMPACTA-HIST
               VARYING WS-Hist-Idx FROM 1 BY 1
               UNTIL WS-Hist-Idx > WS-Hist-Qtd.
           MOVE WS-Hist-Novo TO WS-Hist-Qtd.
           PERFORM 25-ACRESCENTA-PASSO
               VARYING WS-Grava-Idx FROM 1 BY 1
               UNTIL WS-Grava-Idx > WS-Passo-Qtd
                   OR Historico-Cheio.
      *-JOBCTL.DAT ja tem a passada inteira (04-GRAVA-JOBCTL grava
      *-os passos do plano, nao a tabela); o que nao coube so se
      *-perderia na regravacao da proxima data, por isso a
      *-sequencia para aqui.
           IF Historico-Cheio
               DISPLAY "ERRO: TABELA DE HISTORICO DE JOBCTL.DAT CHEIA"
                   " (2400 REGISTROS)"
               DISPLAY "  SEQUENCIA INTERROMPIDA PARA NAO PERDER"
                   " HISTORICO"
           END-IF.

       24-COMPACTA-HIST.
           IF WS-Hist-Data(WS-Hist-Idx) NOT = WS-Data-Passada
               ADD 1 TO WS-Hist-Novo
               IF WS-Hist-Novo < WS-Hist-Idx
                   MOVE WS-Hist-Ent(WS-Hist-Idx)
                       TO WS-Hist-Ent(WS-Hist-Novo)
               END-IF
           END-IF.

       25-ACRESCENTA-PASSO.
           IF WS-Hist-Qtd NOT < 2400
               MOVE 'S' TO WS-Hist-Cheio
           ELSE
               ADD 1 TO WS-Hist-Qtd
               MOVE WS-Data-Passada TO WS-Hist-Data(WS-Hist-Qtd)
               MOVE WS-Passo-Nome(WS-Grava-Idx)
                   TO WS-Hist-Nome(WS-Hist-Qtd)
               MOVE WS-Passo-HIni(WS-Grava-Idx)
                   TO WS-Hist-HIni(WS-Hist-Qtd)
               MOVE WS-Passo-HFim(WS-Grava-Idx)
                   TO WS-Hist-HFim(WS-Hist-Qtd)
               MOVE WS-Passo-St(WS-Grava-Idx)
                   TO WS-Hist-St(WS-Hist-Qtd)
               MOVE WS-Passo-Exec(WS-Grava-Idx)
                   TO WS-Hist-Exec(WS-Hist-Qtd)
               MOVE WS-Passo-Recup(WS-Grava-Idx)
                   TO WS-Hist-Recup(WS-Hist-Qtd)
           END-IF.

       26-GRAVA-HIST-ANTERIOR.
           IF WS-Hist-Data(WS-Hist-Idx) < WS-Data-Passada
               PERFORM 31-GRAVA-UM-HISTORICO
           END-IF.

       27-GRAVA-HIST-POSTERIOR.
           IF WS-Hist-Data(WS-Hist-Idx) > WS-Data-Passada
               PERFORM 31-GRAVA-UM-HISTORICO
           END-IF.

       31-GRAVA-UM-HISTORICO.
           MOVE WS-Hist-Data(WS-Hist-Idx) TO DataJob.
           MOVE WS-Hist-Nome(WS-Hist-Idx) TO NomeJob.
           MOVE WS-Hist-HIni(WS-Hist-Idx) TO HoraIniJob.
           MOVE WS-Hist-HFim(WS-Hist-Idx) TO HoraFimJob.
           MOVE WS-Hist-St(WS-Hist-Idx) TO StatusJob.
           MOVE WS-Hist-Exec(WS-Hist-Idx) TO DataExecJob.
           MOVE WS-Hist-Recup(WS-Hist-Idx) TO RecupJob.
           WRITE REG-JOBCTL.

       28-EDITA-DATA.
           MOVE WS-Edt-F-Dia TO WS-Edt-Dia.
           MOVE WS-Edt-F-Mes TO WS-Edt-Mes.
           MOVE WS-Edt-F-Ano TO WS-Edt-Ano.

       32-CARREGA-FERIADOS.
      *-Sem FERIADOS.DAT a tabela fica vazia e so o fim de semana
      *-conta como dia nao util.
           MOVE ZEROS TO FER-QTD.
           OPEN INPUT FERIADOS.
           IF ARQST-FER = "00"
               PERFORM 33-LE-FERIADO UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       33-LE-FERIADO.
           READ FERIADOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FER
               NOT AT END
                   IF FER-QTD < 200
                       ADD 1 TO FER-QTD
                       COMPUTE FER-DATA(FER-QTD) =
                           AnoFeriado * 10000 + MesFeriado * 100
                           + DiaFeriado
                   END-IF
           END-READ.

       34-TESTA-DIA-UTIL.
      *-WS-Util-Rolar = 'S' quando a data WS-Util-Int cai em
      *-sabado, domingo ou feriado da tabela.
           COMPUTE WS-Util-Data =
               FUNCTION DATE-OF-INTEGER(WS-Util-Int).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           MOVE 'N' TO WS-Util-Rolar.
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 35-CONFERE-FERIADO
               VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.

       35-CONFERE-FERIADO.
           IF FER-DATA(WS-Util-Idx) = WS-Util-Data
               MOVE 'S' TO WS-Util-Rolar
           END-IF.

       36-AVANCA-DIA-UTIL.
           ADD 1 TO WS-Util-Int.
           PERFORM 34-TESTA-DIA-UTIL.

       37-CONFERE-DATA.
      *-Data anterior a hoje que nao e dia util fica sem passada,
      *-salvo a data com passo pendente (sequencia interrompida
      *-nela, que e retomada). A data de hoje roda sempre.
           MOVE WS-Passada-Int TO WS-Util-Int.
           PERFORM 34-TESTA-DIA-UTIL.
           IF WS-Util-Rolar = 'S'
               AND WS-Passada-Int < WS-Hoje-Real-Int
               AND WS-Util-Data NOT = WS-Pri-Pendente
               MOVE WS-Util-Data TO WS-Edt-Fonte
               PERFORM 28-EDITA-DATA
               DISPLAY "DATA NAO UTIL, SEM PASSADA: " WS-Edt-Data
               ADD 1 TO WS-Nao-Uteis
           ELSE
               PERFORM 22-PROCESSA-DATA
           END-IF.

       38-CONTA-ATRASO.
           MOVE WS-Passada-Int TO WS-Util-Int.
           PERFORM 34-TESTA-DIA-UTIL.
           IF WS-Util-Rolar = 'N' OR WS-Util-Data = WS-Pri-Pendente
               ADD 1 TO WS-Atraso
           END-IF.
