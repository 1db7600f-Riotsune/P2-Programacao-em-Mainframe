       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-HIST.
      *-HISTORICO.DAT renomeado durante a correcao de documento, lido
      *-de volta para regravar o arquivo com o CPF/CNPJ certo.
       SELECT HIST-ANT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-HSA.
      *-Historico persistente das mensagens de entrada invalida.
       SELECT ERRLOG ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-TRF.
      *-Boletos de outros bancos pagos no caixa, um arquivo de
      *-liquidacao por banco emissor (BOLOUTbbbb.DAT), nome montado
      *-em WS-Nome-BolOut antes do OPEN.
       SELECT BOLOUT ASSIGN TO WS-Nome-BolOut
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-BOU.
      *-Tabela de faixas de CEP (cidade/UF), para o cadastro validar
      *-o CEP e preencher UF e cidade.
       SELECT CEPTAB ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-QUI.
      *-Contrato de emprestimo impresso na abertura, com a agenda
      *-de parcelas e o CET (CONTEMPnnnnnn.DAT), nome montado em
      *-WS-Nome-Contemp antes do OPEN.
       SELECT CONTEMP ASSIGN TO WS-Nome-Contemp
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-CTE.
      *-Custodia de cheques pre-datados recebidos de clientes,
      *-registrada no submenu de cheques e apresentada na data pelo
      *-passo noturno ProgramaP2Custodia.
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PAR.
      *-Contratos de aluguel das caixas de aluguel, abertos so na
      *-liquidacao de pendencia de anuidade (tela D).
       SELECT CONTRCXS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContratoCcx
       ALTERNATE RECORD KEY CodC-Ccx WITH DUPLICATES
       FILE STATUS ARQST-CCX.
      *-Avisos de movimentacao: preferencias da conta, controle dos
      *-avisos e fila de saida para o gateway de mensagens, abertos
      *-so no lancamento de conta com aviso (791/792).
       SELECT NOTIFPREF ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Pnt
       FILE STATUS ARQST-PNT.
       SELECT NOTIFICA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveNtf
       ALTERNATE RECORD KEY CodC-Ntf WITH DUPLICATES
       FILE STATUS ARQST-NTF.
       SELECT NOTIFSAI ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-NSI.
      *-Carencia apos troca de contato e saidas retidas por ela,
      *-abertos so na troca e na saida de dinheiro (795 a 797).
       SELECT CARENCIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Crc
       FILE STATUS ARQST-CRC.
       SELECT RETENCAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRtn
       ALTERNATE RECORD KEY CodC-Rtn WITH DUPLICATES
       FILE STATUS ARQST-RTN.
      *-Checklist de documentos da conta nova (800/801), aberto so
      *-na abertura e nas operacoes restritas enquanto pendente.
       SELECT DOCPEND ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Dcp
       FILE STATUS ARQST-DCP.
      *-Garantias dos contratos de emprestimo (avalistas e bens),
      *-aberto so na concessao e na renegociacao.
       SELECT GARANTIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveGar
       FILE STATUS ARQST-GAR.
      *-Emprestimos baixados para prejuizo e o diario das
      *-recuperacoes, abertos so na recuperacao (tela de
      *-emprestimos, opcao 5).
       SELECT BAIXAEMP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumContrato-Bx
       FILE STATUS ARQST-BX.
       SELECT RECUPEMP ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-RCP.
      *-Calendario de feriados bancarios, mantido pela tela F
      *-(supervisor); os batches de vencimento rolam para o dia
      *-util seguinte com base nele.
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Seq
       FILE STATUS ARQST-SEQ.
      *-Periodos contabeis: mes fechado nao recebe lancamento
      *-(203-Verifica-Periodo).
       SELECT PERIODO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePer
       FILE STATUS ARQST-PER.
      *-Modo do sistema (O online / B batch no ar), mantido pelo
      *-driver noturno e conferido a cada opcao de atualizacao.
       SELECT SISMODO ASSIGN TO DISK
       RECORD KEY NumBloqueio
       ALTERNATE RECORD KEY CodC-Blq WITH DUPLICATES
       FILE STATUS ARQST-BLQ.
      *-Diretorio de chaves PIX: a chave e unica no banco e aponta
      *-para uma conta de CC.DAT (tela de chaves e pagamento para
      *-chave, no submenu de servicos).
       SELECT CHAVESPIX ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChavePix
       ALTERNATE RECORD KEY CodC-Pix WITH DUPLICATES
       FILE STATUS ARQST-PIX.
      *-Casos de especie/fracionamento abertos pelo ProgramaP2Pld,
      *-decididos pela mesa de compliance (submenu de servicos).
       SELECT CASOSPLD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCasoPld
       ALTERNATE RECORD KEY ChaveOrigemPld
       FILE STATUS ARQST-PLD.
      *-Lista de partes restritas (carregada pelo ProgramaP2Restritos)
      *-e fila de revisao dos achados da triagem, decidida pelo
      *-supervisor no submenu de servicos.
       SELECT RESTRITOS ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRestr
       ALTERNATE RECORD KEY NomeRestr WITH DUPLICATES
       ALTERNATE RECORD KEY DocRestr WITH DUPLICATES
       FILE STATUS ARQST-RST.
       SELECT TRIAGEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumTriagem
       ALTERNATE RECORD KEY ChaveTri WITH DUPLICATES
       FILE STATUS ARQST-TRI.
      *-Procuracoes por conta, conferidas no balcao quando quem
      *-opera e procurador do titular.
       SELECT PROCURADORES ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveProc
       FILE STATUS ARQST-PRC.
      *-Posicao do espolio impressa para o inventariante, um
      *-arquivo por documento (ESPOLIOdddddddddddddd.DAT), nome
      *-montado em WS-Nome-Espolio antes do OPEN.
       SELECT ESPOLIO ASSIGN TO WS-Nome-Espolio
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ESO.
      *-Reclamacoes de ouvidoria, um protocolo por reclamacao.
       SELECT OUVIDORIA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumOuv
       ALTERNATE RECORD KEY CodC-Ouv WITH DUPLICATES
       FILE STATUS ARQST-OUV.
      *-Empresas conveniadas para arrecadacao no caixa e o registro
      *-das contas de consumo recebidas.
       SELECT CONVEMP ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodEmpresaCve
       FILE STATUS ARQST-CVE.
       SELECT ARRECAD ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumArr
       ALTERNATE RECORD KEY CodBarrasArr WITH DUPLICATES
       FILE STATUS ARQST-ARR.
      *-Conta de suspenso das TED recebidas que nao casaram.
       SELECT SUSPENSO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumSusp
       FILE STATUS ARQST-SUS.
      *-Cartoes de debito das contas (680-Cartoes).
       SELECT CARTAO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumCartao
       ALTERNATE RECORD KEY CodC-Cdb WITH DUPLICATES
       FILE STATUS ARQST-CDB.
      *-Registro dos arquivos de entrada recebidos pelos batches
      *-de interface (694-Libera-Recebido).
       SELECT RECEBIDO ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumRec
       ALTERNATE RECORD KEY ImpressaoRec WITH DUPLICATES
       FILE STATUS ARQST-RCB.
      *-Jornal das transacoes de mais de um passo (700-Inicia-Jornal
      *-e 710-Recupera-Jornal); chave alternativa na etapa para o
      *-sign-on achar as que ficaram sem conclusao.
       SELECT JORNAL ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumJrn
       ALTERNATE RECORD KEY EtapaJrn WITH DUPLICATES
       FILE STATUS ARQST-JRN.
      *-Alteracoes de dados de referencia aguardando aprovacao
      *-(730-Aprovacoes); chave alternativa na situacao para a fila
      *-listar so as pendentes.
       SELECT APROVAC ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumApr
       ALTERNATE RECORD KEY StatusApr WITH DUPLICATES
       FILE STATUS ARQST-APR.
      *-Alcada de valor de cada operador (755-Verifica-Alcada) e o
      *-registro dos vistos dados acima dela, so-acrescimo.
       SELECT ALCADA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOperAlc
       FILE STATUS ARQST-ALC.
       SELECT ALCUSO ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-ALU.
      *-Contas transferidas de agencia (760-Muda-Agencia); a chave
      *-alternativa no numero antigo serve a TED recebida.
       SELECT MUDANCA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY NumMud
       ALTERNATE RECORD KEY ChaveAntMud WITH DUPLICATES
       FILE STATUS ARQST-MUD.
      *-Gerentes de relacionamento e a carteira (cliente -> gerente).
       SELECT GERENTE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodGerente
       FILE STATUS ARQST-GER.
       SELECT CARTEIRA ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CpfCnpjCrt
       ALTERNATE RECORD KEY CodGerenteCrt WITH DUPLICATES
       FILE STATUS ARQST-CTR.
      *-Contrato do limite de cheque especial (concessao/vencimento).
       SELECT LIMITECE ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY CodC-Lce
       FILE STATUS ARQST-LCE.
       DATA DIVISION.
       FILE SECTION.
       FD  CC LABEL RECORD STANDARD
               ==Conta-Bloqueada== BY ==Conta-Bloqueada-Scan==
               ==Conta-Encerrada== BY ==Conta-Encerrada-Scan==
               ==Conta-Recolhida== BY ==Conta-Recolhida-Scan==
               ==Conta-Espolio== BY ==Conta-Espolio-Scan==
               ==TipoContaC== BY ==TipoContaC-Scan==
               ==Conta-Corrente== BY ==Conta-Corrente-Scan==
               ==Conta-Poupanca== BY ==Conta-Poupanca-Scan==
      *-Copia pesquisavel de cada conta encerrada em 06-Excluir.
           COPY HISTORICO.

       FD  HIST-ANT LABEL RECORD STANDARD
           DATA RECORD IS REG-HIST-ANT
           VALUE OF FILE-ID IS "HISTORICO.TMP".

      *-Mesmo tamanho de REG-HISTORICO; lido com INTO.
       01 REG-HIST-ANT pic X(130).

       FD  ERRLOG LABEL RECORD STANDARD
           DATA RECORD IS REG-ERRLOG
           VALUE OF FILE-ID IS "ERRLOG.DAT".
      *-destino (93-Transf-Externa).
           COPY INTERCAMBIO.

       FD  BOLOUT LABEL RECORD STANDARD
           DATA RECORD IS REG-BOLPAG.

      *-Boletos de outros bancos pagos aqui (652-Pagar-Boleto).
           COPY BOLPAG.

       FD  CEPTAB LABEL RECORD STANDARD
           DATA RECORD IS REG-CEPTAB
           VALUE OF FILE-ID IS "CEPTAB.DAT".
               03 MES-FALHA-P PIC 9(2).
               03 DIA-FALHA-P PIC 9(2).
           02 TENTATIVAS-P PIC 9(2).
           02 CUSTO-UNIT-P PIC 9(5)V99.
           02 CUSTO-P PIC 9(6)V99.

       FD  AUTORIZA LABEL RECORD STANDARD
           DATA RECORD IS REG-AUTORIZACAO
      *-Contador de sequencial por conta (220-Proximo-Seq-Mov).
           COPY MOVSEQ.

       FD  PERIODO LABEL RECORD STANDARD
           DATA RECORD IS REG-PERIODO
           VALUE OF FILE-ID IS "PERIODO.DAT".

      *-Periodos contabeis abertos e fechados (203-Verifica-Periodo).
           COPY PERIODO.

       FD  GAVETA LABEL RECORD STANDARD
           DATA RECORD IS REG-GAVETA
           VALUE OF FILE-ID IS "GAVETA.DAT".
      *-Parcelas do crediario (376-Baixa-Origem-Pend).
           COPY PARCELA.

       FD  CONTRCXS LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTRCXS
           VALUE OF FILE-ID IS "CONTRCXS.DAT".

      *-Anuidades das caixas de aluguel (376-Baixa-Origem-Pend).
           COPY CONTRCXS.

       FD  NOTIFPREF LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFPREF
           VALUE OF FILE-ID IS "NOTIFPREF.DAT".

      *-Avisos de movimentacao (791-Notifica-Lancamento).
           COPY NOTIFPREF.

       FD  NOTIFICA LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFICA
           VALUE OF FILE-ID IS "NOTIFICA.DAT".

           COPY NOTIFICA.

       FD  NOTIFSAI LABEL RECORD STANDARD
           DATA RECORD IS REG-NOTIFSAI
           VALUE OF FILE-ID IS "NOTIFSAI.DAT".

           COPY NOTIFSAI.

       FD  CARENCIA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARENCIA
           VALUE OF FILE-ID IS "CARENCIA.DAT".

      *-Carencia de troca de contato (795-Verifica-Troca-Contato).
           COPY CARENCIA.

       FD  RETENCAO LABEL RECORD STANDARD
           DATA RECORD IS REG-RETENCAO
           VALUE OF FILE-ID IS "RETENCAO.DAT".

           COPY RETENCAO.

       FD  DOCPEND LABEL RECORD STANDARD
           DATA RECORD IS REG-DOCPEND
           VALUE OF FILE-ID IS "DOCPEND.DAT".

      *-Documentos pendentes da abertura (801-Gera-Checklist-Doc).
           COPY DOCPEND.

       FD  GARANTIA LABEL RECORD STANDARD
           DATA RECORD IS REG-GARANTIA
           VALUE OF FILE-ID IS "GARANTIA.DAT".

           COPY GARANTIA.

       FD  BAIXAEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-BAIXAEMP
           VALUE OF FILE-ID IS "BAIXAEMP.DAT".

           COPY BAIXAEMP.

       FD  RECUPEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-RECUPEMP
           VALUE OF FILE-ID IS "RECUPEMP.DAT".

           COPY RECUPEMP.

       FD  SESSAO LABEL RECORD STANDARD
           DATA RECORD IS REG-SESSAO
           VALUE OF FILE-ID IS "SESSAO.DAT".
           DATA RECORD IS LINHA-QUI.
       01 LINHA-QUI pic X(80).

       FD  CONTEMP LABEL RECORD STANDARD
           DATA RECORD IS LINHA-CTE.
       01 LINHA-CTE pic X(80).

       FD  CHAVESPIX LABEL RECORD STANDARD
           DATA RECORD IS REG-CHAVEPIX
           VALUE OF FILE-ID IS "CHAVEPIX.DAT".

      *-Chaves PIX por conta (581-Chaves-Pix / 590-Pagar-Pix).
           COPY CHAVEPIX.

       FD  CASOSPLD LABEL RECORD STANDARD
           DATA RECORD IS REG-CASOPLD
           VALUE OF FILE-ID IS "CASOPLD.DAT".

      *-Casos PLD da mesa de compliance (600-Casos-Pld).
           COPY CASOPLD.

       FD  RESTRITOS LABEL RECORD STANDARD
           DATA RECORD IS REG-RESTRITO
           VALUE OF FILE-ID IS "RESTRITOS.DAT".

      *-Lista de partes restritas (610-Tria-Parte).
           COPY RESTRITO.

       FD  TRIAGEM LABEL RECORD STANDARD
           DATA RECORD IS REG-TRIAGEM
           VALUE OF FILE-ID IS "TRIAGEM.DAT".

      *-Fila de revisao da triagem (615-Revisao-Triagem).
           COPY TRIAGEM.

       FD  PROCURADORES LABEL RECORD STANDARD
           DATA RECORD IS REG-PROCURADOR
           VALUE OF FILE-ID IS "PROCURADOR.DAT".

      *-Procuracoes (620-Procuradores / 625-Verifica-Procurador).
           COPY PROCURADOR.

       FD  ESPOLIO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-ESP.
       01 LINHA-ESP pic X(80).

       FD  OUVIDORIA LABEL RECORD STANDARD
           DATA RECORD IS REG-OUVIDORIA
           VALUE OF FILE-ID IS "OUVIDORIA.DAT".

      *-Reclamacoes de ouvidoria (640-Ouvidoria).
           COPY OUVIDORIA.

       FD  CONVEMP LABEL RECORD STANDARD
           DATA RECORD IS REG-CONVEMP
           VALUE OF FILE-ID IS "CONVEMP.DAT".

      *-Empresas conveniadas da arrecadacao (660-Arrecadacao).
           COPY CONVEMP.

       FD  ARRECAD LABEL RECORD STANDARD
           DATA RECORD IS REG-ARRECAD
           VALUE OF FILE-ID IS "ARRECAD.DAT".

      *-Contas de consumo recebidas no caixa (660-Arrecadacao).
           COPY ARRECAD.

       FD  SUSPENSO LABEL RECORD STANDARD
           DATA RECORD IS REG-SUSPENSO
           VALUE OF FILE-ID IS "SUSPENSO.DAT".

      *-Suspenso de TED recebida (670-Suspenso-Ted).
           COPY SUSPENSO.

       FD  CARTAO LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTAO
           VALUE OF FILE-ID IS "CARTAO.DAT".

      *-Cartoes de debito (680-Cartoes).
           COPY CARTAO.

       FD  RECEBIDO LABEL RECORD STANDARD
           DATA RECORD IS REG-RECEBIDO
           VALUE OF FILE-ID IS "RECEBIDOS.DAT".

      *-Arquivos recebidos pelos batches (694-Libera-Recebido).
           COPY RECEBIDO.

       FD  JORNAL LABEL RECORD STANDARD
           DATA RECORD IS REG-JORNAL
           VALUE OF FILE-ID IS "JORNAL.DAT".

      *-Jornal de transacoes (700-Inicia-Jornal).
           COPY JORNAL.

       FD  APROVAC LABEL RECORD STANDARD
           DATA RECORD IS REG-APROVACAO
           VALUE OF FILE-ID IS "APROVAC.DAT".

      *-Propostas de alteracao de dados de referencia.
           COPY APROVACAO.

       FD  ALCADA LABEL RECORD STANDARD
           DATA RECORD IS REG-ALCADA
           VALUE OF FILE-ID IS "ALCADA.DAT".

           COPY ALCADA.

       FD  ALCUSO LABEL RECORD STANDARD
           DATA RECORD IS REG-ALCUSO
           VALUE OF FILE-ID IS "ALCUSO.DAT".

           COPY ALCUSO.

       FD  MUDANCA LABEL RECORD STANDARD
           DATA RECORD IS REG-MUDANCA
           VALUE OF FILE-ID IS "MUDANCA.DAT".

           COPY MUDANCA.

       FD  GERENTE LABEL RECORD STANDARD
           DATA RECORD IS REG-GERENTE
           VALUE OF FILE-ID IS "GERENTE.DAT".

           COPY GERENTE.

       FD  CARTEIRA LABEL RECORD STANDARD
           DATA RECORD IS REG-CARTEIRA
           VALUE OF FILE-ID IS "CARTEIRA.DAT".

           COPY CARTEIRA.

       FD  LIMITECE LABEL RECORD STANDARD
           DATA RECORD IS REG-LIMITECE
           VALUE OF FILE-ID IS "LIMITECE.DAT".

           COPY LIMITECE.

       WORKING-STORAGE SECTION.

           01 ARQST pic X(2).
           01 ARQST-MOV pic X(2).
           01 ARQST-AUD pic X(2).
           01 ARQST-HIST pic X(2).
           01 ARQST-HSA pic X(2).
           01 ARQST-ERR pic X(2).
           01 ARQST-ALE pic X(2).
           01 ARQST-REC pic X(2).
           01 ARQST-CHQ pic X(2).
           01 ARQST-PRM pic X(2).
           01 ARQST-TRF pic X(2).
           01 ARQST-BOU pic X(2).
           01 ARQST-CVE pic X(2).
           01 ARQST-ARR pic X(2).
           01 ARQST-SUS pic X(2).
           01 ARQST-CDB pic X(2).
           01 ARQST-RCB pic X(2).
           01 ARQST-JRN pic X(2).
           01 ARQST-APR pic X(2).
           01 ARQST-ALC pic X(2).
           01 ARQST-ALU pic X(2).
           01 ARQST-MUD pic X(2).
           01 ARQST-GER pic X(2).
           01 ARQST-CTR pic X(2).
           01 ARQST-LCE pic X(2).
           01 ARQST-CEP pic X(2).
           01 ARQST-CAM pic X(2).
           01 ARQST-BCT pic X(2).
           01 ARQST-CTL pic X(2).
           01 ARQST-FER pic X(2).
           01 ARQST-PAR pic X(2).
           01 ARQST-CCX pic X(2).
           01 ARQST-PNT pic X(2).
           01 ARQST-NTF pic X(2).
           01 ARQST-NSI pic X(2).
           01 ARQST-CRC pic X(2).
           01 ARQST-RTN pic X(2).
           01 ARQST-DCP pic X(2).
           01 ARQST-GAR pic X(2).
           01 ARQST-BX pic X(2).
           01 ARQST-RCP pic X(2).
           01 ARQST-SES pic X(2).
           01 ARQST-PAC pic X(2).
           01 ARQST-QUI pic X(2).
           01 ARQST-CTE pic X(2).
           01 ARQST-SCO pic X(2).
           01 ARQST-PTB pic X(2).
           01 ARQST-BEV pic X(2).
           01 ARQST-CUS pic X(2).
           01 ARQST-CSA pic X(2).
           01 ARQST-CPI pic X(2).
           01 ARQST-PIX pic X(2).
           01 ARQST-PLD pic X(2).
           01 ARQST-RST pic X(2).
           01 ARQST-TRI pic X(2).
           01 ARQST-PRC pic X(2).
           01 ARQST-ESO pic X(2).
           01 ARQST-OUV pic X(2).
           01 WS-Nrc-Devolvido pic X value 'N'.
      *-Aviso de movimentacao em montagem (791/792/793).
           01 WS-Ntf-Evento pic X(1) value spaces.
           01 WS-Ntf-Canal pic X(1) value spaces.
           01 WS-Ntf-Ref pic X(14) value spaces.
           01 WS-Ntf-Valor pic S9(7)V99 value zeros.
           01 WS-Ntf-Valor-Abs pic 9(7)V99 value zeros.
           01 WS-Ntf-Valor-Edt pic Z.ZZZ.ZZ9,99.
           01 WS-Ntf-Texto pic X(80) value spaces.
      *-Carencia de troca de contato (795/796/797): CARDIAS dias
      *-corridos em que a saida a partir de CARLIMIT fica retida
      *-(PARAMETROS.DAT). Os "-Antes" guardam o contato de antes do
      *-Editar e, na retencao, o contato anterior da carencia.
           01 WS-Crc-Dias pic 9(3) value 2.
           01 WS-Crc-Limite pic 9(7)V99 value 1000,00.
           01 WS-Crc-Telefone-Antes pic X(15) value spaces.
           01 WS-Crc-Email-Antes pic X(40) value spaces.
           01 WS-Crc-Endereco-Antes pic X(30) value spaces.
           01 WS-Crc-Cep-Antes pic 9(8) value zeros.
           01 WS-Crc-Hoje pic 9(8) value zeros.
           01 WS-Crc-Fim pic 9(8) value zeros.
           01 WS-Crc-Fim-R REDEFINES WS-Crc-Fim.
               02 WS-Crc-Fim-Ano pic 9(4).
               02 WS-Crc-Fim-Mes pic 9(2).
               02 WS-Crc-Fim-Dia pic 9(2).
           01 WS-Crc-Valor pic 9(7)V99 value zeros.
           01 WS-Crc-Existe pic X value 'N'.
           01 WS-Crc-Retem pic X value 'N'.
               88 Carencia-Retem value 'S'.
      *-T = TED do balcao, A = agendada, P = portabilidade.
           01 WS-Crc-Tipo pic X(1) value spaces.
           01 WS-Crc-Num pic 9(8) value zeros.
      *-Checklist de documentos da conta nova (800/801): prazo de
      *-entrega DOCPRAZO dias corridos e limites diarios reduzidos
      *-DOCSAQUE/DOCTRANS enquanto houver pendencia.
           01 WS-Doc-Prazo-Dias pic 9(3) value 30.
           01 WS-Doc-Limite-Saque pic 9(7)V99 value 500,00.
           01 WS-Doc-Limite-Transf pic 9(7)V99 value 500,00.
           01 WS-Doc-Lim-Efetivo pic 9(7)V99 value zeros.
           01 WS-Doc-Pendente pic X value 'N'.
               88 Conta-Com-Pendencia value 'S'.
           01 WS-Doc-Qtd pic 9(1) value zeros.
           01 WS-Doc-Hoje pic 9(8) value zeros.
           01 WS-Doc-Prazo pic 9(8) value zeros.
           01 WS-Doc-Prazo-R REDEFINES WS-Doc-Prazo.
               02 WS-Doc-Prazo-Ano pic 9(4).
               02 WS-Doc-Prazo-Mes pic 9(2).
               02 WS-Doc-Prazo-Dia pic 9(2).

           COPY PENDFILA.
           COPY PERCTL.
           COPY HASHCTL.
      *-Mes anterior e trava corrente, para a baixa de pendencia
      *-de ordem carimbar o MES DO VENCIMENTO liquidado (mesma
      *-derivacao de 27-TESTA-VENCIMENTO-ORDEM do batch) e para a
           01 WS-Pnd-Valor-Edt pic Z(6)9,99.
           01 WS-Pnd-Linha-Det pic X(68) value spaces.
           01 WS-Pnd-Baixa-Ok pic X value 'N'.
      *-Liquidacao de parcela de emprestimo com encargos de atraso.
           01 WS-Pnd-Saldo-Final pic S9(7)V99 value zeros.
           01 WS-Pnd-Principal pic 9(7)V99 value zeros.
           01 WS-Seq-Novo pic 9(8) value zeros.
           01 WS-Seq-Maior pic 9(8) value zeros.
           01 WS-Data-Hoje-Prm pic 9(8) value zeros.
      *-para achar o ultimo registro daquela conta).
           01 WS-Aud-Achou pic X value 'N'.
               88 Auditoria-Achada value 'S'.
      *-Linha de auditoria montada, guardada enquanto 228-Encadeia-
      *-Aud le o arquivo atras do hash da ultima linha.
           01 WS-Aud-Registro pic X(300) value spaces.
           01 WS-Desfaz-Nome pic A(40) value spaces.
           01 WS-Desfaz-CodBanco pic 9(4) value zeros.
           01 WS-Desfaz-CodAgencia pic 9(4) value zeros.
           01 WS-Desfaz-CodConta pic 9(6) value zeros.
           01 WS-Desfaz-Saldo pic S9(7)V99 value zeros.
      *-Mes (AAAAMM) da alteracao a desfazer, para a trava de periodo.
           01 WS-Desfaz-Periodo pic 9(6) value zeros.
           01 WS-Desfaz-Confirma pic X(1) value spaces.

      *-Suporte a transferencia entre contas (06-Transferir).
           01 WS-Emp-Venc-Mes pic 9(2) value zeros.
           01 WS-Emp-Venc-Dia pic 9(2) value zeros.
           01 WS-Emp-Confirma pic X(1) value spaces.
      *-Sistema de amortizacao (P = Price, S = SAC), prestacao
      *-(Price) ou amortizacao fixa (SAC), saldo devedor corrente e
      *-agenda montada em 266-Calcula-Parcela.
           01 WS-Emp-Sistema pic X(1) value spaces.
           01 WS-Emp-Desconto pic 9V9(15) value zeros.
           01 WS-Emp-Prestacao pic 9(7)V99 value zeros.
           01 WS-Emp-Saldo pic 9(9)V99 value zeros.
           01 WS-Emp-Juros-Tot pic 9(9)V99 value zeros.
           01 WS-Emp-Agenda.
               02 WS-Ag-Linha occurs 120 times.
                   03 WS-Ag-Parcela pic 9(7)V99.
                   03 WS-Ag-Amort pic 9(7)V99.
                   03 WS-Ag-Juros pic 9(7)V99.
                   03 WS-Ag-Saldo pic 9(9)V99.
      *-CET: taxa mensal por bissecao e o anual em percentual.
           01 WS-Emp-Cet pic 9(4)V99 value zeros.
           01 WS-Emp-Cet-Edt pic Z(3)9,99.
           01 WS-Cet-Min pic 9V9(12) value zeros.
           01 WS-Cet-Max pic 9V9(12) value zeros.
           01 WS-Cet-Taxa pic 9V9(12) value zeros.
           01 WS-Cet-Fator pic 9V9(14) value zeros.
           01 WS-Cet-VP pic 9(9)V9(6) value zeros.
           01 WS-Cet-Iter pic 9(2) value zeros.
      *-Contrato impresso (272-Imprime-Contrato).
           01 WS-Emp-Taxa-Edt pic 9,9999.
           01 WS-Emp-Parc-Edt pic Z(6)9,99.
           01 WS-Emp-Amort-Edt pic Z(6)9,99.
           01 WS-Emp-Juros-Edt pic Z(6)9,99.
      *-Consignado em folha (650-Margem-Consignavel): empresa
      *-consignante, margem em percentual (CONSMARG) sobre a media
      *-dos creditos de salario "SA" dessa empresa nos ultimos
      *-meses, e o que os consignados ativos da conta ja comprometem.
           01 WS-Emp-Consig pic X(30) value spaces.
           01 WS-Cons-Marg-Pct pic 9(3)V99 value 35.
           01 WS-Cons-Meses pic 9(2) value 3.
           01 WS-Cons-AnoMes-Ini pic 9(6) value zeros.
           01 WS-Cons-AnoMes-Mov pic 9(6) value zeros.
           01 WS-Cons-Soma-Sal pic 9(9)V99 value zeros.
           01 WS-Cons-Qtd-Sal pic 9(3) value zeros.
           01 WS-Cons-Media pic 9(7)V99 value zeros.
           01 WS-Cons-Margem pic 9(7)V99 value zeros.
           01 WS-Cons-Comprometido pic 9(7)V99 value zeros.
           01 WS-Cons-Livre pic S9(7)V99 value zeros.
           01 WS-Cons-Restantes pic 9(3) value zeros.
           01 WS-Cons-Parc-Media pic 9(7)V99 value zeros.
           01 WS-Cons-Livre-Edt pic -Z(6)9,99.
           01 WS-Cons-Ok pic X(1) value 'N'.
               88 Margem-Consignavel-Ok value 'S'.
      *-Garantias na concessao (455-Coleta-Garantias): contrato a
      *-partir de GARMIN exige avalista ou bem; com bens, o LTV
      *-(valor do contrato sobre o total avaliado, em %) nao passa
      *-de GARLTV; avaliacao do bem vale GARREAV meses.
           01 WS-Gar-Minimo pic 9(7)V99 value 20000,00.
           01 WS-Gar-Ltv-Max pic 9(3)V99 value 80.
           01 WS-Gar-Reav-Meses pic 9(3) value 12.
           01 WS-Gar-Qtd pic 9(1) value zeros.
           01 WS-Gar-Idx pic 9(1) value zeros.
           01 WS-Gar-Tab.
               02 WS-Gar-Ent occurs 5 times.
                   03 WS-Gar-Tipo pic X(1).
                   03 WS-Gar-Cpf pic 9(14).
                   03 WS-Gar-Nome pic A(40).
                   03 WS-Gar-Especie pic X(1).
                   03 WS-Gar-Desc pic X(30).
                   03 WS-Gar-Valor pic 9(9)V99.
                   03 WS-Gar-Data pic 9(8).
           01 WS-Gar-Tipo-Ent pic X(1) value spaces.
           01 WS-Gar-Cpf-Ent pic 9(14) value zeros.
           01 WS-Gar-Especie-Ent pic X(1) value spaces.
           01 WS-Gar-Desc-Ent pic X(30) value spaces.
           01 WS-Gar-Valor-Ent pic 9(9)V99 value zeros.
           01 WS-Gar-Data-Ent pic 9(8) value zeros.
           01 WS-Gar-Data-Ent-R REDEFINES WS-Gar-Data-Ent.
               02 WS-Gar-Ent-Ano pic 9(4).
               02 WS-Gar-Ent-Mes pic 9(2).
               02 WS-Gar-Ent-Dia pic 9(2).
           01 WS-Gar-Hoje pic 9(8) value zeros.
           01 WS-Gar-Meses pic S9(5) value zeros.
           01 WS-Gar-Soma-Bens pic 9(11)V99 value zeros.
           01 WS-Gar-Ltv pic 9(5)V99 value zeros.
           01 WS-Gar-Ltv-Edt pic ZZZZ9,99.
           01 WS-Gar-Valor-Edt pic Z(8)9,99.
           01 WS-Gar-Tem-Aval pic X value 'N'.
           01 WS-Gar-Ok pic X(1) value 'N'.
               88 Garantia-Ok value 'S'.
           01 WS-Gar-Contrato pic 9(6) value zeros.
      *-Pagamento de boleto de outro banco (652-Pagar-Boleto): a
      *-linha digitavel de 47 posicoes e conferida pelos DVs dos
      *-tres campos (modulo 10) e pelo DV geral do codigo de barras
      *-(modulo 11); vencido, o boleto paga multa (BOLMULTA, em %)
      *-e mora ao mes pro rata dia (BOLMORA) sobre o valor do
      *-documento, contados do vencimento ja prorrogado para o dia
      *-util. O pago vai para o BOLOUTbbbb.DAT do banco emissor.
           01 WS-Banco-Nosso pic 9(4) value 0001.
           01 WS-Bol-Multa-Pct pic 9(3)V99 value 2.
           01 WS-Bol-Mora-Pct pic 9(3)V99 value 1.
           01 WS-Bol-Linha pic X(47) value spaces.
           01 WS-Bol-Campos REDEFINES WS-Bol-Linha.
               02 WS-Bol-Banco3 pic 9(3).
               02 FILLER pic X(6).
               02 WS-Bol-DV1 pic 9(1).
               02 FILLER pic X(10).
               02 WS-Bol-DV2 pic 9(1).
               02 FILLER pic X(10).
               02 WS-Bol-DV3 pic 9(1).
               02 WS-Bol-DVGeral pic 9(1).
               02 WS-Bol-Fator pic 9(4).
               02 WS-Bol-Nominal pic 9(8)V99.
      *-Codigo de barras sem o DV geral: banco+moeda, fator+valor
      *-e o campo livre (as posicoes 5-9, 11-20 e 22-31 da linha).
           01 WS-Bol-Barras pic X(43) value spaces.
           01 WS-Bol-Ok pic X(1) value 'N'.
               88 Linha-Boleto-Ok value 'S'.
           01 WS-Bol-Banco pic 9(4) value zeros.
           01 WS-Bol-Nome-Banco pic X(30) value spaces.
           01 WS-Bol-Venc pic 9(8) value zeros.
           01 WS-Bol-Venc-Int pic 9(8) value zeros.
           01 WS-Bol-Hoje-Int pic 9(8) value zeros.
           01 WS-Bol-Dias pic 9(5) value zeros.
           01 WS-Bol-Valor pic 9(7)V99 value zeros.
           01 WS-Bol-Multa pic 9(7)V99 value zeros.
           01 WS-Bol-Mora pic 9(7)V99 value zeros.
           01 WS-Bol-Total pic 9(7)V99 value zeros.
           01 WS-Bol-Edt pic Z(6)9,99.
           01 WS-Bol-Forma pic X(1) value spaces.
           01 WS-Bol-Conta pic 9(6) value zeros.
           01 WS-Bol-Confirma pic X(1) value spaces.
           01 WS-Bol-Origem pic X(1) value spaces.
      *-Nome no formato BOLOUTbbbb.DAT, ex.: BOLOUT0237.DAT.
           01 WS-Nome-BolOut pic X(14) value spaces.
      *-Calculo dos digitos verificadores sobre WS-Mod-Campo(1:Tam),
      *-da direita para a esquerda.
           01 WS-Mod-Campo pic X(43) value spaces.
           01 WS-Mod-Tam pic 9(2) value zeros.
           01 WS-Mod-Idx pic 9(2) value zeros.
           01 WS-Mod-Peso pic 9(2) value zeros.
           01 WS-Mod-Dig pic 9(1) value zeros.
           01 WS-Mod-Prod pic 9(3) value zeros.
           01 WS-Mod-Soma pic 9(5) value zeros.
           01 WS-Mod-Quoc pic 9(5) value zeros.
           01 WS-Mod-Resto pic 9(2) value zeros.
           01 WS-Mod-DV pic 9(2) value zeros.
      *-Arrecadacao de contas de consumo no caixa (660-Arrecadacao):
      *-a linha digitavel de 48 posicoes sao quatro blocos de 11
      *-digitos + DV; juntos, os blocos sao o codigo de barras de
      *-44 (produto 8, segmento, identificador do valor - 6/7 DVs
      *-no modulo 10, 8/9 no modulo 11 -, DV geral, valor, empresa
      *-nas posicoes 16-19 e campo livre).
           01 WS-Arr-Acao pic X(1) value spaces.
           01 WS-Arr-Linha pic X(48) value spaces.
           01 WS-Arr-Blocos REDEFINES WS-Arr-Linha.
               02 WS-Arr-Bloco occurs 4 times.
                   03 WS-Arr-Campo pic X(11).
                   03 WS-Arr-DV pic 9(1).
           01 WS-Arr-Barras pic X(44) value spaces.
           01 WS-Arr-Cod REDEFINES WS-Arr-Barras.
               02 WS-Arr-Produto pic X(1).
               02 WS-Arr-Segmento pic X(1).
               02 WS-Arr-Id-Valor pic X(1).
                   88 Arr-Modulo-10 value '6' '7'.
                   88 Arr-Modulo-11 value '8' '9'.
                   88 Arr-Valor-Efetivo value '6' '8'.
               02 WS-Arr-DVGeral pic 9(1).
               02 WS-Arr-Valor-Cod pic 9(9)V99.
               02 WS-Arr-Empresa-Cod pic 9(4).
               02 FILLER pic X(25).
           01 WS-Arr-Idx pic 9(1) value zeros.
           01 WS-Arr-Ok pic X(1) value 'N'.
               88 Linha-Arrec-Ok value 'S'.
           01 WS-Arr-Valor pic 9(7)V99 value zeros.
           01 WS-Arr-Edt pic Z(6)9,99.
           01 WS-Arr-Confirma pic X(1) value spaces.
           01 WS-Arr-Empresa pic 9(4) value zeros.
           01 WS-Arr-Nome pic X(30) value spaces.
           01 WS-Arr-Conta pic 9(6) value zeros.
           01 WS-Arr-Tarifa pic 9(3)V99 value zeros.
           01 WS-Arr-Situacao pic X(1) value spaces.
           01 WS-Arr-Novo pic X(1) value 'N'.
               88 Convenio-Novo value 'S'.
           01 WS-Arr-Tela-Linha pic 9(2) value zeros.
           01 WS-Arr-Listados pic 9(4) value zeros.
           01 WS-Arr-Det pic X(60) value spaces.
      *-Pesquisa e alocacao do suspenso de TED (670-Suspenso-Ted).
           01 WS-Spn-Num pic 9(8) value zeros.
           01 WS-Spn-Conta pic 9(6) value zeros.
           01 WS-Spn-Ok pic X(1) value 'N'.
               88 Conta-Spn-Ok value 'S'.
           01 WS-Spn-Confirma pic X(1) value spaces.
           01 WS-Spn-Linha pic 9(2) value zeros.
           01 WS-Spn-Listados pic 9(4) value zeros.
           01 WS-Spn-Total pic 9(9)V99 value zeros.
           01 WS-Spn-Edt pic Z(6)9,99.
           01 WS-Spn-Tot-Edt pic Z(8)9,99.
           01 WS-Spn-Det pic X(70) value spaces.
      *-Cartoes de debito (680-Cartoes): faixa (BIN) do banco,
      *-validade em anos (CRTVALID) e limite diario padrao de
      *-saque no ATM (CRTLIMDI).
           01 WS-Cdb-Acao pic X(1) value spaces.
               88 Cdb-Acao-Valida values 'E' 'B' 'D' 'S' 'L'.
           01 WS-Cdb-CodC pic 9(6) value zeros.
           01 WS-Cdb-Num pic 9(16) value zeros.
           01 WS-Cdb-Num-R REDEFINES WS-Cdb-Num.
               02 WS-Cdb-Base pic 9(15).
               02 WS-Cdb-DV pic 9(1).
           01 WS-Cdb-Bin pic 9(6) value 627890.
           01 WS-Cdb-Seq pic 9(9) value zeros.
           01 WS-Cdb-Antigo pic 9(16) value zeros.
           01 WS-Cdb-Validade-Anos pic 9(2) value 5.
           01 WS-Cdb-Limite-Padrao pic 9(7)V99 value 1000.
           01 WS-Cdb-Limite pic 9(7)V99 value zeros.
           01 WS-Cdb-Motivo pic X(1) value spaces.
           01 WS-Cdb-Confirma pic X(1) value spaces.
           01 WS-Cdb-Gravado pic X(1) value 'N'.
               88 Cartao-Cdb-Gravado value 'S'.
           01 WS-Cdb-Linha pic 9(2) value zeros.
           01 WS-Cdb-Listados pic 9(3) value zeros.
           01 WS-Cdb-Validos pic 9(3) value zeros.
      *-Liberacao de reprocessamento de arquivo recebido
      *-(694-Libera-Recebido).
           01 WS-Rcb-Num pic 9(8) value zeros.
           01 WS-Rcb-Confirma pic X(1) value spaces.
           01 WS-Rcb-Linha pic 9(2) value zeros.
           01 WS-Rcb-Listados pic 9(4) value zeros.
           01 WS-Rcb-Edt pic Z(12)9,99.
           01 WS-Rcb-Det pic X(70) value spaces.
      *-Jornal de transacoes (700-Inicia-Jornal): a transacao em
      *-curso e a recuperacao no sign-on (710-Recupera-Jornal).
           01 WS-Jrn-Num pic 9(8) value zeros.
           01 WS-Jrn-Aberto pic X(1) value 'N'.
               88 Jornal-Aberto value 'S'.
           01 WS-Jrn-Tipo pic X(2) value spaces.
           01 WS-Jrn-Origem pic 9(6) value zeros.
           01 WS-Jrn-Destino pic 9(6) value zeros.
           01 WS-Jrn-Debito pic 9(7)V99 value zeros.
           01 WS-Jrn-Credito pic 9(7)V99 value zeros.
           01 WS-Jrn-Desc-Debito pic X(30) value spaces.
           01 WS-Jrn-Desc-Credito pic X(30) value spaces.
           01 WS-Jrn-Seq-Origem pic 9(8) value zeros.
           01 WS-Jrn-Seq-Destino pic 9(8) value zeros.
           01 WS-Jrn-CodC-Guarda pic 9(6) value zeros.
           01 WS-Jrn-Etapa pic X(1) value spaces.
           01 WS-Jrn-Motivo pic X(40) value spaces.
           01 WS-Jrn-Desc-Busca pic X(30) value spaces.
           01 WS-Jrn-Desc-Estorno pic X(30) value spaces.
           01 WS-Jrn-Seq-Achado pic 9(8) value zeros.
           01 WS-Jrn-Pend-Tab.
               02 WS-Jrn-Pend pic 9(8) occurs 50 times.
           01 WS-Jrn-Qtd pic 9(2) value zeros.
           01 WS-Jrn-Idx pic 9(2) value zeros.
           01 WS-Jrn-Conta pic 9(6) value zeros.
           01 WS-Jrn-Seq-Base pic 9(8) value zeros.
           01 WS-Jrn-Valor-Busca pic S9(7)V99 value zeros.
           01 WS-Jrn-Achou pic X(1) value 'N'.
               88 Lanc-Jrn-Achado value 'S'.
           01 WS-Jrn-Hoje pic 9(8) value zeros.
           01 WS-Jrn-Data pic 9(8) value zeros.
           01 WS-Jrn-Hora pic 9(6) value zeros.
           01 WS-Jrn-Hora-R REDEFINES WS-Jrn-Hora.
               02 WS-Jrn-HH pic 9(2).
               02 WS-Jrn-MM pic 9(2).
               02 WS-Jrn-SS pic 9(2).
           01 WS-Jrn-Segs-Ini pic 9(5) value zeros.
           01 WS-Jrn-Segs-Agora pic 9(5) value zeros.
           01 WS-Jrn-Recuperadas pic 9(3) value zeros.
           01 WS-Jrn-Linha pic 9(2) value zeros.
           01 WS-Jrn-Listados pic 9(4) value zeros.
           01 WS-Jrn-Confirma pic X(1) value spaces.
           01 WS-Jrn-Edt pic Z(6)9,99.
           01 WS-Jrn-Det pic X(70) value spaces.
      *-Aprovacao de alteracoes de dados de referencia: o
      *-supervisor que propoe (WS-Sup-Id na tela de manutencao) nao
      *-pode aprovar; a proposta sem revisao em APRVDIAS dias
      *-corridos expira na abertura da fila (730-Aprovacoes).
           01 WS-Apr-Dias pic 9(3) value 5.
           01 WS-Apr-Num pic 9(8) value zeros.
           01 WS-Apr-Tipo pic X(2) value spaces.
           01 WS-Apr-Dados pic X(60) value spaces.
           01 WS-Apr-Acao pic X(1) value spaces.
           01 WS-Apr-Decisao pic X(1) value spaces.
           01 WS-Apr-Motivo pic X(40) value spaces.
           01 WS-Apr-Msg pic X(40) value spaces.
           01 WS-Apr-Falhou pic X(1) value 'N'.
               88 Aplicacao-Falhou value 'S'.
      *-Alcadas: tipo (SQ TI TE ES EP AP), valor e conta da
      *-operacao vem de quem chama 755-Verifica-Alcada; o visto
      *-volta em WS-Alc-Ok. Noves no limite do visto = supervisor
      *-sem alcada cadastrada (sem teto).
           01 WS-Alc-Tipo pic X(2) value spaces.
           01 WS-Alc-Valor pic 9(7)V99 value zeros.
           01 WS-Alc-Conta pic 9(6) value zeros.
           01 WS-Alc-Idx pic 9 value zeros.
           01 WS-Alc-Limite-Oper pic 9(9)V99 value zeros.
           01 WS-Alc-Limite-Visto pic 9(9)V99 value zeros.
           01 WS-Alc-Visto pic X(8) value spaces.
           01 WS-Alc-Senha pic X(8) value spaces.
           01 WS-Alc-Ok pic X value 'S'.
               88 Alcada-Coberta value 'S'.
           01 WS-Alc-Cobre pic X value 'N'.
      *-Tela de manutencao das alcadas (opcao 3 dos operadores).
           01 WS-Alc-Id pic X(8) value spaces.
           01 WS-Alc-Existe pic X value 'N'.
           01 WS-Alc-Confirma pic X(1) value spaces.
      *-Transferencia de conta entre agencias (opcao G dos
      *-servicos): o numero antigo segue recebendo TED por
      *-MUDADIAS dias corridos (PARAMETROS.DAT).
           01 WS-Mud-Dias pic 9(3) value 90.
           01 WS-Mud-CodC pic 9(6) value zeros.
           01 WS-Mud-Novo.
               02 WS-Mud-Agencia pic 9(4) value zeros.
               02 WS-Mud-Conta pic 9(6) value zeros.
           01 WS-Mud-Agencia-Ant pic 9(4) value zeros.
           01 WS-Mud-Conta-Ant pic 9(6) value zeros.
           01 WS-Mud-Confirma pic X(1) value spaces.
           01 WS-Mud-Transicao pic X(1) value 'N'.
               88 Numero-Em-Transicao value 'S'.
           01 WS-Mud-Folhas pic 9(4) value zeros.
           01 WS-Mud-Hoje pic 9(8) value zeros.
           01 WS-Mud-Fim pic 9(8) value zeros.
      *-Correcao de documento (opcao H dos servicos): tudo o que
      *-esta no CPF/CNPJ errado passa para o correto, ou se mescla
      *-com o que o correto ja tem.
           01 WS-Cdc-Errado pic 9(14) value zeros.
           01 WS-Cdc-Certo pic 9(14) value zeros.
           01 WS-Cdc-Tipo pic X(1) value spaces.
           01 WS-Cdc-Confirma pic X(1) value spaces.
           01 WS-Cdc-Conflito pic X(50) value spaces.
           01 WS-Cdc-Det pic X(30) value spaces.
           01 WS-Cdc-Qtd pic 99 value zeros.
           01 WS-Cdc-Idx pic 99 value zeros.
           01 WS-Cdc-Tab.
               02 WS-Cdc-Conta pic 9(6) occurs 30 times.
           01 WS-Cdc-Titular pic 9(3) value zeros.
           01 WS-Cdc-Segundo pic 9(3) value zeros.
           01 WS-Cdc-Ja-Certo pic 9(3) value zeros.
           01 WS-Cdc-Hist pic 9(4) value zeros.
           01 WS-Cdc-Portab pic 9(3) value zeros.
           01 WS-Cdc-Cartas pic 9(4) value zeros.
           01 WS-Cdc-Achou pic X(1) value 'N'.
               88 Cdc-Conta-Na-Tabela value 'S'.
           01 WS-Cdc-Cli-Errado pic X(1) value 'N'.
               88 Cdc-Tem-Cliente-Errado value 'S'.
           01 WS-Cdc-Cli-Certo pic X(1) value 'N'.
               88 Cdc-Tem-Cliente-Certo value 'S'.
           01 WS-Cdc-Sco-Errado pic X(1) value 'N'.
               88 Cdc-Tem-Score-Errado value 'S'.
           01 WS-Cdc-Sco-Certo pic X(1) value 'N'.
               88 Cdc-Tem-Score-Certo value 'S'.
           01 WS-Cdc-Ccf-Errado pic X(1) value 'N'.
               88 Cdc-Tem-Ccf-Errado value 'S'.
           01 WS-Cdc-Ccf-Certo pic X(1) value 'N'.
               88 Cdc-Tem-Ccf-Certo value 'S'.
      *-Cliente do documento errado, guardado no levantamento para
      *-a mescla (o correto vence; o errado so preenche o que o
      *-correto nao tem).
           01 WS-Cdc-Nome pic A(40) value spaces.
           01 WS-Cdc-Nasc pic 9(8) value zeros.
           01 WS-Cdc-Obito pic 9(8) value zeros.
           01 WS-Cdc-Obito-Certo pic 9(8) value zeros.
           01 WS-Cdc-Cep pic 9(8) value zeros.
           01 WS-Cdc-Endereco pic X(30) value spaces.
           01 WS-Cdc-Uf pic X(2) value spaces.
           01 WS-Cdc-Telefone pic X(15) value spaces.
           01 WS-Cdc-Email pic X(40) value spaces.
           01 WS-Cdc-Profissao pic X(30) value spaces.
           01 WS-Cdc-Renda pic 9(7)V99 value zeros.
           01 WS-Cdc-Patrimonio pic 9(11)V99 value zeros.
           01 WS-Cdc-Pep pic X(1) value spaces.
           01 WS-Cdc-Risco pic X(1) value spaces.
           01 WS-Cdc-Kyc pic 9(8) value zeros.
           01 WS-Cdc-Oper-Kyc pic X(8) value spaces.
      *-Gerentes de relacionamento (opcoes 4 e 5 dos operadores).
           01 WS-Ger-Acao pic X(1) value spaces.
           01 WS-Ger-Cod pic 9(4) value zeros.
           01 WS-Ger-Nome pic A(30) value spaces.
           01 WS-Ger-Banco pic 9(4) value zeros.
           01 WS-Ger-Agencia pic 9(4) value zeros.
           01 WS-Ger-Confirma pic X(1) value spaces.
           01 WS-Ger-Existe pic X(1) value 'N'.
               88 Gerente-Cadastrado value 'S'.
           01 WS-Ger-Ok pic X(1) value 'N'.
               88 Gerente-Valido value 'S'.
           01 WS-Ger-Clientes pic 9(5) value zeros.
           01 WS-Ger-Movidos pic 9(5) value zeros.
           01 WS-Ger-Cpf pic 9(14) value zeros.
           01 WS-Ger-Atual pic 9(4) value zeros.
           01 WS-Ger-Novo pic 9(4) value zeros.
           01 WS-Ger-Origem pic 9(4) value zeros.
           01 WS-Ger-Destino pic 9(4) value zeros.
           01 WS-Ger-Busca pic 9(4) value zeros.
      *-CCF do documento errado, somado ao do correto na mescla.
           01 WS-Cdc-Ccf-Qtd pic 9(3) value zeros.
           01 WS-Cdc-Ccf-Status pic X(1) value spaces.
           01 WS-Cdc-Ccf-Inclusao pic 9(8) value zeros.
           01 WS-Cdc-Ccf-Nome pic A(40) value spaces.
           01 WS-Apr-Idade pic S9(5) value zeros.
           01 WS-Apr-Situacao pic X(1) value spaces.
           01 WS-Apr-Exp-Tab.
               02 WS-Apr-Exp pic 9(8) occurs 50 times.
           01 WS-Apr-Qtd pic 9(2) value zeros.
           01 WS-Apr-Idx pic 9(2) value zeros.
           01 WS-Apr-Expiradas pic 9(3) value zeros.
           01 WS-Apr-Linha pic 9(2) value zeros.
           01 WS-Apr-Listados pic 9(4) value zeros.
           01 WS-Apr-Valor-Edt pic -Z(6)9,9999.
           01 WS-Apr-Resumo pic X(30) value spaces.
           01 WS-Apr-Det pic X(70) value spaces.
           01 WS-Cdb-Edt pic Z(6)9,99.
           01 WS-Cdb-Det pic X(62) value spaces.
      *-Submenu de emprestimos e quitacao antecipada.
           01 WS-Escolha-Emp pic X(1) value spaces.
           01 WS-Qui-Contrato pic 9(6) value zeros.
           01 WS-Qui-Abatimento pic 9(9)V99 value zeros.
           01 WS-Qui-Valor pic 9(9)V99 value zeros.
           01 WS-Qui-Valor-Edt pic Z(8)9,99.
           01 WS-Qui-Hoje pic 9(8) value zeros.
           01 WS-Qui-Vencimento pic 9(8) value zeros.
           01 WS-Qui-Juros-Futuros pic 9(9)V99 value zeros.
      *-Nome no formato QUITEMPnnnnnn.DAT, ex.: QUITEMP000123.DAT.
           01 WS-Nome-Quitemp pic X(17) value spaces.
      *-Nome no formato CONTEMPnnnnnn.DAT, ex.: CONTEMP000123.DAT.
           01 WS-Nome-Contemp pic X(17) value spaces.
      *-Renegociacao: numero do contrato encerrado e do novo.
           01 WS-Ren-Contrato-Antigo pic 9(6) value zeros.
           01 WS-Ren-Contrato-Novo pic 9(6) value zeros.
      *-Recuperacao de contrato baixado para prejuizo.
           01 WS-Rcp-Contrato pic 9(6) value zeros.
           01 WS-Rcp-Saldo pic 9(9)V99 value zeros.
           01 WS-Rcp-Valor pic 9(7)V99 value zeros.
           01 WS-Rcp-Forma pic X(1) value spaces.
      *-Custodia de cheques pre-datados (submenu de cheques).
           01 WS-Cus-Banco pic 9(4) value zeros.
           01 WS-Cus-Conta-Sac pic 9(6) value zeros.
               "ProgramaP2RelTarifas        TARIFAS.LST   ".
               02 FILLER pic X(42) value
               "ProgramaP2RelPrevisao       PREVISAO.LST  ".
               02 FILLER pic X(42) value
               "ProgramaP2RelAlcadas        ALCADAS.LST   ".
               02 FILLER pic X(42) value
               "ProgramaP2RelCarteira       CARTEIRA.LST  ".
               02 FILLER pic X(42) value
               "ProgramaP2RelLiquidez       LIQUIDEZ.LST  ".
           01 WS-Spl-Saidas REDEFINES WS-Spl-Saidas-Ini.
               02 WS-Spl-Saida-Ent occurs 13 times.
                   03 WS-Spl-Programa pic X(28).
                   03 WS-Spl-Arquivo pic X(14).
           01 WS-Nome-SpoolVis pic X(14) value spaces.
           01 WS-Score-Valor pic 9(3) value zeros.
           01 WS-Score-Tem pic X value 'N'.
           01 WS-Limite-Antes-Edit pic 9(7)V99 value zeros.
      *-Contrato do limite (LIMITECE.DAT): prazo em meses (LCEMESES
      *-em PARAMETROS.DAT), aprovador e limite anterior.
           01 WS-Lce-Meses pic 9(3) value 12.
           01 WS-Lce-Achou pic X value 'N'.
           01 WS-Lce-Aprovador pic X(8) value spaces.
           01 WS-Lce-Antes pic 9(7)V99 value zeros.
           01 WS-Lce-Meses-Tot pic 9(6) value zeros.
           01 WS-Lce-Antes-Edt pic Z(6)9,99.
           01 WS-Lce-Novo-Edt pic Z(6)9,99.
      *-Fila de cobranca por estagio (opcao 4 do submenu).
           01 WS-Cob-Estagio pic 9(1) value zeros.
           01 WS-Cob-Linha pic 9(2) value zeros.
           01 WS-Est-Delta pic S9(7)V99 value zeros.
           01 WS-Est-Confirma pic X(1) value spaces.
           01 WS-Est-Valor-Edt pic -Z(6)9,99.
      *-Sequencial do lancamento "ES" recem-gravado, para quem
      *-estorna por outra tela (ouvidoria) amarrar o estorno.
           01 WS-Est-Seq-Novo pic 9(8) value zeros.
      *-Data (AAAAMMDD) do lancamento estornado: vira a data-valor
      *-do "ES", para o estorno contar desde o dia do original.
           01 WS-Est-Data pic 9(8) value zeros.

      *-Consulta de movimentos na tela (210-Consulta-Movimentos):
      *-cadeia da conta com saldo corrido, do mais recente para o
           01 WS-Fav-Achou pic X value 'N'.
               88 Favorecido-Valido value 'S'.

      *-Submenu de servicos e retaguarda (opcao C do menu), no mesmo
      *-molde dos submenus de relatorios e de ordens.
           01 WS-Escolha-Srv pic X(1) value spaces.
      *-Chaves PIX (581-Chaves-Pix) e pagamento para chave
      *-(590-Pagar-Pix): a chave resolve a conta de destino e o
      *-resto segue o caminho de 06-Transferir.
           01 WS-Pix-Acao pic X(1) value spaces.
           01 WS-Pix-CodC pic 9(6) value zeros.
           01 WS-Pix-Tipo pic X(1) value spaces.
               88 Pix-Tipo-Valido values 'C' 'E' 'T' 'A'.
           01 WS-Pix-Chave pic X(40) value spaces.
           01 WS-Pix-Confirma pic X(1) value spaces.
           01 WS-Pix-Linha pic 9(2) value zeros.
           01 WS-Pix-Listados pic 9(3) value zeros.
           01 WS-Pix-Det pic X(68) value spaces.
      *-Chave aleatoria: conta, data e hora amassados em dois
      *-numeros (mesma ideia do codigo de autenticacao da carta de
      *-saldo); colisao avanca o numero ate achar vaga.
           01 WS-Pix-Aleat-1 pic 9(16) value zeros.
           01 WS-Pix-Aleat-2 pic 9(16) value zeros.
           01 WS-Pix-Gravada pic X value 'N'.
               88 Chave-Pix-Gravada value 'S'.
      *-Leitura da chave digitada (593-Le-Chave-Pix): documento
      *-so com os digitos significativos volta a forma de CpfCnpjC.
           01 WS-Pix-Achou pic X value 'N'.
               88 Chave-Pix-Achada value 'S'.
           01 WS-Pix-Digitos pic 9(2) value zeros.
           01 WS-Pix-Doc pic 9(14) value zeros.
      *-Liga a descricao PIX nos lancamentos de 24/25 quando a
      *-transferencia veio do pagamento para chave.
           01 WS-Pix-Pagto pic X value 'N'.
               88 Pagamento-Pix value 'S'.

      *-Perfil KYC do cliente (115-Coleta-Kyc): coletado no Incluir
      *-quando o documento e novo (ou ainda sem perfil) e renovado
      *-pela opcao de servicos; patrimonio acima de KYCPATR (em
      *-PARAMETROS.DAT) classifica o cliente como risco medio, e
      *-pessoa politicamente exposta e sempre risco alto.
           01 WS-Kyc-Coletar pic X value 'S'.
               88 Kyc-A-Coletar value 'S'.
           01 WS-Kyc-Nasc pic 9(8) value zeros.
           01 WS-Kyc-Nasc-R REDEFINES WS-Kyc-Nasc.
               02 WS-Kyc-Nasc-Ano pic 9(4).
               02 WS-Kyc-Nasc-Mes pic 9(2).
               02 WS-Kyc-Nasc-Dia pic 9(2).
           01 WS-Kyc-Nasc-Ok pic X value 'N'.
               88 Kyc-Nasc-Valida value 'S'.
           01 WS-Kyc-Profissao pic X(30) value spaces.
           01 WS-Kyc-Renda pic 9(7)V99 value zeros.
           01 WS-Kyc-Patrimonio pic 9(11)V99 value zeros.
           01 WS-Kyc-Pep pic X(1) value spaces.
           01 WS-Kyc-Risco pic X(1) value spaces.
           01 WS-Kyc-Patr-Medio pic 9(11)V99 value 1000000,00.
           01 WS-Kyc-Cli-Existe pic X value 'N'.
           01 WS-Kyc-Doc pic 9(14) value zeros.
           01 WS-Kyc-Renda-Edt pic Z(6)9,99.
           01 WS-Kyc-Patr-Edt pic Z(10)9,99.
           01 WS-Kyc-Comprom pic 9(5)V9 value zeros.
           01 WS-Kyc-Comprom-Edt pic ZZZZ9,9.

      *-Mesa de compliance (600-Casos-Pld).
           01 WS-Pld-Num pic 9(6) value zeros.
           01 WS-Pld-Decisao pic X(1) value spaces.
           01 WS-Pld-Motivo pic X(40) value spaces.
           01 WS-Pld-Linha pic 9(2) value zeros.
           01 WS-Pld-Listados pic 9(4) value zeros.
           01 WS-Pld-Valor-Edt pic Z(8)9,99.
           01 WS-Pld-Det pic X(70) value spaces.

      *-Triagem contra a lista de partes restritas (610-Tria-Parte):
      *-quem chama preenche documento, nome, origem, conta e valor.
           01 WS-Tem-Restritos pic X value 'N'.
               88 Restritos-Carregados value 'S'.
           01 WS-Tri-Doc pic 9(14) value zeros.
           01 WS-Tri-Nome pic X(40) value spaces.
           01 WS-Tri-Origem pic X(1) value spaces.
           01 WS-Tri-CodC pic 9(6) value zeros.
           01 WS-Tri-Valor pic 9(7)V99 value zeros.
           01 WS-Tri-Achou pic X value 'N'.
               88 Restrito-Achado value 'S'.
           01 WS-Tri-Situacao pic X value spaces.
               88 Tri-Ja-Liberado value 'L'.
               88 Tri-Ja-Pendente value 'A'.
           01 WS-Tri-Retido pic X value 'N'.
               88 Triagem-Retida value 'S'.
           01 WS-Tri-Restr-Doc pic 9(14) value zeros.
           01 WS-Tri-Restr-Nome pic X(40) value spaces.
           01 WS-Tri-Restr-Fonte pic X(10) value spaces.
      *-Revisao da fila pelo supervisor (615-Revisao-Triagem).
           01 WS-Tri-Num pic 9(6) value zeros.
           01 WS-Tri-Decisao pic X(1) value spaces.
           01 WS-Tri-Motivo pic X(40) value spaces.
           01 WS-Tri-Linha pic 9(2) value zeros.
           01 WS-Tri-Listados pic 9(4) value zeros.
           01 WS-Tri-Bloqueadas pic 9(3) value zeros.
           01 WS-Tri-Det pic X(70) value spaces.

      *-Procurador no balcao (625-Verifica-Procurador): quem chama
      *-informa o poder exigido (S=saque T=transferencia
      *-E=encerramento C=talao) e a linha livre da tela; o CPF e o
      *-nome aceitos vao para o comprovante (520).
           01 WS-Proc-Poder pic X(1) value spaces.
           01 WS-Proc-Linha pic 9(2) value zeros.
           01 WS-Proc-Linha2 pic 9(2) value zeros.
           01 WS-Proc-Quem pic X(1) value spaces.
           01 WS-Proc-Cpf pic 9(14) value zeros.
           01 WS-Proc-Nome pic X(40) value spaces.
           01 WS-Proc-Recusa pic X value 'N'.
               88 Procurador-Recusado value 'S'.
           01 WS-Proc-Hoje pic 9(8) value zeros.
           01 WS-Proc-Ini pic 9(8) value zeros.
           01 WS-Proc-Fim pic 9(8) value zeros.
      *-Manutencao das procuracoes (620-Procuradores).
           01 WS-Proc-Acao pic X(1) value spaces.
           01 WS-Proc-CodC pic 9(6) value zeros.
           01 WS-Proc-Sim pic X(1) value spaces.
           01 WS-Proc-Listados pic 9(4) value zeros.
           01 WS-Proc-Det pic X(70) value spaces.
           01 WS-Proc-Vigencia pic X(1) value 'N'.
               88 Vigencia-Valida value 'S'.
      *-Espolio (630-Espolio): as contas do documento do falecido
      *-ficam na tabela para suspender, imprimir a posicao e, na
      *-liberacao aos herdeiros, voltar ao normal.
           01 WS-Nome-Espolio pic X(25) value spaces.
           01 WS-Esp-Acao pic X(1) value spaces.
           01 WS-Esp-Doc pic 9(14) value zeros.
           01 WS-Esp-Obito pic 9(8) value zeros.
           01 WS-Esp-Obito-R redefines WS-Esp-Obito.
               02 WS-Esp-Ano-Obito pic 9(4).
               02 WS-Esp-Mes-Obito pic 9(2).
               02 WS-Esp-Dia-Obito pic 9(2).
           01 WS-Esp-Data-Ok pic X(1) value 'N'.
               88 Obito-Valido value 'S'.
           01 WS-Esp-Hoje pic 9(8) value zeros.
           01 WS-Esp-Data pic 9(8) value zeros.
           01 WS-Esp-Alvara pic X(20) value spaces.
           01 WS-Esp-Sim pic X(1) value spaces.
           01 WS-Esp-Qtd pic 99 value zeros.
           01 WS-Esp-Idx pic 99 value zeros.
           01 WS-Esp-Tab.
               02 WS-Esp-Conta pic 9(6) occurs 30 times.
           01 WS-Esp-CodC pic 9(6) value zeros.
           01 WS-Esp-Achou pic X(1) value 'N'.
           01 WS-Esp-Contas pic 9(3) value zeros.
           01 WS-Esp-Ordens pic 9(3) value zeros.
           01 WS-Esp-Autoriz pic 9(3) value zeros.
           01 WS-Esp-Agendadas pic 9(3) value zeros.
           01 WS-Esp-Saldo pic S9(7)V99 value zeros.
           01 WS-Esp-Tot-Saldo pic S9(9)V99 value zeros.
           01 WS-Esp-Tot-Apl pic 9(11)V99 value zeros.
           01 WS-Esp-Tot-Emp pic 9(11)V99 value zeros.
           01 WS-Esp-Tot-Pend pic 9(9)V99 value zeros.
           01 WS-Esp-Valor-Edt pic -Z(10)9,99.
           01 WS-Esp-Det pic X(70) value spaces.
      *-Reabrir: titular com obito registrado e sem alvara.
           01 WS-Esp-Falecido pic X(1) value 'N'.
               88 Titular-Falecido value 'S'.
      *-Ouvidoria (640-Ouvidoria): prazo de solucao em dias uteis
      *-(OUVPRAZO), contado com a tabela de feriados abaixo.
           01 WS-Ouv-Prazo-Dias pic 9(3) value 10.
           01 WS-Ouv-Acao pic X(1) value spaces.
           01 WS-Ouv-CodC pic 9(6) value zeros.
           01 WS-Ouv-Seq pic 9(8) value zeros.
           01 WS-Ouv-Mov-Ok pic X(1) value 'N'.
               88 Lancamento-Contestado-Ok value 'S'.
           01 WS-Ouv-Categoria pic X(1) value spaces.
           01 WS-Ouv-Descricao pic X(50) value spaces.
           01 WS-Ouv-Contagem pic 9(3) value zeros.
           01 WS-Ouv-Hoje pic 9(8) value zeros.
           01 WS-Ouv-Prazo pic 9(8) value zeros.
           01 WS-Ouv-Num pic 9(8) value zeros.
           01 WS-Ouv-Resultado pic X(1) value spaces.
           01 WS-Ouv-Solucao pic X(50) value spaces.
           01 WS-Ouv-Linha pic 9(2) value zeros.
           01 WS-Ouv-Listados pic 9(4) value zeros.
           01 WS-Ouv-Venc pic X(1) value spaces.
           01 WS-Ouv-Det pic X(70) value spaces.
           COPY FERIADTAB.

       01 DATA-SIS.
      *-Ano com seculo (AAAA), via ACCEPT ... FROM DATE YYYYMMDD.
           02 Ano pic 9(4).
           FOREGROUND-COLOR 6.
           02 LINE 17 COL 19 VALUE "I. Fila de entrega mensal."
           FOREGROUND-COLOR 6.
           02 LINE 19 COL 19 VALUE "C. Servicos e retaguarda."
           FOREGROUND-COLOR 6.

      *-Submenu de ordens de debito automatico, no mesmo molde do
      *-submenu de Relatorios.
           " ABERTURA DE CONTRATO DE EMPRESTIMO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE "Codigo da conta:".
           02 LINE 5 COL 19 VALUE "Consignado (empresa):".
           02 LINE 6 COL 19 VALUE "Valor do emprestimo:".
           02 LINE 8 COL 19 VALUE "Taxa mensal (0,0000):".
           02 LINE 10 COL 19 VALUE "Prazo (meses, 1-120):".
           02 LINE 11 COL 19 VALUE "Sistema (P=Price S=SAC):".
           02 LINE 12 COL 19 VALUE "Primeira parcela:".
           02 LINE 13 COL 19 VALUE "CET (% ao ano):".
           02 LINE 14 COL 19 VALUE "Confirma contrato (S/N)?".
           02 LINE 16 COL 25 VALUE "Mensagem:".

           FOREGROUND-COLOR 6.
           02 LINE 14 COL 19 VALUE "4. Fila de cobranca por estagio."
           FOREGROUND-COLOR 6.
           02 LINE 16 COL 19 VALUE "5. Recuperacao de contrato baixado."
           FOREGROUND-COLOR 6.
           02 LINE 18 COL 19 VALUE "0. Voltar ao menu principal."
           FOREGROUND-COLOR 6.

           02 LINE 10 COL 19 VALUE "Nova taxa (0,0000):".
           02 LINE 11 COL 19 VALUE "Novo prazo (meses):".
           02 LINE 12 COL 19 VALUE "Nova parcela:".
           02 LINE 13 COL 19 VALUE "Sistema (P=Price S=SAC):".
           02 LINE 14 COL 19 VALUE "Confirma renegociacao (S/N)?".
           02 LINE 16 COL 25 VALUE "Mensagem:".

       01 Tela-Recuperacao.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " RECUPERACAO DE CONTRATO BAIXADO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE "Numero do contrato:".
           02 LINE 6 COL 19 VALUE "Conta:".
           02 LINE 7 COL 19 VALUE "Valor baixado:".
           02 LINE 8 COL 19 VALUE "Ja recuperado:".
           02 LINE 9 COL 19 VALUE "Saldo a recuperar:".
           02 LINE 10 COL 19 VALUE "Valor recebido:".
           02 LINE 11 COL 19 VALUE "Forma (C=Conta D=Dinheiro):".
           02 LINE 14 COL 25 VALUE "Mensagem:".

       01 Tela-Quitacao.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           FOREGROUND-COLOR 6.
           02 LINE 10 COL 19 VALUE "2. Destravar operador."
           FOREGROUND-COLOR 6.
           02 LINE 12 COL 19 VALUE "3. Alcadas de valor do operador."
           FOREGROUND-COLOR 6.
           02 LINE 14 COL 19 VALUE "4. Gerentes de relacionamento."
           FOREGROUND-COLOR 6.
           02 LINE 16 COL 19 VALUE
           "5. Carteira dos gerentes (atribuir/remanejar)."
           FOREGROUND-COLOR 6.
           02 LINE 18 COL 19 VALUE "0. Voltar ao menu principal."
           FOREGROUND-COLOR 6.

           02 LINE 10 COL 19 VALUE "Perfil (T=Caixa/S=Superv/A=Aud):".
           02 LINE 12 COL 25 VALUE "Mensagem:".

       01 Tela-Alcadas.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " ALCADAS DO OPERADOR "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE "ID do operador:".
           02 LINE 6 COL 19 VALUE "Saque em caixa ..........:".
           02 LINE 7 COL 19 VALUE "Transferencia interna ...:".
           02 LINE 8 COL 19 VALUE "Transferencia externa ...:".
           02 LINE 9 COL 19 VALUE "Estorno .................:".
           02 LINE 10 COL 19 VALUE "Concessao de emprestimo .:".
           02 LINE 11 COL 19 VALUE "Aplicacao a prazo .......:".
           02 LINE 14 COL 19 VALUE "Confirma (S/N)?".
           02 LINE 16 COL 25 VALUE "Mensagem:".

       01 Tela-Gerentes.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " GERENTES DE RELACIONAMENTO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE
           "Acao (I=Incluir/alterar D=Desligar):".
           02 LINE 6 COL 19 VALUE "Codigo do gerente:".
           02 LINE 7 COL 19 VALUE "Nome:".
           02 LINE 8 COL 19 VALUE "Banco:".
           02 LINE 9 COL 19 VALUE "Agencia:".
           02 LINE 10 COL 19 VALUE "Situacao:".
           02 LINE 11 COL 19 VALUE "Clientes na carteira:".
           02 LINE 14 COL 19 VALUE "Confirma (S/N)?".
           02 LINE 16 COL 25 VALUE "Mensagem:".

       01 Tela-Carteira.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " CARTEIRA DOS GERENTES "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE
           "Acao (A=Atribuir cliente R=Remanejar carteira):".
           02 LINE 6 COL 19 VALUE "CPF/CNPJ do cliente:".
           02 LINE 7 COL 19 VALUE "Nome:".
           02 LINE 8 COL 19 VALUE "Gerente atual:".
           02 LINE 10 COL 19 VALUE "Novo gerente:".
           02 LINE 12 COL 19 VALUE "Gerente que sai:".
           02 LINE 13 COL 19 VALUE "Gerente que assume:".
           02 LINE 14 COL 19 VALUE "Clientes a remanejar:".
           02 LINE 15 COL 19 VALUE "Confirma (S/N)?".
           02 LINE 17 COL 25 VALUE "Mensagem:".

       01 Tela-Corrige-Documento.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " CORRECAO DE CPF/CNPJ "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE "CPF/CNPJ errado (como esta hoje):".
           02 LINE 5 COL 10 VALUE "CPF/CNPJ correto:".
           02 LINE 6 COL 10 VALUE "Tipo do correto (F/J):".
           02 LINE 8 COL 10 VALUE "Contas (titular / 2o titular):".
           02 LINE 9 COL 10 VALUE "Contas ja no documento correto:".
           02 LINE 10 COL 10 VALUE "Cadastro de cliente:".
           02 LINE 11 COL 10 VALUE "Score interno:".
           02 LINE 12 COL 10 VALUE "Cadastro de cheque sem fundos:".
           02 LINE 13 COL 10 VALUE "Encerradas no historico:".
           02 LINE 14 COL 10 VALUE "Portabilidades / cartas de saldo:".
           02 LINE 16 COL 10 VALUE "Confirma a correcao (S/N)?".
           02 LINE 21 COL 10 VALUE "Mensagem:".

       01 Tela-Muda-Agencia.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " TRANSFERIR CONTA DE AGENCIA "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 19 VALUE "Codigo da conta:".
           02 LINE 5 COL 19 VALUE "Titular:".
           02 LINE 6 COL 19 VALUE "Banco/agencia/conta atuais:".
           02 LINE 8 COL 19 VALUE "Nova agencia:".
           02 LINE 10 COL 19 VALUE "Nova conta:".
           02 LINE 12 COL 19 VALUE "Confirma a transferencia (S/N)?".
           02 LINE 16 COL 25 VALUE "Mensagem:".

       01 Tela-Ordem-Cancelar.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 LINE 17 COL 19 VALUE
           "C. Catalogo de relatorios emitidos (spool)."
           FOREGROUND-COLOR 6.
           02 LINE 19 COL 19 VALUE
           "D. Alcadas e vistos usados (RelAlcadas)."
           FOREGROUND-COLOR 6.
           02 LINE 21 COL 19 VALUE
           "E. Carteira por gerente (RelCarteira)."
           FOREGROUND-COLOR 6.
           02 LINE 22 COL 19 VALUE
           "F. Escada de liquidez 90 dias (RelLiquidez)."
           FOREGROUND-COLOR 6.
           02 LINE 24 COL 19 VALUE "0. Voltar ao menu principal."
           FOREGROUND-COLOR 6.

       01 Tela-Incluir.
           02 LINE 10 COL 29 VALUE "Confirma transferencia (S/N)?".
           02 LINE 12 COL 25 VALUE "Mensagem:".

      *-Submenu de servicos e retaguarda (opcao C), no mesmo molde
      *-do submenu de ordens.
       01 Tela-Servicos-Menu.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " SERVICOS E RETAGUARDA "
           FOREGROUND-COLOR 3.
           02 LINE 5 COL 18 VALUE "| Escolha uma opcao:   |"
           FOREGROUND-COLOR 6.
           02 LINE 8 COL 19 VALUE
           "1. Chaves PIX (incluir/listar/excluir)."
           FOREGROUND-COLOR 6.
           02 LINE 10 COL 19 VALUE "2. Pagar para chave PIX."
           FOREGROUND-COLOR 6.
           02 LINE 12 COL 19 VALUE
           "3. Renovar perfil do cliente (KYC)."
           FOREGROUND-COLOR 6.
           02 LINE 14 COL 19 VALUE
           "4. Casos PLD - especie (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 16 COL 19 VALUE
           "5. Triagem lista restritiva (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 18 COL 19 VALUE
           "6. Procuradores da conta (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 20 COL 19 VALUE
           "7. Espolio - titular falecido (supervisor)."
           FOREGROUND-COLOR 6.
      *-Opcoes novas nas linhas impares, como no Tela-Menu.
           02 LINE 9 COL 19 VALUE "8. Ouvidoria - reclamacoes."
           FOREGROUND-COLOR 6.
           02 LINE 11 COL 19 VALUE "9. Pagar boleto de outro banco."
           FOREGROUND-COLOR 6.
           02 LINE 13 COL 19 VALUE "A. Arrecadacao (contas de consumo)."
           FOREGROUND-COLOR 6.
           02 LINE 15 COL 19 VALUE "B. Suspenso de TED recebida."
           FOREGROUND-COLOR 6.
           02 LINE 17 COL 19 VALUE "C. Cartao de debito."
           FOREGROUND-COLOR 6.
           02 LINE 19 COL 19 VALUE
           "D. Liberar reprocessamento de arquivo (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 21 COL 19 VALUE
           "E. Transacoes recuperadas no sign-on (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 22 COL 19 VALUE
           "F. Aprovacao de dados de referencia (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 23 COL 19 VALUE
           "G. Transferir conta de agencia (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 7 COL 19 VALUE
           "H. Corrigir CPF/CNPJ do cliente (supervisor)."
           FOREGROUND-COLOR 6.
           02 LINE 24 COL 19 VALUE "0. Voltar ao menu principal."
           FOREGROUND-COLOR 6.

      *-Perfil KYC: aberto pelo Incluir de cliente novo (antes do
      *-SALVAR da linha 18) e pela renovacao no submenu de servicos.
       01 Tela-Kyc.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " PERFIL DO CLIENTE (CONHECA SEU CLIENTE) "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE "CPF/CNPJ:".
           02 LINE 6 COL 10 VALUE "Nascimento/fundacao (AAAAMMDD):".
           02 LINE 8 COL 10 VALUE "Ocupacao/atividade:".
           02 LINE 10 COL 10 VALUE "Renda mensal declarada:".
           02 LINE 12 COL 10 VALUE "Patrimonio declarado:".
           02 LINE 14 COL 10 VALUE
           "Pessoa politicamente exposta (S/N):".
           02 LINE 16 COL 25 VALUE "Mensagem:".

      *-Mesa de compliance: casos abertos listados nas linhas 6-15,
      *-decisao e motivo embaixo.
       01 Tela-Casos-Pld.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " CASOS PLD - OPERACOES EM ESPECIE "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Caso   T Documento      Conta  Valor          Aberto".
           02 LINE 17 COL 10 VALUE "Caso (0=sair):".
           02 LINE 18 COL 10 VALUE
           "Decisao (C=Comunicado D=Descartado):".
           02 LINE 19 COL 10 VALUE "Motivo:".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Procuracoes da conta: incluir nas linhas 8-12, listar nas
      *-linhas 14-20.
       01 Tela-Procuradores.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " PROCURADORES DA CONTA "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Acao (I=Incluir L=Listar R=Revogar):".
           02 LINE 6 COL 10 VALUE "Conta:".
           02 LINE 8 COL 10 VALUE "CPF do procurador:".
           02 LINE 9 COL 10 VALUE "Nome do procurador:".
           02 LINE 10 COL 10 VALUE "Poderes (S/N) - saque:".
           02 LINE 10 COL 36 VALUE "transferir:".
           02 LINE 10 COL 51 VALUE "encerrar:".
           02 LINE 10 COL 64 VALUE "talao:".
           02 LINE 12 COL 10 VALUE "Vigencia (AAAAMMDD) de:".
           02 LINE 12 COL 45 VALUE "ate:".
           02 LINE 22 COL 10 VALUE "Mensagem:".

      *-Espolio: acao e documento em cima, data do obito ou alvara
      *-conforme a acao, contadores e arquivo da posicao embaixo.
       01 Tela-Espolio.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " ESPOLIO - TITULAR FALECIDO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Acao (R=Registrar obito P=Posicao L=Liberar herdeiros):".
           02 LINE 6 COL 10 VALUE "CPF/CNPJ do titular:".
           02 LINE 9 COL 10 VALUE "Data do obito (AAAAMMDD):".
           02 LINE 11 COL 10 VALUE "Alvara judicial (numero):".
           02 LINE 13 COL 10 VALUE "Confirma (S/N)?".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Ouvidoria: abertura nas linhas 8-10, reclamacoes da conta
      *-nas linhas 12-17, solucao nas linhas 18-20.
       01 Tela-Ouvidoria.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " OUVIDORIA - RECLAMACOES DO CLIENTE "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Acao (A=Abrir L=Listar S=Solucionar):".
           02 LINE 6 COL 10 VALUE "Conta:".
           02 LINE 8 COL 10 VALUE "Lancamento contestado (0=nenhum):".
           02 LINE 9 COL 10 VALUE
           "Categoria (T=Tarifa D=Debito A=Atend. O=Outros):".
           02 LINE 10 COL 10 VALUE "Descricao:".
           02 LINE 11 COL 10 VALUE
           "Protoc.  S C Aberta     Prazo       Descricao".
           02 LINE 18 COL 10 VALUE "Protocolo (0=sair):".
           02 LINE 19 COL 10 VALUE
           "Resultado (E=Estorno P=Procedente I=Improcedente):".
           02 LINE 20 COL 10 VALUE "Solucao:".
           02 LINE 22 COL 10 VALUE "Mensagem:".

      *-Fila da triagem contra a lista restritiva: itens pendentes
      *-nas linhas 6-15, entrada da lista do item escolhido na 16,
      *-decisao e motivo embaixo.
       01 Tela-Triagem.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " TRIAGEM - LISTA DE PARTES RESTRITAS "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Item   O Documento      Nome                         Lista".
           02 LINE 17 COL 10 VALUE "Item (0=sair):".
           02 LINE 18 COL 10 VALUE
           "Decisao (L=Liberado C=Confirmado):".
           02 LINE 19 COL 10 VALUE "Motivo:".
           02 LINE 21 COL 10 VALUE "Mensagem:".

       01 Tela-Chaves-Pix.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " CHAVES PIX DA CONTA "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Acao (I=Incluir/L=Listar/E=Excluir):".
           02 LINE 6 COL 10 VALUE "Codigo da conta:".
           02 LINE 8 COL 10 VALUE
           "Tipo (C=CPF/CNPJ E=Email T=Telefone A=Aleatoria):".
           02 LINE 10 COL 10 VALUE "Chave:".
           02 LINE 20 COL 10 VALUE "Confirma (S/N)?".
           02 LINE 22 COL 10 VALUE "Mensagem:".

      *-Mesmas posicoes de Tela-Transferir para valor, confirmacao
      *-e mensagem: o pagamento para chave reaproveita 22-Pede-Valor
      *-e 23-Confirma-Transferencia.
       01 Tela-Transf-Pix.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " PAGAMENTO PARA CHAVE PIX "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 29 VALUE "Conta de origem:".
           02 LINE 6 COL 10 VALUE "Chave:".
           02 LINE 7 COL 10 VALUE "Recebedor:".
           02 LINE 8 COL 29 VALUE "Valor a transferir:".
           02 LINE 10 COL 29 VALUE "Confirma transferencia (S/N)?".
           02 LINE 12 COL 25 VALUE "Mensagem:".

      *-Arrecadacao: recebimento em especie de conta de consumo das
      *-empresas conveniadas, consulta pelo codigo de barras e
      *-cadastro da empresa (660-Arrecadacao).
       01 Tela-Arrecadacao.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " ARRECADACAO - CONTAS DE CONSUMO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Acao (R=Receber C=Consultar E=Empresa):".
           02 LINE 6 COL 10 VALUE "Linha digitavel:".
           02 LINE 8 COL 10 VALUE "Empresa:".
           02 LINE 9 COL 10 VALUE "Valor:".
           02 LINE 11 COL 10 VALUE
           "Confirma recebimento em dinheiro (S/N)?".
           02 LINE 12 COL 10 VALUE "Autenticacao:".
           02 LINE 20 COL 10 VALUE "Mensagem:".

      *-Pesquisa do suspenso de TED recebida (670-Suspenso-Ted).
       01 Tela-Suspenso.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " SUSPENSO - TED RECEBIDA SEM CONTA "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Item     Entrada Banco Ag./Conta   Remetente        Valor".
           02 LINE 17 COL 10 VALUE "Item (0=sair):".
           02 LINE 18 COL 10 VALUE "Conta a creditar:".
           02 LINE 19 COL 10 VALUE "Confirma o credito (S/N)?".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Cartoes de debito da conta (680-Cartoes).
       01 Tela-Cartoes.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " CARTAO DE DEBITO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE "Acao (E/B/D/S/L):".
           02 LINE 5 COL 10 VALUE
           "E=Emitir B=Bloquear D=Desbloquear S=Substituir L=Listar".
           02 LINE 7 COL 10 VALUE "Codigo da conta:".
           02 LINE 9 COL 10 VALUE "Numero do cartao:".
           02 LINE 11 COL 10 VALUE
           "Motivo (B=Bloqueio P=Perda/roubo):".
           02 LINE 13 COL 10 VALUE
           "Limite diario no ATM (0=padrao):".
           02 LINE 14 COL 10 VALUE
           "Cartao            Sit Validade     Limite  Emissao".
           02 LINE 20 COL 10 VALUE "Confirma (S/N)?".
           02 LINE 22 COL 10 VALUE "Mensagem:".

      *-Arquivos recebidos recusados por duplicidade
      *-(694-Libera-Recebido).
       01 Tela-Recebidos.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " ARQUIVOS RECUSADOS POR DUPLICIDADE "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Registro Arquivo      Recebido Linhas".
           02 LINE 4 COL 59 VALUE "Total Repete".
           02 LINE 17 COL 10 VALUE "Registro (0=sair):".
           02 LINE 19 COL 10 VALUE "Libera o reprocessamento (S/N)?".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Transacoes sem conclusao terminadas ou desfeitas no
      *-sign-on (710-Recupera-Jornal).
       01 Tela-Recupera-Jornal.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " TRANSACOES INTERROMPIDAS RECUPERADAS "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Jornal   Tp Origem Dest.       Valor S Resultado".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Conferencia das recuperacoes pelo supervisor
      *-(722-Confere-Jornal).
       01 Tela-Jornal.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " TRANSACOES RECUPERADAS A CONFERIR "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE
           "Jornal   Tp Origem Dest.       Valor S Resultado".
           02 LINE 17 COL 10 VALUE "Jornal (0=sair):".
           02 LINE 19 COL 10 VALUE "Confirma a conferencia (S/N)?".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Fila de aprovacao das alteracoes de dados de referencia
      *-(730-Aprovacoes).
       01 Tela-Aprovacoes.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " APROVACAO DE DADOS DE REFERENCIA "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE "Acao (F=Fila/H=Historico):".
           02 LINE 5 COL 10 VALUE
           "Numero   Tp S Proposta Data       Alteracao".
           02 LINE 17 COL 10 VALUE "Proposta (0=sair):".
           02 LINE 19 COL 10 VALUE
           "Decisao (A=Aprovar/R=Rejeitar/N=Nada):".
           02 LINE 20 COL 10 VALUE "Motivo:".
           02 LINE 21 COL 10 VALUE "Mensagem:".

      *-Pagamento de boleto de outro banco, no debito em conta ou
      *-em especie na gaveta (652-Pagar-Boleto).
       01 Tela-Pag-Boleto.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " PAGAMENTO DE BOLETO DE OUTRO BANCO "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 10 VALUE "Linha digitavel:".
           02 LINE 6 COL 10 VALUE "Banco emissor:".
           02 LINE 7 COL 10 VALUE "Vencimento:".
           02 LINE 8 COL 10 VALUE "Valor do documento:".
           02 LINE 9 COL 10 VALUE "Multa e juros:".
           02 LINE 10 COL 10 VALUE "Total a pagar:".
           02 LINE 12 COL 10 VALUE
           "Forma (C=Conta/D=Dinheiro/N=Nao):".
           02 LINE 14 COL 10 VALUE "Conta a debitar:".
           02 LINE 19 COL 10 VALUE "Confirma pagamento (S/N)?".
           02 LINE 20 COL 10 VALUE "Mensagem:".

      *-Desfaz a ultima alteracao gravada em AUDITORIA.DAT para a
      *-conta informada, voltando Nome/Banco/Agencia/Conta/Saldo
      *-aos valores de antes daquele Editar.
       01 Tela-Desfazer.
           02 Blank Screen.
           02 LINE 2 COL 5 VALUE "  /  / ".
           02 COL 29 VALUE
           "=                                             =".
           02 COL 30 VALUE
           " PROGRAMA DE MANIPULACAO DE CONTAS CORRENTES "
           FOREGROUND-COLOR 3.
           02 LINE 4 COL 29 VALUE "Codigo da conta:".
           02 LINE 6 COL 29 VALUE "Desfazer ultima alteracao (S/N)?".
           02 LINE 8 COL 25 VALUE "Mensagem:".

       01 Tela-Fim.
              02 Blank Screen.
              02 line 23 column 31 value
             "= Programa Finalizado =" Foreground-color 6.

       PROCEDURE DIVISION.

       03-INICIO.
           PERFORM 04-ABRE-ARQ.
           PERFORM 202-Verifica-Modo-Treino.
           PERFORM 88-Carrega-Parametros.
           PERFORM 101-Carrega-CepTab.
           PERFORM 150-Carrega-Cambio.
           PERFORM 70-Sign-On.
           IF Operador-Autenticado
               PERFORM 710-Recupera-Jornal
               PERFORM 05-MENU UNTIL OPC = "N" or 'n'
           ELSE
               DISPLAY "ACESSO NEGADO - TENTATIVAS ESGOTADAS" AT 1205
           END-IF.
           PERFORM 30-Fim.
               CLOSE CUSTODIA
               OPEN I-O CUSTODIA
           END-IF.
           OPEN I-O CHAVESPIX.
           IF ARQST-PIX NOT = "00"
               CLOSE CHAVESPIX
               OPEN OUTPUT CHAVESPIX
               CLOSE CHAVESPIX
               OPEN I-O CHAVESPIX
           END-IF.
           OPEN I-O CASOSPLD.
           IF ARQST-PLD NOT = "00"
               CLOSE CASOSPLD
               OPEN OUTPUT CASOSPLD
               CLOSE CASOSPLD
               OPEN I-O CASOSPLD
           END-IF.
      *-A lista so e lida aqui (quem a grava e o ProgramaP2Restritos);
      *-sem lista carregada ainda, a triagem nao retem nada.
           MOVE 'N' TO WS-Tem-Restritos.
           OPEN INPUT RESTRITOS.
           IF ARQST-RST = "00"
               MOVE 'S' TO WS-Tem-Restritos
           END-IF.
           OPEN I-O TRIAGEM.
           IF ARQST-TRI NOT = "00"
               CLOSE TRIAGEM
               OPEN OUTPUT TRIAGEM
               CLOSE TRIAGEM
               OPEN I-O TRIAGEM
           END-IF.
           OPEN I-O PROCURADORES.
           IF ARQST-PRC NOT = "00"
               CLOSE PROCURADORES
               OPEN OUTPUT PROCURADORES
               CLOSE PROCURADORES
               OPEN I-O PROCURADORES
           END-IF.
           OPEN I-O OUVIDORIA.
           IF ARQST-OUV NOT = "00"
               CLOSE OUVIDORIA
               OPEN OUTPUT OUVIDORIA
               CLOSE OUVIDORIA
               OPEN I-O OUVIDORIA
           END-IF.
           OPEN I-O CONVEMP.
           IF ARQST-CVE NOT = "00"
               CLOSE CONVEMP
               OPEN OUTPUT CONVEMP
               CLOSE CONVEMP
               OPEN I-O CONVEMP
           END-IF.
           OPEN I-O ARRECAD.
           IF ARQST-ARR NOT = "00"
               CLOSE ARRECAD
               OPEN OUTPUT ARRECAD
               CLOSE ARRECAD
               OPEN I-O ARRECAD
           END-IF.
           OPEN I-O SUSPENSO.
           IF ARQST-SUS NOT = "00"
               CLOSE SUSPENSO
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO
           END-IF.
           OPEN I-O CARTAO.
           IF ARQST-CDB NOT = "00"
               CLOSE CARTAO
               OPEN OUTPUT CARTAO
               CLOSE CARTAO
               OPEN I-O CARTAO
           END-IF.
           OPEN I-O RECEBIDO.
           IF ARQST-RCB NOT = "00"
               CLOSE RECEBIDO
               OPEN OUTPUT RECEBIDO
               CLOSE RECEBIDO
               OPEN I-O RECEBIDO
           END-IF.
           OPEN I-O JORNAL.
           IF ARQST-JRN NOT = "00"
               CLOSE JORNAL
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN I-O JORNAL
           END-IF.
           OPEN I-O APROVAC.
           IF ARQST-APR NOT = "00"
               CLOSE APROVAC
               OPEN OUTPUT APROVAC
               CLOSE APROVAC
               OPEN I-O APROVAC
           END-IF.
           OPEN I-O ALCADA.
           IF ARQST-ALC NOT = "00"
               CLOSE ALCADA
               OPEN OUTPUT ALCADA
               CLOSE ALCADA
               OPEN I-O ALCADA
           END-IF.
           OPEN EXTEND ALCUSO.
           IF ARQST-ALU NOT = "00"
               CLOSE ALCUSO
               OPEN OUTPUT ALCUSO
               CLOSE ALCUSO
               OPEN EXTEND ALCUSO
           END-IF.
           OPEN I-O MUDANCA.
           IF ARQST-MUD NOT = "00"
               CLOSE MUDANCA
               OPEN OUTPUT MUDANCA
               CLOSE MUDANCA
               OPEN I-O MUDANCA
           END-IF.
           OPEN I-O GERENTE.
           IF ARQST-GER NOT = "00"
               CLOSE GERENTE
               OPEN OUTPUT GERENTE
               CLOSE GERENTE
               OPEN I-O GERENTE
           END-IF.
           OPEN I-O CARTEIRA.
           IF ARQST-CTR NOT = "00"
               CLOSE CARTEIRA
               OPEN OUTPUT CARTEIRA
               CLOSE CARTEIRA
               OPEN I-O CARTEIRA
           END-IF.
           OPEN I-O LIMITECE.
           IF ARQST-LCE NOT = "00"
               CLOSE LIMITECE
               OPEN OUTPUT LIMITECE
               CLOSE LIMITECE
               OPEN I-O LIMITECE
           END-IF.

       15-Backup-CC.
      * ------- copia CC.DAT para CC.DAT.BAKaammdd antes de qualquer
       388-Operadores.
      *-Submenu de operadores: alem de incluir, o supervisor
      *-destrava quem errou a senha tres vezes (zera as tentativas
      *-e forca nova troca), com o destravamento em ERRLOG.DAT,
      *-mantem as alcadas de valor de cada operador e o cadastro e
      *-as carteiras dos gerentes de relacionamento.
           MOVE SPACES TO WS-Escolha-Oper.
           PERFORM 388-Operadores-Menu UNTIL WS-Escolha-Oper = '0'.

                   PERFORM 74-Incluir-Operador
               WHEN '2'
                   PERFORM 389-Destrava-Operador
               WHEN '3'
                   PERFORM 750-Alcadas-Operador
               WHEN '4'
                   PERFORM 780-Gerentes
               WHEN '5'
                   PERFORM 785-Carteira
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FORCADA NO PROXIMO ACESSO" AT 1805
           END-READ.

       750-Alcadas-Operador.
      *-Manutencao da alcada de um operador: os seis limites sao
      *-digitados sobre os valores atuais (zeros para quem ainda
      *-nao tem alcada) e a gravacao leva o supervisor e a data.
           DISPLAY Tela-Alcadas.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Alc-Id.
           PERFORM 751-VAlcOperador UNTIL WS-Alc-Id NOT = SPACES.
           MOVE WS-Alc-Id TO IdOperAlc.
           READ ALCADA
               INVALID KEY
                   MOVE 'N' TO WS-Alc-Existe
                   MOVE ZEROS TO LimitesAlc
                   DISPLAY "SEM ALCADA CADASTRADA (SEM TETO)" AT 1636
               NOT INVALID KEY
                   MOVE 'S' TO WS-Alc-Existe
           END-READ.
           MOVE WS-Alc-Id TO IdOperAlc.
           ACCEPT LimSaqueAlc AT 0646 WITH PROMPT AUTO.
           ACCEPT LimTransfIntAlc AT 0746 WITH PROMPT AUTO.
           ACCEPT LimTransfExtAlc AT 0846 WITH PROMPT AUTO.
           ACCEPT LimEstornoAlc AT 0946 WITH PROMPT AUTO.
           ACCEPT LimEmprestimoAlc AT 1046 WITH PROMPT AUTO.
           ACCEPT LimAplicacaoAlc AT 1146 WITH PROMPT AUTO.
           MOVE SPACE TO WS-Alc-Confirma.
           ACCEPT WS-Alc-Confirma AT 1435 WITH PROMPT AUTO.
           IF WS-Alc-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY ESPACO AT 1636
               DISPLAY "OPERACAO CANCELADA" AT 1636
           ELSE
               PERFORM 752-Grava-Alcada
           END-IF.

       751-VAlcOperador.
           ACCEPT WS-Alc-Id AT 0435 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Alc-Id) TO WS-Alc-Id.
           MOVE WS-Alc-Id TO IdOper.
           READ OPERADOR
               INVALID KEY
                   MOVE "OPERADOR NAO ENCONTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1636
                   PERFORM 32-Grava-Log-Erro
                   MOVE SPACES TO WS-Alc-Id
               NOT INVALID KEY
                   DISPLAY ESPACO AT 1636
           END-READ.

       752-Grava-Alcada.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Operador TO OperadorAltAlc.
           MOVE ANO TO AnoAltAlc.
           MOVE MES TO MesAltAlc.
           MOVE DIA TO DiaAltAlc.
           IF WS-Alc-Existe = 'S'
               REWRITE REG-ALCADA
           ELSE
               WRITE REG-ALCADA
           END-IF.
           DISPLAY ESPACO AT 1636.
           IF ARQST-ALC NOT = "00"
               MOVE "ERRO AO GRAVAR A ALCADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
           ELSE
               MOVE SPACES TO WS-Msg-Erro
               STRING "ALCADA ALTERADA: " IdOperAlc
                   DELIMITED BY SIZE INTO WS-Msg-Erro
               DISPLAY "ALCADA GRAVADA" AT 1636
           END-IF.
           PERFORM 32-Grava-Log-Erro.

       755-Verifica-Alcada.
      *-Operacao de balcao contra a alcada do operador logado, com
      *-WS-Alc-Tipo, WS-Alc-Valor e WS-Alc-Conta vindos de quem
      *-chamou. Dentro da alcada (ou operador sem alcada
      *-cadastrada) passa direto; acima dela, outro operador cuja
      *-alcada cubra o valor digita ID + senha e o visto vai para
      *-ALCUSO.DAT. Sem o visto, WS-Alc-Ok volta 'N' e o chamador
      *-cancela a operacao.
           MOVE 'S' TO WS-Alc-Ok.
           EVALUATE WS-Alc-Tipo
               WHEN "SQ"
                   MOVE 1 TO WS-Alc-Idx
               WHEN "TI"
                   MOVE 2 TO WS-Alc-Idx
               WHEN "TE"
                   MOVE 3 TO WS-Alc-Idx
               WHEN "ES"
                   MOVE 4 TO WS-Alc-Idx
               WHEN "EP"
                   MOVE 5 TO WS-Alc-Idx
               WHEN OTHER
                   MOVE 6 TO WS-Alc-Idx
           END-EVALUATE.
           MOVE WS-Operador TO IdOperAlc.
           READ ALCADA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LimiteAlc(WS-Alc-Idx) TO WS-Alc-Limite-Oper
                   IF WS-Alc-Valor > WS-Alc-Limite-Oper
                       PERFORM 756-Pede-Visto
                   END-IF
           END-READ.

       756-Pede-Visto.
      *-O visto e de OUTRO operador ativo e destravado (auditor nao
      *-vista), no mesmo molde de ID + senha de
      *-31-Valida-Pin-Supervisor.
           MOVE 'N' TO WS-Alc-Ok.
           MOVE 'N' TO WS-Alc-Cobre.
           MOVE SPACES TO WS-Alc-Visto WS-Alc-Senha.
           DISPLAY ESPACO AT 2105.
           DISPLAY "ACIMA DA ALCADA - VISTO (ID):" AT 2105.
           ACCEPT WS-Alc-Visto AT 2135 WITH PROMPT AUTO.
           DISPLAY "SENHA:" AT 2145.
           ACCEPT WS-Alc-Senha AT 2152 WITH PROMPT AUTO.
           DISPLAY ESPACO AT 2105.
           MOVE FUNCTION UPPER-CASE(WS-Alc-Visto) TO WS-Alc-Visto.
           IF WS-Alc-Visto = WS-Operador
               MOVE "VISTO TEM QUE SER DE OUTRO OPERADOR"
                   TO WS-Msg-Erro
           ELSE
               MOVE WS-Alc-Visto TO IdOper
               READ OPERADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SenhaOper = WS-Alc-Senha
                           AND Operador-Ativo-Op
                           AND NOT Operador-Travado
                           AND NOT Perfil-Auditor
                           PERFORM 757-Alcada-Do-Visto
                       END-IF
               END-READ
               MOVE "VISTO NEGADO: ALCADA NAO COBRE O VALOR"
                   TO WS-Msg-Erro
           END-IF.
           IF WS-Alc-Cobre = 'S'
               MOVE 'S' TO WS-Alc-Ok
               PERFORM 758-Registra-Visto
               DISPLAY "VISTO REGISTRADO" AT 2105
           ELSE
               DISPLAY WS-Msg-Erro AT 2105
               PERFORM 32-Grava-Log-Erro
           END-IF.

       757-Alcada-Do-Visto.
      *-REG-OPERADOR e o de quem vista.
           MOVE WS-Alc-Visto TO IdOperAlc.
           READ ALCADA
               INVALID KEY
                   IF Perfil-Supervisor
                       MOVE 999999999,99 TO WS-Alc-Limite-Visto
                       MOVE 'S' TO WS-Alc-Cobre
                   END-IF
               NOT INVALID KEY
                   MOVE LimiteAlc(WS-Alc-Idx) TO WS-Alc-Limite-Visto
                   IF WS-Alc-Valor NOT > WS-Alc-Limite-Visto
                       MOVE 'S' TO WS-Alc-Cobre
                   END-IF
           END-READ.

       758-Registra-Visto.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ANO TO AnoAlu.
           MOVE MES TO MesAlu.
           MOVE DIA TO DiaAlu.
           COMPUTE HoraAlu = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorAlu.
           MOVE WS-Alc-Visto TO VistoAlu.
           MOVE WS-Alc-Tipo TO TipoOpAlu.
           MOVE WS-Alc-Conta TO CodC-Alu.
           MOVE WS-Alc-Valor TO ValorAlu.
           MOVE WS-Alc-Limite-Oper TO LimiteOperAlu.
           MOVE WS-Alc-Limite-Visto TO LimiteVistoAlu.
           WRITE REG-ALCUSO.

       760-Muda-Agencia.
      *-Cliente que muda de cidade leva a conta para outra agencia
      *-sem encerrar: troca so CodAgenciaC + CodContaC (agencia
      *-validada no cadastro de agencias, numero pela mesma
      *-conferencia de duplicidade do cadastro) e mantem o CodC,
      *-de modo que ledger, ordens, cheques, contratos e o resto
      *-continuam presos a conta. As folhas de cheque ainda nao
      *-compensadas do numero antigo sao canceladas (sustadas, a
      *-compensacao devolve), a troca vai para AUDITORIA.DAT e o
      *-registro MUDANCA.DAT guarda os dois numeros.
           DISPLAY Tela-Muda-Agencia.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Mud-CodC WS-Mud-Agencia WS-Mud-Conta.
           ACCEPT WS-Mud-CodC AT 0436 WITH PROMPT AUTO.
           MOVE WS-Mud-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1636
               NOT INVALID KEY
                   IF NOT Conta-Ativa AND NOT Conta-Bloqueada
                       DISPLAY "CONTA ENCERRADA OU RECOLHIDA" AT 1636
                   ELSE
                       PERFORM 761-Muda-Agencia-Dados
                           THRU 761-Muda-Agencia-Dados-Fim
                   END-IF
           END-READ.

       761-Muda-Agencia-Dados.
           DISPLAY NomeC AT 0528.
           DISPLAY CodBancoC AT 0647.
           DISPLAY CodAgenciaC AT 0652.
           DISPLAY CodContaC AT 0657.
           MOVE CodAgenciaC TO WS-Mud-Agencia-Ant.
           MOVE CodContaC TO WS-Mud-Conta-Ant.
           PERFORM 762-VMudAgencia UNTIL WS-Mud-Agencia > ZEROS.
           PERFORM 763-VMudConta UNTIL WS-Mud-Conta > ZEROS.
           IF WS-Mud-Agencia = WS-Mud-Agencia-Ant
               AND WS-Mud-Conta = WS-Mud-Conta-Ant
               DISPLAY "NUMERO NOVO IGUAL AO ATUAL" AT 1636
               GO TO 761-Muda-Agencia-Dados-Fim
           END-IF.
           MOVE WS-Mud-Agencia TO CodAgenciaC.
           MOVE WS-Mud-Conta TO CodContaC.
           PERFORM 28-Verifica-Duplicidade.
           IF Duplicidade-Achada
               MOVE "AGENCIA + CONTA JA USADAS POR OUTRA CONTA"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
               GO TO 761-Muda-Agencia-Dados-Fim
           END-IF.
           PERFORM 764-Verifica-Transicao.
           IF Numero-Em-Transicao
               MOVE "NUMERO AINDA EM TRANSICAO DE OUTRA CONTA"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
               GO TO 761-Muda-Agencia-Dados-Fim
           END-IF.
           MOVE SPACE TO WS-Mud-Confirma.
           ACCEPT WS-Mud-Confirma AT 1251 WITH PROMPT AUTO.
           IF WS-Mud-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 1636
           ELSE
               PERFORM 765-Aplica-Mudanca
           END-IF.

       761-Muda-Agencia-Dados-Fim.
           EXIT.

       762-VMudAgencia.
           ACCEPT WS-Mud-Agencia AT 0833 WITH PROMPT AUTO.
           MOVE CodBancoC TO WS-Age-Banco.
           MOVE WS-Mud-Agencia TO WS-Age-Agencia.
           PERFORM 495-Valida-Agencia.
           IF WS-Mud-Agencia = ZEROS OR NOT Agencia-Valida
               MOVE "AGENCIA NAO CADASTRADA P/BANCO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
               MOVE ZEROS TO WS-Mud-Agencia
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       763-VMudConta.
           ACCEPT WS-Mud-Conta AT 1031 WITH PROMPT AUTO.
           IF WS-Mud-Conta = ZEROS
               MOVE "DIGITE O NUMERO DA CONTA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       764-Verifica-Transicao.
      *-Numero que outra conta deixou ha pouco ainda recebe TED
      *-roteada para ela: nao pode ser reaproveitado antes do fim da
      *-transicao (a propria conta pode voltar ao numero antigo).
           MOVE 'N' TO WS-Mud-Transicao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Mud-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-Mud-Novo TO ChaveAntMud.
           START MUDANCA KEY IS = ChaveAntMud
               INVALID KEY
                   MOVE "10" TO ARQST-MUD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MUD
           END-START.
           PERFORM 769-Varre-Transicao UNTIL ARQST-MUD = "10".

       769-Varre-Transicao.
           READ MUDANCA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MUD
               NOT AT END
                   IF ChaveAntMud NOT = WS-Mud-Novo
                       MOVE "10" TO ARQST-MUD
                   ELSE
                       COMPUTE WS-Mud-Fim = AnoFimMud * 10000
                           + MesFimMud * 100 + DiaFimMud
                       IF CodC-Mud NOT = WS-Mud-CodC
                           AND WS-Mud-Fim >= WS-Mud-Hoje
                           MOVE 'S' TO WS-Mud-Transicao
                       END-IF
                   END-IF
           END-READ.

       765-Aplica-Mudanca.
      *-Mesma conferencia de concorrencia dos demais REWRITEs de
      *-balcao; a trilha de auditoria leva o numero antigo e o novo.
           MOVE SaldoC TO WS-Saldo-Conferencia.
           PERFORM 195-Verifica-Concorrencia.
           IF Registro-Mudou
               DISPLAY "CONTA ALTERADA POR OUTRO OPERADOR, REFACA"
                   AT 1636
           ELSE
               MOVE SaldoC TO SaldoC-Antes
               MOVE NomeC TO NomeC-Antes
               MOVE CodBancoC TO CodBancoC-Antes
               MOVE WS-Mud-Agencia-Ant TO CodAgenciaC-Antes
               MOVE WS-Mud-Conta-Ant TO CodContaC-Antes
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONTA" AT 1636
                   NOT INVALID KEY
                       PERFORM 14-Grava-Auditoria
                       PERFORM 766-Cancela-Folhas
                       PERFORM 767-Grava-Mudanca
                       DISPLAY "CONTA TRANSFERIDA - FOLHAS CANCELADAS:"
                           AT 1636
                       DISPLAY WS-Mud-Folhas AT 1675
               END-REWRITE
           END-IF.

       766-Cancela-Folhas.
      *-Folhas emitidas e ainda nao compensadas levam impresso o
      *-numero antigo: ficam sustadas com o motivo, e a compensacao
      *-noturna devolve se alguma for apresentada.
           MOVE ZEROS TO WS-Mud-Folhas.
           MOVE WS-Mud-CodC TO CodC-Chq.
           MOVE ZEROS TO NumCheque-Chq.
           START CHEQUE KEY IS NOT LESS THAN ChaveChq
               INVALID KEY
                   MOVE "10" TO ARQST-CHQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CHQ
           END-START.
           PERFORM 768-Cancela-Uma-Folha UNTIL ARQST-CHQ = "10".

       768-Cancela-Uma-Folha.
           READ CHEQUE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CHQ
               NOT AT END
                   IF CodC-Chq NOT = WS-Mud-CodC
                       MOVE "10" TO ARQST-CHQ
                   ELSE
                       IF Cheque-Emitido
                           MOVE 'S' TO StatusChq
                           MOVE "CONTA TRANSFERIDA" TO MotivoSustChq
                           MOVE ANO TO AnoSustChq
                           MOVE MES TO MesSustChq
                           MOVE DIA TO DiaSustChq
                           MOVE WS-Operador TO OperadorSustChq
                           REWRITE REG-CHEQUE
                           ADD 1 TO WS-Mud-Folhas
                       END-IF
                   END-IF
           END-READ.

       767-Grava-Mudanca.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE 99999999 TO NumMud.
           START MUDANCA KEY IS LESS THAN NumMud
               INVALID KEY
                   MOVE 1 TO NumMud
               NOT INVALID KEY
                   READ MUDANCA NEXT RECORD
                   ADD 1 TO NumMud
           END-START.
           MOVE WS-Mud-CodC TO CodC-Mud.
           MOVE CodBancoC TO CodBancoMud.
           MOVE WS-Mud-Agencia-Ant TO CodAgenciaAntMud.
           MOVE WS-Mud-Conta-Ant TO CodContaAntMud.
           MOVE WS-Mud-Agencia TO CodAgenciaNovaMud.
           MOVE WS-Mud-Conta TO CodContaNovaMud.
           MOVE ANO TO AnoMud.
           MOVE MES TO MesMud.
           MOVE DIA TO DiaMud.
           COMPUTE HoraMud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorMud.
           MOVE WS-Mud-Folhas TO FolhasCancMud.
           COMPUTE WS-Mud-Fim = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (ANO * 10000 + MES * 100 + DIA) + WS-Mud-Dias).
           MOVE WS-Mud-Fim TO FimTransicaoMud.
           WRITE REG-MUDANCA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MUDANCA.DAT" AT 1736
           END-WRITE.

       770-Corrige-Documento.
      *-Conta aberta com CPF/CNPJ digitado errado (mas com digito
      *-valido) ou cliente cadastrado duas vezes: o supervisor leva
      *-tudo o que esta no documento errado para o correto - contas
      *-(titular e segundo titular), cadastro de cliente, score,
      *-CCF e historico de encerradas. Havendo cliente nos dois
      *-documentos, mescla (o correto vence, o errado so preenche o
      *-que falta); dados que se contradizem (nome, nascimento,
      *-obito, conta que ficaria com os dois titulares iguais)
      *-recusam a correcao inteira. Portabilidade e cartas de saldo
      *-sao da conta (CodC) e acompanham a conta sem regravar. Cada
      *-registro corrigido deixa antes/depois em AUDITORIA.DAT.
           DISPLAY Tela-Corrige-Documento.
           PERFORM 05-Mostra-Data.
           PERFORM 771-Corrige-Documento-Dados
               THRU 771-Corrige-Documento-Dados-Fim.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       771-Corrige-Documento-Dados.
           MOVE ZEROS TO WS-Cdc-Errado.
           PERFORM 772-VCdcErrado UNTIL WS-Cdc-Errado > ZEROS.
           MOVE 'N' TO WS-Doc-Achou.
           PERFORM 773-VCdcCerto UNTIL Documento-Valido.
           PERFORM 774-Levanta-Documento.
           IF WS-Cdc-Conflito NOT = SPACES
               MOVE WS-Cdc-Conflito TO WS-Msg-Erro
               DISPLAY WS-Cdc-Conflito AT 2120
               PERFORM 32-Grava-Log-Erro
               GO TO 771-Corrige-Documento-Dados-Fim
           END-IF.
           IF WS-Cdc-Qtd = ZEROS AND WS-Cdc-Hist = ZEROS
               AND NOT Cdc-Tem-Cliente-Errado
               AND NOT Cdc-Tem-Score-Errado
               AND NOT Cdc-Tem-Ccf-Errado
               MOVE "NADA REGISTRADO NO DOCUMENTO ERRADO"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
               GO TO 771-Corrige-Documento-Dados-Fim
           END-IF.
           MOVE SPACE TO WS-Cdc-Confirma.
           ACCEPT WS-Cdc-Confirma AT 1645 WITH PROMPT AUTO.
           IF WS-Cdc-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 2120
               GO TO 771-Corrige-Documento-Dados-Fim
           END-IF.
           PERFORM 775-Aplica-Correcao.
           DISPLAY "DOCUMENTO CORRIGIDO EM TODOS OS ARQUIVOS" AT 2120.

       771-Corrige-Documento-Dados-Fim.
           EXIT.

       772-VCdcErrado.
           ACCEPT WS-Cdc-Errado AT 0445 WITH PROMPT AUTO.
           IF WS-Cdc-Errado = ZEROS
               MOVE "INFORME O DOCUMENTO ERRADO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       773-VCdcCerto.
      *-O correto passa pelo mesmo digito verificador do Incluir.
           MOVE ZEROS TO WS-Cdc-Certo.
           ACCEPT WS-Cdc-Certo AT 0545 WITH PROMPT AUTO.
           MOVE SPACE TO WS-Cdc-Tipo.
           ACCEPT WS-Cdc-Tipo AT 0645 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Cdc-Tipo) TO WS-Tipo-Doc.
           MOVE 'N' TO WS-Doc-Achou.
           IF NOT Doc-Fisica AND NOT Doc-Juridica
               MOVE "TIPO INVALIDO, USE F OU J" TO WS-Msg-Erro
           ELSE
               IF WS-Cdc-Certo = ZEROS OR WS-Cdc-Certo = WS-Cdc-Errado
                   MOVE "DOCUMENTO CORRETO IGUAL AO ERRADO"
                       TO WS-Msg-Erro
               ELSE
                   MOVE WS-Cdc-Certo TO CpfCnpjC
                   PERFORM 16-Valida-Documento
                   MOVE "CPF/CNPJ CORRETO INVALIDO" TO WS-Msg-Erro
               END-IF
           END-IF.
           IF Documento-Valido
               DISPLAY ESPACO AT 2120
           ELSE
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           END-IF.

       774-Levanta-Documento.
      *-Levantamento sem gravar nada: o que existe em cada arquivo
      *-nos dois documentos, com as contradicoes que impedem a
      *-correcao em WS-Cdc-Conflito.
           MOVE SPACES TO WS-Cdc-Conflito.
           MOVE ZEROS TO WS-Cdc-Qtd WS-Cdc-Titular WS-Cdc-Segundo
               WS-Cdc-Ja-Certo WS-Cdc-Hist WS-Cdc-Portab
               WS-Cdc-Cartas.
           MOVE ZEROS TO CodC-Scan.
           START CC-DUP KEY IS NOT LESS THAN CodC-Scan
               INVALID KEY
                   MOVE "10" TO ARQST-DUP
               NOT INVALID KEY
                   MOVE "00" TO ARQST-DUP
           END-START.
           PERFORM 774-Varre-Contas UNTIL ARQST-DUP = "10".
           DISPLAY WS-Cdc-Titular AT 0845.
           DISPLAY "/" AT 0849.
           DISPLAY WS-Cdc-Segundo AT 0851.
           DISPLAY WS-Cdc-Ja-Certo AT 0945.
           PERFORM 774-Ve-Cliente.
           DISPLAY WS-Cdc-Det AT 1045.
           PERFORM 774-Ve-Score.
           DISPLAY WS-Cdc-Det AT 1145.
           PERFORM 774-Ve-Ccf.
           DISPLAY WS-Cdc-Det AT 1245.
           CLOSE HISTORICO.
           OPEN INPUT HISTORICO.
           IF ARQST-HIST = "00"
               PERFORM 774-Varre-Historico UNTIL ARQST-HIST = "10"
           END-IF.
           CLOSE HISTORICO.
           OPEN EXTEND HISTORICO.
           DISPLAY WS-Cdc-Hist AT 1345.
           PERFORM 774-Conta-Portab
               VARYING WS-Cdc-Idx FROM 1 BY 1
               UNTIL WS-Cdc-Idx > WS-Cdc-Qtd.
           MOVE ZEROS TO NumCert.
           START CERTSAL KEY IS NOT LESS THAN NumCert
               INVALID KEY
                   MOVE "10" TO ARQST-CRT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CRT
           END-START.
           PERFORM 774-Varre-Cartas UNTIL ARQST-CRT = "10".
           DISPLAY WS-Cdc-Portab AT 1445.
           DISPLAY "/" AT 1449.
           DISPLAY WS-Cdc-Cartas AT 1451.
           DISPLAY "(SEGUEM A CONTA)" AT 1457.

       774-Varre-Contas.
      *-Varredura inteira pelo segundo cursor: o segundo titular nao
      *-tem chave alternada. As contas entram numa tabela e sao
      *-regravadas depois pela chave primaria.
           READ CC-DUP NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-DUP
               NOT AT END
                   IF CpfCnpjC-Scan = WS-Cdc-Errado
                       OR CpfCnpjSegundoTitularC-Scan = WS-Cdc-Errado
                       PERFORM 774-Conta-Do-Errado
                   ELSE
                       IF CpfCnpjC-Scan = WS-Cdc-Certo
                           ADD 1 TO WS-Cdc-Ja-Certo
                       END-IF
                   END-IF
           END-READ.

       774-Conta-Do-Errado.
           IF CpfCnpjC-Scan = WS-Cdc-Errado
               ADD 1 TO WS-Cdc-Titular
           END-IF.
           IF CpfCnpjSegundoTitularC-Scan = WS-Cdc-Errado
               ADD 1 TO WS-Cdc-Segundo
           END-IF.
           IF CpfCnpjC-Scan = WS-Cdc-Certo
               OR CpfCnpjSegundoTitularC-Scan = WS-Cdc-Certo
               MOVE SPACES TO WS-Cdc-Conflito
               STRING "CONTA " CodC-Scan
                   " FICARIA COM OS DOIS TITULARES IGUAIS"
                   DELIMITED BY SIZE INTO WS-Cdc-Conflito
           END-IF.
           IF WS-Cdc-Qtd < 30
               ADD 1 TO WS-Cdc-Qtd
               MOVE CodC-Scan TO WS-Cdc-Conta(WS-Cdc-Qtd)
           ELSE
               MOVE "MAIS DE 30 CONTAS NO DOCUMENTO ERRADO"
                   TO WS-Cdc-Conflito
           END-IF.

       774-Ve-Cliente.
           MOVE 'N' TO WS-Cdc-Cli-Errado WS-Cdc-Cli-Certo.
           MOVE ZEROS TO WS-Cdc-Obito WS-Cdc-Obito-Certo.
           MOVE WS-Cdc-Errado TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdc-Cli-Errado
                   PERFORM 774-Guarda-Cliente
           END-READ.
           MOVE WS-Cdc-Certo TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdc-Cli-Certo
                   MOVE DataObitoCli TO WS-Cdc-Obito-Certo
           END-READ.
           EVALUATE TRUE
               WHEN Cdc-Tem-Cliente-Errado AND Cdc-Tem-Cliente-Certo
                   MOVE "MESCLAR NO CORRETO" TO WS-Cdc-Det
                   IF NomeCli NOT = WS-Cdc-Nome
                       MOVE "NOME DO CLIENTE DIFERE NOS DOIS DOCUMENTOS"
                           TO WS-Cdc-Conflito
                   END-IF
                   IF DataNascCli NOT = ZEROS
                       AND WS-Cdc-Nasc NOT = ZEROS
                       AND DataNascCli NOT = WS-Cdc-Nasc
                       MOVE "NASCIMENTO DIFERE NOS DOIS DOCUMENTOS"
                           TO WS-Cdc-Conflito
                   END-IF
               WHEN Cdc-Tem-Cliente-Errado
                   MOVE "MOVER PARA O CORRETO" TO WS-Cdc-Det
               WHEN Cdc-Tem-Cliente-Certo
                   MOVE "SO NO CORRETO (FICA)" TO WS-Cdc-Det
               WHEN OTHER
                   MOVE "NAO HA" TO WS-Cdc-Det
           END-EVALUATE.
      *-Obito registrado num documento e nao no outro (ou em datas
      *-diferentes) nao se resolve juntando os cadastros.
           IF Cdc-Tem-Cliente-Certo
               AND WS-Cdc-Obito NOT = WS-Cdc-Obito-Certo
               MOVE "OBITO REGISTRADO SO EM UM DOS DOCUMENTOS"
                   TO WS-Cdc-Conflito
           END-IF.

       774-Guarda-Cliente.
           MOVE NomeCli TO WS-Cdc-Nome.
           MOVE DataNascCli TO WS-Cdc-Nasc.
           MOVE DataObitoCli TO WS-Cdc-Obito.
           MOVE CepCli TO WS-Cdc-Cep.
           MOVE EnderecoCli TO WS-Cdc-Endereco.
           MOVE UfCli TO WS-Cdc-Uf.
           MOVE TelefoneCli TO WS-Cdc-Telefone.
           MOVE EmailCli TO WS-Cdc-Email.
           MOVE ProfissaoCli TO WS-Cdc-Profissao.
           MOVE RendaMensalCli TO WS-Cdc-Renda.
           MOVE PatrimonioCli TO WS-Cdc-Patrimonio.
           MOVE PepCli TO WS-Cdc-Pep.
           MOVE RiscoKycCli TO WS-Cdc-Risco.
           MOVE DataKycCli TO WS-Cdc-Kyc.
           MOVE OperadorKycCli TO WS-Cdc-Oper-Kyc.

       774-Ve-Score.
           MOVE 'N' TO WS-Cdc-Sco-Errado WS-Cdc-Sco-Certo.
           IF WS-Score-Aberto = 'S'
               MOVE WS-Cdc-Errado TO CpfCnpjScore
               READ SCORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Cdc-Sco-Errado
               END-READ
               MOVE WS-Cdc-Certo TO CpfCnpjScore
               READ SCORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Cdc-Sco-Certo
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN Cdc-Tem-Score-Errado AND Cdc-Tem-Score-Certo
                   MOVE "DESCARTAR (VALE O DO CORRETO)" TO WS-Cdc-Det
               WHEN Cdc-Tem-Score-Errado
                   MOVE "MOVER PARA O CORRETO" TO WS-Cdc-Det
               WHEN OTHER
                   MOVE "NADA A MOVER" TO WS-Cdc-Det
           END-EVALUATE.

       774-Ve-Ccf.
           MOVE 'N' TO WS-Cdc-Ccf-Errado WS-Cdc-Ccf-Certo.
           MOVE WS-Cdc-Errado TO CpfCnpjCcf.
           READ CCF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdc-Ccf-Errado
                   MOVE QtdDevolucoesCcf TO WS-Cdc-Ccf-Qtd
                   MOVE StatusCcf TO WS-Cdc-Ccf-Status
                   MOVE DataInclusaoCcf TO WS-Cdc-Ccf-Inclusao
                   MOVE NomeCcf TO WS-Cdc-Ccf-Nome
           END-READ.
           MOVE WS-Cdc-Certo TO CpfCnpjCcf.
           READ CCF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdc-Ccf-Certo
           END-READ.
           EVALUATE TRUE
               WHEN Cdc-Tem-Ccf-Errado AND Cdc-Tem-Ccf-Certo
                   MOVE "SOMAR AS DEVOLUCOES NO CORRETO" TO WS-Cdc-Det
               WHEN Cdc-Tem-Ccf-Errado
                   MOVE "MOVER PARA O CORRETO" TO WS-Cdc-Det
               WHEN OTHER
                   MOVE "NADA A MOVER" TO WS-Cdc-Det
           END-EVALUATE.

       774-Varre-Historico.
           READ HISTORICO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-HIST
               NOT AT END
                   IF CpfCnpjC-Hist = WS-Cdc-Errado
                       ADD 1 TO WS-Cdc-Hist
                   END-IF
           END-READ.

       774-Conta-Portab.
           MOVE WS-Cdc-Conta(WS-Cdc-Idx) TO CodC-Ptb.
           READ PORTAB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Portab-Ativa
                       ADD 1 TO WS-Cdc-Portab
                   END-IF
           END-READ.

       774-Varre-Cartas.
           READ CERTSAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CRT
               NOT AT END
                   MOVE 'N' TO WS-Cdc-Achou
                   PERFORM 774-Procura-Conta
                       VARYING WS-Cdc-Idx FROM 1 BY 1
                       UNTIL WS-Cdc-Idx > WS-Cdc-Qtd
                   IF Cdc-Conta-Na-Tabela
                       ADD 1 TO WS-Cdc-Cartas
                   END-IF
           END-READ.

       774-Procura-Conta.
           IF WS-Cdc-Conta(WS-Cdc-Idx) = CodC-Cert
               MOVE 'S' TO WS-Cdc-Achou
           END-IF.

       775-Aplica-Correcao.
           PERFORM 776-Corrige-Conta
               VARYING WS-Cdc-Idx FROM 1 BY 1
               UNTIL WS-Cdc-Idx > WS-Cdc-Qtd.
           IF Cdc-Tem-Cliente-Errado
               PERFORM 777-Corrige-Cliente
           END-IF.
           IF Cdc-Tem-Score-Errado
               PERFORM 778-Corrige-Score
           END-IF.
           IF Cdc-Tem-Ccf-Errado
               PERFORM 778-Corrige-Ccf
           END-IF.
           PERFORM 778-Corrige-Carteira.
           IF WS-Cdc-Hist > ZEROS
               PERFORM 779-Corrige-Historico
           END-IF.

       775-Grava-Trilha.
      *-Quem chama preenche conta, nome, banco/agencia/conta, saldo,
      *-arquivo e detalhe; aqui entram carimbo e documentos.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE ANO TO AnoAud.
           MOVE MES TO MesAud.
           MOVE DIA TO DiaAud.
           COMPUTE HoraAud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorAud.
           MOVE WS-Cdc-Errado TO CpfCnpjAntesAud.
           MOVE WS-Cdc-Certo TO CpfCnpjDepoisAud.
           PERFORM 228-Encadeia-Aud.
           WRITE REG-AUDITORIA.

       775-Limpa-Trilha.
           MOVE ZEROS TO CodC-Aud CodBancoAntesAud CodBancoDepoisAud
               CodAgenciaAntesAud CodAgenciaDepoisAud
               CodContaAntesAud CodContaDepoisAud
               SaldoAntesAud SaldoDepoisAud.
           MOVE SPACES TO NomeAntesAud NomeDepoisAud ArquivoAud
               DetalheAud.

       776-Corrige-Conta.
           MOVE WS-Cdc-Conta(WS-Cdc-Idx) TO CodC.
           READ CC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 775-Limpa-Trilha
                   IF CpfCnpjC = WS-Cdc-Errado
                       MOVE WS-Cdc-Certo TO CpfCnpjC
                       MOVE "TITULAR" TO DetalheAud
                   END-IF
                   IF CpfCnpjSegundoTitularC = WS-Cdc-Errado
                       MOVE WS-Cdc-Certo TO CpfCnpjSegundoTitularC
                       MOVE "SEGUNDO TITULAR" TO DetalheAud
                   END-IF
                   REWRITE REG-CONTA
                       INVALID KEY
                           MOVE "ERRO AO GRAVAR A CONTA" TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       NOT INVALID KEY
                           MOVE CodC TO CodC-Aud
                           MOVE NomeC TO NomeAntesAud NomeDepoisAud
                           MOVE CodBancoC TO CodBancoAntesAud
                               CodBancoDepoisAud
                           MOVE CodAgenciaC TO CodAgenciaAntesAud
                               CodAgenciaDepoisAud
                           MOVE CodContaC TO CodContaAntesAud
                               CodContaDepoisAud
                           MOVE SaldoC TO SaldoAntesAud SaldoDepoisAud
                           MOVE "CC" TO ArquivoAud
                           PERFORM 775-Grava-Trilha
                   END-REWRITE
           END-READ.

       777-Corrige-Cliente.
           PERFORM 775-Limpa-Trilha.
           MOVE "CLIENTES" TO ArquivoAud.
           MOVE WS-Cdc-Nome TO NomeAntesAud.
           IF Cdc-Tem-Cliente-Certo
               MOVE WS-Cdc-Certo TO CpfCnpjCli
               READ CLIENTE
               PERFORM 777-Mescla-Cliente
               REWRITE REG-CLIENTE
               MOVE "MESCLADO NO CADASTRO CORRETO" TO DetalheAud
           ELSE
               MOVE WS-Cdc-Errado TO CpfCnpjCli
               READ CLIENTE
               MOVE WS-Cdc-Certo TO CpfCnpjCli
               WRITE REG-CLIENTE
               MOVE "MOVIDO PARA O DOCUMENTO CORRETO" TO DetalheAud
           END-IF.
           MOVE NomeCli TO NomeDepoisAud.
           MOVE WS-Cdc-Errado TO CpfCnpjCli.
           DELETE CLIENTE RECORD
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR CLIENTE ERRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
           END-DELETE.
           PERFORM 775-Grava-Trilha.

       777-Mescla-Cliente.
      *-O cadastro correto vence; do errado so vem o que falta.
           IF CepCli = ZEROS
               MOVE WS-Cdc-Cep TO CepCli
               MOVE WS-Cdc-Endereco TO EnderecoCli
               MOVE WS-Cdc-Uf TO UfCli
           END-IF.
           IF TelefoneCli = SPACES
               MOVE WS-Cdc-Telefone TO TelefoneCli
           END-IF.
           IF EmailCli = SPACES
               MOVE WS-Cdc-Email TO EmailCli
           END-IF.
           IF DataNascCli = ZEROS
               MOVE WS-Cdc-Nasc TO DataNascCli
           END-IF.
           IF DataKycCli = ZEROS AND WS-Cdc-Kyc NOT = ZEROS
               MOVE WS-Cdc-Profissao TO ProfissaoCli
               MOVE WS-Cdc-Renda TO RendaMensalCli
               MOVE WS-Cdc-Patrimonio TO PatrimonioCli
               MOVE WS-Cdc-Pep TO PepCli
               MOVE WS-Cdc-Risco TO RiscoKycCli
               MOVE WS-Cdc-Kyc TO DataKycCli
               MOVE WS-Cdc-Oper-Kyc TO OperadorKycCli
           END-IF.

       778-Corrige-Score.
      *-SCORE.DAT fica aberto so para leitura no resto do programa.
      *-Com score nos dois documentos vale o do correto: o batch
      *-mensal recalcula com todas as contas ja juntas.
           CLOSE SCORE.
           OPEN I-O SCORE.
           PERFORM 775-Limpa-Trilha.
           MOVE "SCORE" TO ArquivoAud.
           IF Cdc-Tem-Score-Certo
               MOVE "DESCARTADO, VALE O DO CORRETO" TO DetalheAud
           ELSE
               MOVE WS-Cdc-Errado TO CpfCnpjScore
               READ SCORE
               MOVE WS-Cdc-Certo TO CpfCnpjScore
               WRITE REG-SCORE
               MOVE "MOVIDO PARA O DOCUMENTO CORRETO" TO DetalheAud
           END-IF.
           MOVE WS-Cdc-Errado TO CpfCnpjScore.
           DELETE SCORE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 775-Grava-Trilha.
           CLOSE SCORE.
           OPEN INPUT SCORE.

       778-Corrige-Carteira.
      *-Cliente em carteira pelo documento errado: passa para o
      *-correto; se o correto ja tem gerente, vale esse.
           MOVE WS-Cdc-Errado TO CpfCnpjCrt.
           READ CARTEIRA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 775-Limpa-Trilha
                   MOVE "CARTEIRA" TO ArquivoAud
                   DELETE CARTEIRA RECORD
                   MOVE WS-Cdc-Certo TO CpfCnpjCrt
                   WRITE REG-CARTEIRA
                       INVALID KEY
                           MOVE "DESCARTADA, VALE A DO CORRETO"
                               TO DetalheAud
                       NOT INVALID KEY
                           MOVE "MOVIDA PARA O DOCUMENTO CORRETO"
                               TO DetalheAud
                   END-WRITE
                   PERFORM 775-Grava-Trilha
           END-READ.

       778-Corrige-Ccf.
      *-Com CCF nos dois documentos as devolucoes se somam no
      *-correto, valendo a inclusao mais antiga e ativo se qualquer
      *-um estiver ativo.
           PERFORM 775-Limpa-Trilha.
           MOVE "CCF" TO ArquivoAud.
           MOVE WS-Cdc-Ccf-Nome TO NomeAntesAud.
           IF Cdc-Tem-Ccf-Certo
               MOVE WS-Cdc-Certo TO CpfCnpjCcf
               READ CCF
               ADD WS-Cdc-Ccf-Qtd TO QtdDevolucoesCcf
                   ON SIZE ERROR
                       MOVE 999 TO QtdDevolucoesCcf
               END-ADD
               IF WS-Cdc-Ccf-Status = 'A'
                   MOVE 'A' TO StatusCcf
                   MOVE ZEROS TO DataBaixaCcf
                   MOVE SPACES TO OperadorBaixaCcf
               END-IF
               IF WS-Cdc-Ccf-Inclusao < DataInclusaoCcf
                   MOVE WS-Cdc-Ccf-Inclusao TO DataInclusaoCcf
               END-IF
               REWRITE REG-CCF
               MOVE "DEVOLUCOES SOMADAS NO CORRETO" TO DetalheAud
           ELSE
               MOVE WS-Cdc-Errado TO CpfCnpjCcf
               READ CCF
               MOVE WS-Cdc-Certo TO CpfCnpjCcf
               WRITE REG-CCF
               MOVE "MOVIDO PARA O DOCUMENTO CORRETO" TO DetalheAud
           END-IF.
           MOVE CodC-Ccf TO CodC-Aud.
           MOVE NomeCcf TO NomeDepoisAud.
           MOVE WS-Cdc-Errado TO CpfCnpjCcf.
           DELETE CCF RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM 775-Grava-Trilha.

       779-Corrige-Historico.
      *-HISTORICO.DAT e sequencial: copia de seguranca do dia,
      *-renomeia e regrava linha a linha com o documento certo.
           PERFORM 55-Backup-Historico.
           CLOSE HISTORICO.
           MOVE SPACES TO WS-Comando-Backup.
           MOVE "mv HISTORICO.DAT HISTORICO.TMP" TO WS-Comando-Backup.
           CALL "SYSTEM" USING WS-Comando-Backup.
           OPEN INPUT HIST-ANT.
           IF ARQST-HSA NOT = "00"
               MOVE "HISTORICO.DAT NAO CORRIGIDO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
               MOVE "mv HISTORICO.TMP HISTORICO.DAT"
                   TO WS-Comando-Backup
               CALL "SYSTEM" USING WS-Comando-Backup
           ELSE
               OPEN OUTPUT HISTORICO
               PERFORM 779-Copia-Historico UNTIL ARQST-HSA = "10"
               CLOSE HIST-ANT
               CLOSE HISTORICO
               MOVE "rm HISTORICO.TMP" TO WS-Comando-Backup
               CALL "SYSTEM" USING WS-Comando-Backup
           END-IF.
           OPEN EXTEND HISTORICO.

       779-Copia-Historico.
           READ HIST-ANT INTO REG-HISTORICO
               AT END
                   MOVE "10" TO ARQST-HSA
               NOT AT END
                   IF CpfCnpjC-Hist = WS-Cdc-Errado
                       MOVE WS-Cdc-Certo TO CpfCnpjC-Hist
                       PERFORM 775-Limpa-Trilha
                       MOVE CodC-Hist TO CodC-Aud
                       MOVE NomeC-Hist TO NomeAntesAud NomeDepoisAud
                       MOVE CodBancoC-Hist TO CodBancoAntesAud
                           CodBancoDepoisAud
                       MOVE CodAgenciaC-Hist TO CodAgenciaAntesAud
                           CodAgenciaDepoisAud
                       MOVE CodContaC-Hist TO CodContaAntesAud
                           CodContaDepoisAud
                       MOVE SaldoC-Hist TO SaldoAntesAud SaldoDepoisAud
                       MOVE "HISTORICO" TO ArquivoAud
                       MOVE "CONTA ENCERRADA" TO DetalheAud
                       PERFORM 775-Grava-Trilha
                   END-IF
                   WRITE REG-HISTORICO
           END-READ.

       780-Gerentes.
      *-Cadastro dos gerentes de relacionamento por agencia: inclui
      *-ou altera (nome, banco/agencia) e desliga quem sai. So se
      *-desliga gerente de carteira vazia - antes o supervisor
      *-remaneja os clientes na opcao 5.
           DISPLAY Tela-Gerentes.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Ger-Acao.
           PERFORM 781-VGerAcao UNTIL WS-Ger-Acao = 'I' OR = 'D'.
           MOVE ZEROS TO WS-Ger-Cod.
           PERFORM 781-VGerCodigo UNTIL WS-Ger-Cod > ZEROS.
           MOVE WS-Ger-Cod TO CodGerente.
           MOVE 'N' TO WS-Ger-Existe.
           READ GERENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Ger-Existe
                   DISPLAY NomeGerente AT 0738
                   DISPLAY CodBancoGer AT 0838
                   DISPLAY CodAgenciaGer AT 0938
                   IF Gerente-Ativo
                       DISPLAY "ATIVO" AT 1038
                   ELSE
                       DISPLAY "DESLIGADO" AT 1038
                   END-IF
                   MOVE WS-Ger-Cod TO WS-Ger-Busca
                   PERFORM 784-Conta-Carteira
                   DISPLAY WS-Ger-Clientes AT 1141
           END-READ.
           IF WS-Ger-Acao = 'I'
               PERFORM 782-Grava-Gerente
           ELSE
               PERFORM 783-Desliga-Gerente
           END-IF.

       781-VGerAcao.
           ACCEPT WS-Ger-Acao AT 0457 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ger-Acao) TO WS-Ger-Acao.
           IF WS-Ger-Acao NOT = 'I' AND NOT = 'D'
               DISPLAY "ACAO INVALIDA, USE I OU D" AT 1636
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       781-VGerCodigo.
           ACCEPT WS-Ger-Cod AT 0638 WITH PROMPT AUTO.
           IF WS-Ger-Cod = ZEROS
               MOVE "INFORME O CODIGO DO GERENTE" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       781-VGerNome.
           ACCEPT WS-Ger-Nome AT 0738 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ger-Nome) TO WS-Ger-Nome.
           IF WS-Ger-Nome = SPACES
               MOVE "INFORME O NOME DO GERENTE" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       781-VGerAgencia.
           ACCEPT WS-Ger-Banco AT 0838 WITH PROMPT AUTO.
           ACCEPT WS-Ger-Agencia AT 0938 WITH PROMPT AUTO.
           MOVE WS-Ger-Banco TO WS-Age-Banco.
           MOVE WS-Ger-Agencia TO WS-Age-Agencia.
           PERFORM 495-Valida-Agencia.
           IF WS-Ger-Banco = ZEROS OR WS-Ger-Agencia = ZEROS
               OR NOT Agencia-Valida
               MOVE "AGENCIA NAO CADASTRADA P/BANCO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
               MOVE ZEROS TO WS-Ger-Agencia
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       782-Grava-Gerente.
           IF Gerente-Cadastrado
               MOVE NomeGerente TO WS-Ger-Nome
               MOVE CodBancoGer TO WS-Ger-Banco
               MOVE CodAgenciaGer TO WS-Ger-Agencia
           ELSE
               MOVE SPACES TO WS-Ger-Nome
               MOVE ZEROS TO WS-Ger-Banco WS-Ger-Agencia
           END-IF.
           PERFORM 781-VGerNome.
           PERFORM 781-VGerNome UNTIL WS-Ger-Nome NOT = SPACES.
           PERFORM 781-VGerAgencia.
           PERFORM 781-VGerAgencia UNTIL WS-Ger-Agencia > ZEROS.
           MOVE SPACE TO WS-Ger-Confirma.
           ACCEPT WS-Ger-Confirma AT 1435 WITH PROMPT AUTO.
           IF WS-Ger-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 1636
           ELSE
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               IF NOT Gerente-Cadastrado
                   MOVE WS-Ger-Cod TO CodGerente
                   MOVE 'A' TO StatusGer
                   MOVE ANO TO AnoInclusaoGer
                   MOVE MES TO MesInclusaoGer
                   MOVE DIA TO DiaInclusaoGer
                   MOVE ZEROS TO DataSaidaGer
               END-IF
               MOVE WS-Ger-Nome TO NomeGerente
               MOVE WS-Ger-Banco TO CodBancoGer
               MOVE WS-Ger-Agencia TO CodAgenciaGer
               MOVE WS-Operador TO OperadorGer
               IF Gerente-Cadastrado
                   REWRITE REG-GERENTE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O GERENTE" AT 1636
                       NOT INVALID KEY
                           DISPLAY "GERENTE ALTERADO" AT 1636
                   END-REWRITE
               ELSE
                   WRITE REG-GERENTE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O GERENTE" AT 1636
                       NOT INVALID KEY
                           DISPLAY "GERENTE INCLUIDO" AT 1636
                   END-WRITE
               END-IF
           END-IF.

       783-Desliga-Gerente.
           IF NOT Gerente-Cadastrado
               MOVE "GERENTE NAO CADASTRADO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF Gerente-Desligado
                   DISPLAY "GERENTE JA DESLIGADO" AT 1636
               ELSE
                   IF WS-Ger-Clientes > ZEROS
                       MOVE "REMANEJE A CARTEIRA ANTES DE DESLIGAR"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 1636
                       PERFORM 32-Grava-Log-Erro
                   ELSE
                       MOVE SPACE TO WS-Ger-Confirma
                       ACCEPT WS-Ger-Confirma AT 1435 WITH PROMPT AUTO
                       IF WS-Ger-Confirma = 'S' OR = 's'
                           ACCEPT DATA-SIS FROM DATE YYYYMMDD
                           MOVE 'D' TO StatusGer
                           MOVE ANO TO AnoSaidaGer
                           MOVE MES TO MesSaidaGer
                           MOVE DIA TO DiaSaidaGer
                           MOVE WS-Operador TO OperadorGer
                           REWRITE REG-GERENTE
                           DISPLAY "GERENTE DESLIGADO" AT 1636
                       ELSE
                           DISPLAY "OPERACAO CANCELADA" AT 1636
                       END-IF
                   END-IF
               END-IF
           END-IF.

       784-Conta-Carteira.
      *-Quantos clientes o gerente WS-Ger-Busca tem na carteira.
           MOVE ZEROS TO WS-Ger-Clientes.
           MOVE WS-Ger-Busca TO CodGerenteCrt.
           START CARTEIRA KEY IS = CodGerenteCrt
               INVALID KEY
                   MOVE "10" TO ARQST-CTR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CTR
           END-START.
           PERFORM 784-Varre-Carteira UNTIL ARQST-CTR = "10".

       784-Varre-Carteira.
           READ CARTEIRA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CTR
               NOT AT END
                   IF CodGerenteCrt NOT = WS-Ger-Busca
                       MOVE "10" TO ARQST-CTR
                   ELSE
                       ADD 1 TO WS-Ger-Clientes
                   END-IF
           END-READ.

       785-Carteira.
      *-Atribuicao de um cliente (CPF/CNPJ do cadastro de clientes)
      *-a um gerente ativo, ou remanejamento em bloco de toda a
      *-carteira de um gerente para outro, quando ele sai. O
      *-remanejamento fica registrado em ERRLOG.DAT.
           DISPLAY Tela-Carteira.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Ger-Acao.
           PERFORM 786-VCrtAcao UNTIL WS-Ger-Acao = 'A' OR = 'R'.
           IF WS-Ger-Acao = 'A'
               PERFORM 786-Atribui-Cliente
           ELSE
               PERFORM 787-Remaneja-Carteira
           END-IF.

       786-VCrtAcao.
           ACCEPT WS-Ger-Acao AT 0467 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ger-Acao) TO WS-Ger-Acao.
           IF WS-Ger-Acao NOT = 'A' AND NOT = 'R'
               DISPLAY "ACAO INVALIDA, USE A OU R" AT 1736
           ELSE
               DISPLAY ESPACO AT 1736
           END-IF.

       786-Atribui-Cliente.
           MOVE ZEROS TO WS-Ger-Cpf.
           ACCEPT WS-Ger-Cpf AT 0640 WITH PROMPT AUTO.
           MOVE WS-Ger-Cpf TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1736
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   DISPLAY NomeCli AT 0725
                   PERFORM 786-Atribui-Gerente
           END-READ.

       786-Atribui-Gerente.
           MOVE ZEROS TO WS-Ger-Atual.
           MOVE WS-Ger-Cpf TO CpfCnpjCrt.
           READ CARTEIRA
               INVALID KEY
                   DISPLAY "SEM GERENTE" AT 0840
               NOT INVALID KEY
                   MOVE CodGerenteCrt TO WS-Ger-Atual
                   DISPLAY WS-Ger-Atual AT 0840
           END-READ.
           MOVE 'N' TO WS-Ger-Ok.
           PERFORM 788-VGerNovo UNTIL Gerente-Valido.
           IF WS-Ger-Novo = WS-Ger-Atual
               DISPLAY "CLIENTE JA E DESSE GERENTE" AT 1736
           ELSE
               MOVE SPACE TO WS-Ger-Confirma
               ACCEPT WS-Ger-Confirma AT 1535 WITH PROMPT AUTO
               IF WS-Ger-Confirma NOT = 'S' AND NOT = 's'
                   DISPLAY "OPERACAO CANCELADA" AT 1736
               ELSE
                   ACCEPT DATA-SIS FROM DATE YYYYMMDD
                   MOVE WS-Ger-Cpf TO CpfCnpjCrt
                   MOVE WS-Ger-Novo TO CodGerenteCrt
                   MOVE ANO TO AnoAtribCrt
                   MOVE MES TO MesAtribCrt
                   MOVE DIA TO DiaAtribCrt
                   MOVE WS-Operador TO OperadorCrt
                   MOVE WS-Ger-Atual TO GerenteAntCrt
                   IF WS-Ger-Atual = ZEROS
                       WRITE REG-CARTEIRA
                   ELSE
                       REWRITE REG-CARTEIRA
                   END-IF
                   DISPLAY "CLIENTE ATRIBUIDO AO GERENTE" AT 1736
               END-IF
           END-IF.

       787-Remaneja-Carteira.
           MOVE 'N' TO WS-Ger-Ok.
           PERFORM 787-VGerOrigem UNTIL WS-Ger-Origem > ZEROS.
           MOVE WS-Ger-Origem TO WS-Ger-Busca.
           PERFORM 784-Conta-Carteira.
           DISPLAY WS-Ger-Clientes AT 1441.
           IF WS-Ger-Clientes = ZEROS
               DISPLAY "CARTEIRA VAZIA, NADA A REMANEJAR" AT 1736
           ELSE
               MOVE 'N' TO WS-Ger-Ok
               PERFORM 787-VGerDestino UNTIL Gerente-Valido
               MOVE SPACE TO WS-Ger-Confirma
               ACCEPT WS-Ger-Confirma AT 1535 WITH PROMPT AUTO
               IF WS-Ger-Confirma NOT = 'S' AND NOT = 's'
                   DISPLAY "OPERACAO CANCELADA" AT 1736
               ELSE
                   ACCEPT DATA-SIS FROM DATE YYYYMMDD
                   MOVE ZEROS TO WS-Ger-Movidos
                   MOVE "00" TO ARQST-CTR
                   PERFORM 787-Remaneja-Um UNTIL ARQST-CTR = "10"
                   MOVE SPACES TO WS-Msg-Erro
                   STRING "CARTEIRA " WS-Ger-Origem " -> "
                       WS-Ger-Destino ": " WS-Ger-Movidos " CLIENTES"
                       DELIMITED BY SIZE INTO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
                   DISPLAY WS-Msg-Erro AT 1736
               END-IF
           END-IF.

       787-VGerOrigem.
           MOVE ZEROS TO WS-Ger-Origem.
           ACCEPT WS-Ger-Origem AT 1240 WITH PROMPT AUTO.
           MOVE WS-Ger-Origem TO CodGerente.
           READ GERENTE
               INVALID KEY
                   MOVE "GERENTE NAO CADASTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1736
                   PERFORM 32-Grava-Log-Erro
                   MOVE ZEROS TO WS-Ger-Origem
               NOT INVALID KEY
                   DISPLAY NomeGerente AT 1246
                   DISPLAY ESPACO AT 1736
           END-READ.

       787-VGerDestino.
           ACCEPT WS-Ger-Destino AT 1340 WITH PROMPT AUTO.
           IF WS-Ger-Destino = WS-Ger-Origem
               MOVE "GERENTE QUE ASSUME IGUAL AO QUE SAI"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1736
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE WS-Ger-Destino TO WS-Ger-Novo
               PERFORM 789-Valida-Gerente
               IF Gerente-Valido
                   DISPLAY NomeGerente AT 1346
               END-IF
           END-IF.

       787-Remaneja-Um.
      *-Cada volta reposiciona na chave do gerente que sai: o
      *-REWRITE troca a propria chave alternada da leitura.
           MOVE WS-Ger-Origem TO CodGerenteCrt.
           START CARTEIRA KEY IS = CodGerenteCrt
               INVALID KEY
                   MOVE "10" TO ARQST-CTR
               NOT INVALID KEY
                   READ CARTEIRA NEXT RECORD
                       AT END
                           MOVE "10" TO ARQST-CTR
                       NOT AT END
                           IF CodGerenteCrt NOT = WS-Ger-Origem
                               MOVE "10" TO ARQST-CTR
                           ELSE
                               MOVE WS-Ger-Origem TO GerenteAntCrt
                               MOVE WS-Ger-Destino TO CodGerenteCrt
                               MOVE ANO TO AnoAtribCrt
                               MOVE MES TO MesAtribCrt
                               MOVE DIA TO DiaAtribCrt
                               MOVE WS-Operador TO OperadorCrt
                               REWRITE REG-CARTEIRA
                                   INVALID KEY
                                       MOVE "10" TO ARQST-CTR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-Ger-Movidos
                               END-REWRITE
                           END-IF
                   END-READ
           END-START.

       788-VGerNovo.
           MOVE ZEROS TO WS-Ger-Novo.
           ACCEPT WS-Ger-Novo AT 1040 WITH PROMPT AUTO.
           PERFORM 789-Valida-Gerente.
           IF Gerente-Valido
               DISPLAY NomeGerente AT 1046
           END-IF.

       789-Valida-Gerente.
      *-WS-Ger-Novo precisa ser gerente cadastrado e ativo.
           MOVE 'N' TO WS-Ger-Ok.
           MOVE WS-Ger-Novo TO CodGerente.
           READ GERENTE
               INVALID KEY
                   MOVE "GERENTE NAO CADASTRADO" TO WS-Msg-Erro
               NOT INVALID KEY
                   IF Gerente-Ativo
                       MOVE 'S' TO WS-Ger-Ok
                   ELSE
                       MOVE "GERENTE DESLIGADO" TO WS-Msg-Erro
                   END-IF
           END-READ.
           IF Gerente-Valido
               DISPLAY ESPACO AT 1736
           ELSE
               DISPLAY WS-Msg-Erro AT 1736
               PERFORM 32-Grava-Log-Erro
           END-IF.

       790-Grava-Contrato-Limite.
      *-Todo limite concedido ou alterado vira contrato novo em
      *-LIMITECE.DAT: concessao hoje, vencimento em LCEMESES meses
      *-(dia limitado a 28 para existir em qualquer mes) e o
      *-aprovador. Limite zerado encerra o contrato. A mudanca vai
      *-tambem para a trilha de auditoria.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE CodC TO CodC-Lce.
           READ LIMITECE
               INVALID KEY
                   MOVE 'N' TO WS-Lce-Achou
               NOT INVALID KEY
                   MOVE 'S' TO WS-Lce-Achou
           END-READ.
           MOVE CodC TO CodC-Lce.
           MOVE LimiteChequeEspecialC TO ValorLce.
           MOVE ANO TO AnoConcessaoLce.
           MOVE MES TO MesConcessaoLce.
           MOVE DIA TO DiaConcessaoLce.
           COMPUTE WS-Lce-Meses-Tot = ANO * 12 + MES - 1 + WS-Lce-Meses.
           DIVIDE WS-Lce-Meses-Tot BY 12 GIVING AnoVencimentoLce
               REMAINDER MesVencimentoLce.
           ADD 1 TO MesVencimentoLce.
           MOVE DIA TO DiaVencimentoLce.
           IF DiaVencimentoLce > 28
               MOVE 28 TO DiaVencimentoLce
           END-IF.
           MOVE WS-Lce-Aprovador TO OperadorLce.
           IF LimiteChequeEspecialC > ZEROS
               MOVE 'A' TO StatusLce
           ELSE
               MOVE 'C' TO StatusLce
           END-IF.
           MOVE ZEROS TO ValorPropostoLce DataAvisoLce.
           MOVE ZEROS TO ScoreRevisaoLce EstagioRevisaoLce.
           IF WS-Lce-Achou = 'S'
               REWRITE REG-LIMITECE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-LIMITECE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM 775-Limpa-Trilha.
           ACCEPT HORA-SIS FROM TIME.
           MOVE CodC TO CodC-Aud.
           MOVE ANO TO AnoAud.
           MOVE MES TO MesAud.
           MOVE DIA TO DiaAud.
           COMPUTE HoraAud = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Lce-Aprovador TO OperadorAud.
           MOVE NomeC TO NomeAntesAud NomeDepoisAud.
           MOVE CodBancoC TO CodBancoAntesAud CodBancoDepoisAud.
           MOVE CodAgenciaC TO CodAgenciaAntesAud CodAgenciaDepoisAud.
           MOVE CodContaC TO CodContaAntesAud CodContaDepoisAud.
           MOVE SaldoC TO SaldoAntesAud SaldoDepoisAud.
           MOVE CpfCnpjC TO CpfCnpjAntesAud CpfCnpjDepoisAud.
           MOVE "LIMITECE" TO ArquivoAud.
           MOVE WS-Lce-Antes TO WS-Lce-Antes-Edt.
           MOVE LimiteChequeEspecialC TO WS-Lce-Novo-Edt.
           STRING "LCE " WS-Lce-Antes-Edt ">" WS-Lce-Novo-Edt
               " VENC " DiaVencimentoLce MesVencimentoLce
               AnoVencimentoLce
               DELIMITED BY SIZE INTO DetalheAud.
           PERFORM 228-Encadeia-Aud.
           WRITE REG-AUDITORIA.

       80-Backup-Cheque.
      * ------- mesma logica de 15-Backup-CC, para CHEQUE.DAT.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           STRING "cp CHEQUE.DAT CHEQUE.DAT.BAK"
               DELIMITED BY SIZE
               Ano DELIMITED BY SIZE
               Mes DELIMITED BY SIZE
               Dia DELIMITED BY SIZE
               INTO WS-Comando-Backup.
           CALL "SYSTEM" USING WS-Comando-Backup.

       81-Emite-Talao.
      *-Emite um talao numerado contra conta ativa: localiza a
      *-ultima folha ja emitida da conta e grava as novas em
      *-sequencia, uma folha por registro, situacao E (emitida).
           DISPLAY Tela-Cheques.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Chq-CodC WS-Chq-Qtd.
           ACCEPT WS-Chq-CodC AT 0436 WITH PROMPT AUTO.
           MOVE WS-Chq-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1236
               NOT INVALID KEY
                   PERFORM 800-Verifica-Pendencia-Doc
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA BLOQUEADA OU ENCERRADA" AT 1236
                   ELSE
                   IF Conta-Com-Pendencia
                       DISPLAY "DOCUMENTOS PENDENTES: SEM TALAO" AT 1236
                   ELSE
                       MOVE NomeC TO Nome
                       DISPLAY Nome AT 0625
                       MOVE 'C' TO WS-Proc-Poder
                       MOVE 14 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1236
                       ELSE
                           PERFORM 82-VChqQtd WITH TEST AFTER
                               UNTIL WS-Chq-Qtd >= 10 AND
                                   WS-Chq-Qtd <= 50
                           PERFORM 83-Acha-Proxima-Folha
                           DISPLAY WS-Chq-Prox AT 1035
                           PERFORM 84-Grava-Talao
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       82-VChqQtd.
           ACCEPT WS-Chq-Qtd AT 0845 WITH PROMPT AUTO.
           IF WS-Chq-Qtd < 10 OR WS-Chq-Qtd > 50
               MOVE "TALAO DE 10 A 50 FOLHAS" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1236
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1236
           END-IF.

       83-Acha-Proxima-Folha.
      *-Maior NumCheque ja emitido da conta + 1, varrendo as folhas
      *-da conta pela chave (mesmo espirito de 49-Proximo-Numero-
      *-Ordem).
           MOVE ZEROS TO WS-Chq-Prox.
           MOVE WS-Chq-CodC TO CodC-Chq.
           MOVE ZEROS TO NumCheque-Chq.
           START CHEQUE KEY IS NOT LESS THAN ChaveChq
               INVALID KEY
                   MOVE "10" TO ARQST-CHQ
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CHQ
           END-START.
           PERFORM 85-Varre-Folhas UNTIL ARQST-CHQ = "10".
           ADD 1 TO WS-Chq-Prox.

       85-Varre-Folhas.
           READ CHEQUE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CHQ
               NOT AT END
                   IF CodC-Chq = WS-Chq-CodC
                       IF NumCheque-Chq > WS-Chq-Prox
                           MOVE NumCheque-Chq TO WS-Chq-Prox
                       END-IF
                   ELSE
                       MOVE "10" TO ARQST-CHQ
                   END-IF
           END-READ.

       84-Grava-Talao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-Chq-Erros.
           PERFORM 86-Grava-Folha
               VARYING WS-Chq-Idx FROM 1 BY 1
               UNTIL WS-Chq-Idx > WS-Chq-Qtd.
           IF WS-Chq-Erros = ZEROS
               DISPLAY "TALAO EMITIDO" AT 1236
           ELSE
               DISPLAY "ERRO AO GRAVAR FOLHAS DO TALAO" AT 1236
           END-IF.

       86-Grava-Folha.
           MOVE WS-Chq-CodC TO CodC-Chq.
           COMPUTE NumCheque-Chq = WS-Chq-Prox + WS-Chq-Idx - 1.
           MOVE 'E' TO StatusChq.
           MOVE ANO TO AnoEmissaoChq.
           MOVE MES TO MesEmissaoChq.
           MOVE DIA TO DiaEmissaoChq.
           MOVE ZEROS TO DataSituacaoChq.
           MOVE ZEROS TO ValorChq.
           WRITE REG-CHEQUE
               INVALID KEY
                   ADD 1 TO WS-Chq-Erros
           END-WRITE.

       310-Cheques.
      *-Submenu de cheques: emissao de talao e sustacao de folha,
      *-no mesmo molde do submenu de Ordens.
           MOVE SPACES TO WS-Escolha-Chq.
           PERFORM 310-Cheques-Menu UNTIL WS-Escolha-Chq = '0'.

       310-Cheques-Menu.
           DISPLAY Tela-Cheques-Menu.
           ACCEPT WS-Escolha-Chq AT 0539 WITH PROMPT.
           EVALUATE WS-Escolha-Chq
               WHEN '1'
                   PERFORM 81-Emite-Talao
               WHEN '2'
                   PERFORM 311-Sustar-Cheque
               WHEN '3'
                   PERFORM 320-Consulta-CCF
               WHEN '4'
                   PERFORM 315-Custodia-Cheque
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 2005
           END-EVALUATE.

       311-Sustar-Cheque.
      *-Sustacao de folha emitida (perda/roubo): marca a folha 'S'
      *-com motivo, data e operador; a compensacao noturna devolve
      *-a folha sustada em vez de debitar, com o motivo na saida.
           DISPLAY Tela-Sustacao.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Sus-CodC WS-Sus-Num.
           MOVE SPACES TO WS-Sus-Motivo.
           ACCEPT WS-Sus-CodC AT 0436 WITH PROMPT AUTO.
           MOVE WS-Sus-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1436
               NOT INVALID KEY
                   MOVE NomeC TO Nome
                   DISPLAY Nome AT 0625
                   PERFORM 312-Localiza-Folha-Sustar
           END-READ.

       312-Localiza-Folha-Sustar.
           ACCEPT WS-Sus-Num AT 0836 WITH PROMPT AUTO.
           MOVE WS-Sus-CodC TO CodC-Chq.
           MOVE WS-Sus-Num TO NumCheque-Chq.
           READ CHEQUE
               INVALID KEY
                   MOVE "FOLHA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1436
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN Cheque-Sustado
                           MOVE "FOLHA JA SUSTADA" TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 1436
                           PERFORM 32-Grava-Log-Erro
                       WHEN NOT Cheque-Emitido
                           MOVE "FOLHA JA BAIXADA" TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 1436
                           PERFORM 32-Grava-Log-Erro
                       WHEN OTHER
                           PERFORM 313-Confirma-Sustacao
                   END-EVALUATE
           END-READ.

       313-Confirma-Sustacao.
           PERFORM 314-VSusMotivo
               UNTIL WS-Sus-Motivo NOT = SPACES.
           ACCEPT Opc AT 1245 WITH PROMPT AUTO.
           IF Opc = "S" OR = "s"
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               MOVE 'S' TO StatusChq
               MOVE WS-Sus-Motivo TO MotivoSustChq
               MOVE ANO TO AnoSustChq
               MOVE MES TO MesSustChq
               MOVE DIA TO DiaSustChq
               MOVE WS-Operador TO OperadorSustChq
               REWRITE REG-CHEQUE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SUSTACAO" AT 1436
                   NOT INVALID KEY
                       DISPLAY "FOLHA SUSTADA" AT 1436
               END-REWRITE
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 1436
           END-IF.

       315-Custodia-Cheque.
      *-Registra em custodia um cheque pre-datado de terceiro:
      *-banco sacado validado na tabela, beneficiario em CC.DAT e a
      *-data combinada de apresentacao; o passo noturno apresenta
      *-na data.
           DISPLAY Tela-Custodia.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Cus-Banco.
           PERFORM 316-VCusBanco UNTIL WS-Cus-Banco > ZEROS.
           MOVE ZEROS TO WS-Cus-Conta-Sac.
           ACCEPT WS-Cus-Conta-Sac AT 0724 WITH PROMPT AUTO.
           MOVE ZEROS TO WS-Cus-Folha.
           ACCEPT WS-Cus-Folha AT 0828 WITH PROMPT AUTO.
           MOVE ZEROS TO WS-Cus-Valor.
           ACCEPT WS-Cus-Valor AT 0917 WITH PROMPT AUTO.
           MOVE ZEROS TO WS-Cus-Data.
           ACCEPT WS-Cus-Data AT 1036 WITH PROMPT AUTO.
           MOVE ZEROS TO WS-Cus-Benef.
           ACCEPT WS-Cus-Benef AT 1133 WITH PROMPT AUTO.
           MOVE WS-Cus-Benef TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "BENEFICIARIO NAO ENCONTRADO" AT 2110
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA DO BENEFICIARIO INATIVA"
                           AT 2110
                   ELSE
                       PERFORM 317-Grava-Custodia
                   END-IF
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       316-VCusBanco.
           ACCEPT WS-Cus-Banco AT 0532 WITH PROMPT AUTO.
           MOVE CodBancoC TO WS-Trf-Banco-Guarda.
           MOVE WS-Cus-Banco TO CodBancoC.
           PERFORM 13-Valida-Banco.
           MOVE WS-Trf-Banco-Guarda TO CodBancoC.
           IF NOT Banco-Encontrado
               MOVE "BANCO INEXISTENTE" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2110
               PERFORM 32-Grava-Log-Erro
               MOVE ZEROS TO WS-Cus-Banco
           ELSE
               DISPLAY ESPACO AT 2110
           END-IF.

       317-Grava-Custodia.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE 999999 TO NumCustodia.
           START CUSTODIA KEY IS LESS THAN NumCustodia
               INVALID KEY
                   MOVE 1 TO NumCustodia
               NOT INVALID KEY
                   READ CUSTODIA NEXT RECORD
                   ADD 1 TO NumCustodia
           END-START.
           MOVE WS-Cus-Banco TO BancoSacadoCus.
           MOVE WS-Cus-Conta-Sac TO ContaSacadoCus.
           MOVE WS-Cus-Folha TO NumChequeCus.
           MOVE WS-Cus-Valor TO ValorCus.
           MOVE WS-Cus-Ano TO AnoApresentacaoCus.
           MOVE WS-Cus-Mes TO MesApresentacaoCus.
           MOVE WS-Cus-Dia TO DiaApresentacaoCus.
           MOVE WS-Cus-Benef TO CodC-BenefCus.
           MOVE 'G' TO StatusCus.
           MOVE ANO TO AnoInclusaoCus.
           MOVE MES TO MesInclusaoCus.
           MOVE DIA TO DiaInclusaoCus.
           MOVE WS-Operador TO OperadorCus.
           WRITE REG-CUSTODIA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CUSTODIA" AT 2110
               NOT INVALID KEY
                   DISPLAY "CHEQUE CUSTODIADO SOB O NUMERO"
                       AT 2110
                   DISPLAY NumCustodia AT 2141
           END-WRITE.

       320-Consulta-CCF.
      *-Consulta a inclusao do titular no CCF e, com autorizacao de
      *-supervisor, baixa a inclusao quando o cliente regulariza
      *-(quita os cheques devolvidos). A baixa fica carimbada com
      *-data e operador no proprio registro.
           DISPLAY Tela-CCF.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Ccf-Doc.
           ACCEPT WS-Ccf-Doc AT 0440 WITH PROMPT AUTO.
           MOVE WS-Ccf-Doc TO CpfCnpjCcf.
           READ CCF
               INVALID KEY
                   DISPLAY "TITULAR NAO CONSTA NO CCF" AT 1536
               NOT INVALID KEY
                   PERFORM 321-Mostra-CCF
                   IF Ccf-Ativo
                       PERFORM 322-Baixa-CCF
                   ELSE
                       DISPLAY "INCLUSAO JA BAIXADA" AT 1536
                   END-IF
           END-READ.

       321-Mostra-CCF.
           DISPLAY NomeCcf AT 0626.
           DISPLAY CodC-Ccf AT 0827.
           DISPLAY QtdDevolucoesCcf AT 0932.
           IF Ccf-Ativo
               DISPLAY "ATIVO  " AT 1030
           ELSE
               DISPLAY "BAIXADO" AT 1030
           END-IF.
           MOVE SPACES TO WS-Ccf-Data-Edt.
           STRING DiaInclusaoCcf "/" MesInclusaoCcf "/"
               AnoInclusaoCcf
               DELIMITED BY SIZE INTO WS-Ccf-Data-Edt.
           DISPLAY WS-Ccf-Data-Edt AT 1130.

       322-Baixa-CCF.
           ACCEPT Opc AT 1345 WITH PROMPT AUTO.
           IF Opc = "S" OR = "s"
               PERFORM 31-Valida-Pin-Supervisor
               IF WS-Pin-Achou = 'S'
                   ACCEPT DATA-SIS FROM DATE YYYYMMDD
                   MOVE 'B' TO StatusCcf
                   MOVE ANO TO AnoBaixaCcf
                   MOVE MES TO MesBaixaCcf
                   MOVE DIA TO DiaBaixaCcf
                   MOVE WS-Operador TO OperadorBaixaCcf
                   REWRITE REG-CCF
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR BAIXA" AT 1536
                       NOT INVALID KEY
                           DISPLAY "INCLUSAO BAIXADA" AT 1536
                   END-REWRITE
               ELSE
                   MOVE "BAIXA DE CCF EXIGE SUPERVISOR"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1536
                   PERFORM 32-Grava-Log-Erro
               END-IF
           END-IF.

       314-VSusMotivo.
           ACCEPT WS-Sus-Motivo AT 1039 WITH PROMPT AUTO.
           IF WS-Sus-Motivo = SPACES
               MOVE "DIGITE O MOTIVO DA SUSTACAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1436
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1436
           END-IF.

       340-Pede-Data-Exec.
      *-Data de execucao da transferencia: 0 (ou data de hoje)
      *-executa na hora; data futura agenda a instrucao para o
      *-passo noturno executar no dia.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Data-Hoje-Agd = ANO * 10000 + MES * 100 + DIA.
           MOVE 'N' TO WS-Agd-Futura.
           MOVE 'N' TO WS-Crc-Retem.
           MOVE ZEROS TO WS-Agd-Data.
           DISPLAY "Data execucao (AAAAMMDD, 0=hoje):" AT 2010.
           ACCEPT WS-Agd-Data AT 2044 WITH PROMPT AUTO.
           IF WS-Agd-Data > WS-Data-Hoje-Agd
               MOVE 'S' TO WS-Agd-Futura
           END-IF.

       341-Agenda-Interna.
      *-A regra da conta conjunta "e" vale tambem no agendamento:
      *-os dois titulares estao presentes AGORA, entao a segunda
      *-autorizacao e capturada aqui e registrada em CONJAUT.DAT;
      *-sem ela nada e agendado. O limite diario e conferido pelo
      *-executor noturno na data da execucao.
           MOVE WS-Cod-Origem TO CodC.
           READ CC.
           MOVE WS-Valor-Transf TO WS-Conj-Valor.
           MOVE "TR" TO WS-Conj-Tipo.
           PERFORM 501-Autoriza-Conjunta.
           IF NOT Conjunta-Autorizada
               DISPLAY "AGENDAMENTO NAO GRAVADO" AT 1235
           ELSE
               PERFORM 343-Proximo-Numero-Agd
               MOVE WS-Cod-Origem TO CodC-Agd
               MOVE 'I' TO TipoAgd
               MOVE WS-Cod-Destino TO CodCDestinoAgd
               MOVE ZEROS TO BancoDestinoAgd AgenciaDestinoAgd
               MOVE ZEROS TO ContaDestinoAgd
               MOVE SPACES TO FavorecidoAgd
               MOVE WS-Valor-Transf TO ValorAgd
               PERFORM 344-Completa-Agendamento
               IF ARQST-AGD = "00"
                   DISPLAY "TRANSFERENCIA AGENDADA" AT 1235
               ELSE
                   DISPLAY "ERRO AO GRAVAR AGENDAMENTO" AT 1235
               END-IF
           END-IF.

       342-Agenda-Externa.
      *-Mesma regra de 341: conta conjunta "e" exige a segunda
      *-autorizacao no agendamento; o limite diario fica com o
      *-executor noturno na data.
           MOVE WS-Trf-CodC TO CodC.
           READ CC.
           MOVE WS-Trf-Valor TO WS-Conj-Valor.
           MOVE "TE" TO WS-Conj-Tipo.
           PERFORM 501-Autoriza-Conjunta.
           IF NOT Conjunta-Autorizada
               DISPLAY "AGENDAMENTO NAO GRAVADO" AT 1835
           ELSE
               PERFORM 343-Proximo-Numero-Agd
               MOVE WS-Trf-CodC TO CodC-Agd
               MOVE 'E' TO TipoAgd
               MOVE ZEROS TO CodCDestinoAgd
               MOVE WS-Trf-Banco TO BancoDestinoAgd
               MOVE WS-Trf-Agencia TO AgenciaDestinoAgd
               MOVE WS-Trf-Conta TO ContaDestinoAgd
               MOVE WS-Trf-Nome TO FavorecidoAgd
               MOVE WS-Trf-Valor TO ValorAgd
               PERFORM 344-Completa-Agendamento
               IF ARQST-AGD = "00" AND Carencia-Retem
                   PERFORM 797-Registra-Retencao
                   DISPLAY "RETIDA: CARENCIA DE TROCA DE CONTATO"
                       AT 1835
                   DISPLAY "RETENCAO" AT 1935
                   DISPLAY WS-Crc-Num AT 1944
               ELSE
               IF ARQST-AGD = "00"
                   DISPLAY "TRANSFERENCIA AGENDADA" AT 1835
               ELSE
                   DISPLAY "ERRO AO GRAVAR AGENDAMENTO" AT 1835
               END-IF
               END-IF
           END-IF.

       344-Completa-Agendamento.
           MOVE WS-Agd-Ano TO AnoExecucaoAgd.
           MOVE WS-Agd-Mes TO MesExecucaoAgd.
           MOVE WS-Agd-Dia TO DiaExecucaoAgd.
           MOVE 'P' TO StatusAgd.
           IF Agd-Externa AND Carencia-Retem
               MOVE 'H' TO StatusAgd
           END-IF.
           MOVE ANO TO AnoInclusaoAgd.
           MOVE MES TO MesInclusaoAgd.
           MOVE DIA TO DiaInclusaoAgd.
           MOVE WS-Operador TO OperadorAgd.
           MOVE SPACES TO MotivoRecusaAgd.
           MOVE "00" TO ARQST-AGD.
           WRITE REG-AGENDTRF
               INVALID KEY
                   MOVE "99" TO ARQST-AGD
           END-WRITE.

       343-Proximo-Numero-Agd.
      * ------- Proximo NumAgd livre = maior + 1, mesma tecnica de
      * ------- 189-Proximo-Numero-Bloqueio.
           MOVE 999999 TO NumAgd.
           START AGENDTRF KEY IS LESS THAN NumAgd
               INVALID KEY
                   MOVE 1 TO NumAgd
               NOT INVALID KEY
                   READ AGENDTRF NEXT RECORD
                   ADD 1 TO NumAgd
           END-START.

       345-Agendadas.
      *-Tela de transferencias agendadas: lista as instrucoes
      *-pendentes da conta e cancela pelo numero; o que ja foi
      *-executado, recusado ou cancelado nao aparece.
           DISPLAY Tela-Agendadas.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Agd-CodC.
           ACCEPT WS-Agd-CodC AT 0417 WITH PROMPT AUTO.
           PERFORM 346-Lista-Agendadas.
           IF WS-Agd-Listados = ZEROS
               DISPLAY "NADA PENDENTE PARA A CONTA" AT 2235
           ELSE
               PERFORM 348-Cancela-Agendada
           END-IF.

       346-Lista-Agendadas.
           MOVE ZEROS TO WS-Agd-Listados.
           MOVE 7 TO WS-Agd-Linha.
           MOVE WS-Agd-CodC TO CodC-Agd.
           START AGENDTRF KEY IS = CodC-Agd
               INVALID KEY
                   MOVE "10" TO ARQST-AGD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-AGD
           END-START.
           PERFORM 347-Varre-Agendadas UNTIL ARQST-AGD = "10".

       347-Varre-Agendadas.
           READ AGENDTRF NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AGD
               NOT AT END
                   IF CodC-Agd NOT = WS-Agd-CodC
                       MOVE "10" TO ARQST-AGD
                   ELSE
                       IF Agd-Pendente AND WS-Agd-Linha <= 18
                           MOVE ValorAgd TO WS-Agd-Valor-Edt
                           MOVE SPACES TO WS-Agd-Linha-Det
                           IF Agd-Interna
                               STRING NumAgd "  "
                                   DiaExecucaoAgd "/" MesExecucaoAgd
                                   "/" AnoExecucaoAgd "  INT  "
                                   WS-Agd-Valor-Edt "  CONTA "
                                   CodCDestinoAgd
                                   DELIMITED BY SIZE
                                   INTO WS-Agd-Linha-Det
                           ELSE
                               STRING NumAgd "  "
                                   DiaExecucaoAgd "/" MesExecucaoAgd
                                   "/" AnoExecucaoAgd "  EXT  "
                                   WS-Agd-Valor-Edt "  BCO "
                                   BancoDestinoAgd " AG "
                                   AgenciaDestinoAgd " CT "
                                   ContaDestinoAgd
                                   DELIMITED BY SIZE
                                   INTO WS-Agd-Linha-Det
                           END-IF
                           DISPLAY WS-Agd-Linha-Det
                               AT LINE WS-Agd-Linha COL 10
                           ADD 1 TO WS-Agd-Linha
                           ADD 1 TO WS-Agd-Listados
                       END-IF
                   END-IF
           END-READ.

       348-Cancela-Agendada.
           MOVE ZEROS TO WS-Agd-Num-Cancela.
           ACCEPT WS-Agd-Num-Cancela AT 2038 WITH PROMPT AUTO.
           IF WS-Agd-Num-Cancela > ZEROS
               MOVE WS-Agd-Num-Cancela TO NumAgd
               READ AGENDTRF
                   INVALID KEY
                       DISPLAY "AGENDAMENTO NAO ENCONTRADO" AT 2235
                   NOT INVALID KEY
      *-So os agendamentos da conta em tela: numero de outra conta
      *-nao se cancela daqui.
                       IF CodC-Agd NOT = WS-Agd-CodC
                           DISPLAY "AGENDAMENTO NAO E DESTA CONTA"
                               AT 2235
                       ELSE
                       IF NOT Agd-Pendente
                           DISPLAY "SO PENDENTE PODE SER CANCELADO"
                               AT 2235
                       ELSE
                           MOVE 'C' TO StatusAgd
                           REWRITE REG-AGENDTRF
                               INVALID KEY
                                   DISPLAY "ERRO AO CANCELAR" AT 2235
                               NOT INVALID KEY
                                   DISPLAY "AGENDAMENTO CANCELADO"
                                       AT 2235
                           END-REWRITE
                       END-IF
                       END-IF
               END-READ
           END-IF.

       350-Apura-Uso-Diario.
      *-Soma o que a conta (CodC) ja sacou e ja transferiu hoje,
      *-varrendo os lancamentos do dia na cadeia da conta em
      *-MOVIMENTO.DAT (SQ = saque; TR/TE debitados = transferencia).
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-Uso-Saque-Dia WS-Uso-Transf-Dia.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 353-Varre-Uso-Diario UNTIL ARQST-MOV = "10".

       353-Varre-Uso-Diario.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       IF AnoMov = ANO AND MesMov = MES
                           AND DiaMov = DIA AND ValorMov < ZEROS
                           IF TipoMov = "SQ"
                               SUBTRACT ValorMov
                                   FROM WS-Uso-Saque-Dia
                           END-IF
                           IF TipoMov = "TR" OR = "TE"
                               SUBTRACT ValorMov
                                   FROM WS-Uso-Transf-Dia
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       351-Verifica-Limite-Saque.
      *-Saque acima do limite diario so sai com liberacao de
      *-supervisor, registrada em ERRLOG.DAT (mesma trilha do
      *-override de modo batch). Conta com documento de abertura
      *-pendente fica no limite reduzido DOCSAQUE.
           MOVE 'S' TO WS-Limite-Ok.
           MOVE WS-Limite-Saque-Dia TO WS-Doc-Lim-Efetivo.
           PERFORM 800-Verifica-Pendencia-Doc.
           IF Conta-Com-Pendencia
               AND WS-Doc-Limite-Saque < WS-Doc-Lim-Efetivo
               MOVE WS-Doc-Limite-Saque TO WS-Doc-Lim-Efetivo
           END-IF.
           IF WS-Uso-Saque-Dia + WS-Lim-Valor-Teste
               > WS-Doc-Lim-Efetivo
               MOVE 'N' TO WS-Limite-Ok
               DISPLAY "LIMITE DIARIO DE SAQUE EXCEDIDO" AT 2205
               PERFORM 31-Valida-Pin-Supervisor
               IF Pin-Valido
                   MOVE 'S' TO WS-Limite-Ok
                   MOVE "LIMITE DIARIO SAQUE LIBERADO SUP"
                       TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE "SAQUE RECUSADO POR LIMITE DIARIO"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2205
                   PERFORM 32-Grava-Log-Erro
               END-IF
           END-IF.

       352-Verifica-Limite-Transf.
      *-Mesma regra de 351 para o limite diario de transferencias
      *-(internas e interbancarias somadas); com documento pendente
      *-vale o reduzido DOCTRANS.
           MOVE 'S' TO WS-Limite-Ok.
           MOVE WS-Limite-Transf-Dia TO WS-Doc-Lim-Efetivo.
           PERFORM 800-Verifica-Pendencia-Doc.
           IF Conta-Com-Pendencia
               AND WS-Doc-Limite-Transf < WS-Doc-Lim-Efetivo
               MOVE WS-Doc-Limite-Transf TO WS-Doc-Lim-Efetivo
           END-IF.
           IF WS-Uso-Transf-Dia + WS-Lim-Valor-Teste
               > WS-Doc-Lim-Efetivo
               MOVE 'N' TO WS-Limite-Ok
               DISPLAY "LIMITE DIARIO DE TRANSF EXCEDIDO" AT 2205
               PERFORM 31-Valida-Pin-Supervisor
               IF Pin-Valido
                   MOVE 'S' TO WS-Limite-Ok
                   MOVE "LIMITE DIARIO TRANSF LIBERADO SUP"
                       TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE "TRANSF RECUSADA POR LIMITE DIARIO"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2205
                   PERFORM 32-Grava-Log-Erro
               END-IF
           END-IF.

       460-Portabilidade.
      *-Portabilidade de salario: inclui (ou substitui) o destino
      *-do beneficiario, com o banco validado em BANCOS.DAT, ou
      *-cancela a portabilidade; o ProgramaP2CreditoSalario executa
      *-na proxima folha.
           DISPLAY Tela-Portab.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Ptb-Acao.
           PERFORM 461-VPtbAcao
               UNTIL WS-Ptb-Acao = 'I' OR = 'C'.
           MOVE ZEROS TO WS-Ptb-CodC.
           ACCEPT WS-Ptb-CodC AT 0648 WITH PROMPT AUTO.
           MOVE WS-Ptb-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 1836
               NOT INVALID KEY
                   IF WS-Ptb-Acao = 'I'
                       PERFORM 462-Inclui-Portab
                   ELSE
                       PERFORM 463-Cancela-Portab
                   END-IF
           END-READ.

       461-VPtbAcao.
           ACCEPT WS-Ptb-Acao AT 0448 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ptb-Acao) TO WS-Ptb-Acao.
           IF WS-Ptb-Acao NOT = 'I' AND NOT = 'C'
               DISPLAY "ACAO INVALIDA, USE I OU C" AT 1836
           ELSE
               DISPLAY ESPACO AT 1836
           END-IF.

       462-Inclui-Portab.
           MOVE ZEROS TO WS-Ptb-Banco.
           PERFORM 464-VPtbBanco UNTIL WS-Ptb-Banco > ZEROS.
           MOVE ZEROS TO WS-Ptb-Agencia WS-Ptb-Conta.
           ACCEPT WS-Ptb-Agencia AT 1039 WITH PROMPT AUTO.
           ACCEPT WS-Ptb-Conta AT 1237 WITH PROMPT AUTO.
           MOVE SPACES TO WS-Ptb-Nome.
           ACCEPT WS-Ptb-Nome AT 1431 WITH PROMPT AUTO.
      *-Conta em carencia de troca de contato: o destino novo fica
      *-retido e a portabilidade atual (se houver) segue valendo.
           PERFORM 798-Maior-Salario.
           PERFORM 796-Verifica-Carencia.
           IF Carencia-Retem
               MOVE 'P' TO WS-Crc-Tipo
               PERFORM 797-Registra-Retencao
               DISPLAY "RETIDA: CARENCIA DE TROCA DE CONTATO" AT 1836
               DISPLAY "RETENCAO" AT 1936
               DISPLAY WS-Crc-Num AT 1945
           ELSE
               PERFORM 462-Grava-Portab
           END-IF.

       462-Grava-Portab.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Ptb-CodC TO CodC-Ptb.
           MOVE WS-Ptb-Banco TO BancoDestinoPtb.
           MOVE WS-Ptb-Agencia TO AgenciaDestinoPtb.
           MOVE WS-Ptb-Conta TO ContaDestinoPtb.
           MOVE WS-Ptb-Nome TO NomeFavorecidoPtb.
           MOVE 'A' TO StatusPtb.
           MOVE ANO TO AnoInclusaoPtb.
           MOVE MES TO MesInclusaoPtb.
           MOVE DIA TO DiaInclusaoPtb.
           MOVE WS-Operador TO OperadorPtb.
           WRITE REG-PORTAB
               INVALID KEY
                   REWRITE REG-PORTAB
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR" AT 1836
                       NOT INVALID KEY
                           DISPLAY "PORTABILIDADE SUBSTITUIDA"
                               AT 1836
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "PORTABILIDADE INCLUIDA" AT 1836
           END-WRITE.

       464-VPtbBanco.
           ACCEPT WS-Ptb-Banco AT 0845 WITH PROMPT AUTO.
           MOVE CodBancoC TO WS-Trf-Banco-Guarda.
           MOVE WS-Ptb-Banco TO CodBancoC.
           PERFORM 13-Valida-Banco.
           MOVE WS-Trf-Banco-Guarda TO CodBancoC.
           IF NOT Banco-Encontrado
               MOVE "BANCO INEXISTENTE" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1836
               PERFORM 32-Grava-Log-Erro
               MOVE ZEROS TO WS-Ptb-Banco
           ELSE
               DISPLAY ESPACO AT 1836
           END-IF.

       463-Cancela-Portab.
           MOVE WS-Ptb-CodC TO CodC-Ptb.
           READ PORTAB
               INVALID KEY
                   DISPLAY "SEM PORTABILIDADE PARA A CONTA" AT 1836
               NOT INVALID KEY
                   MOVE 'C' TO StatusPtb
                   REWRITE REG-PORTAB
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR" AT 1836
                       NOT INVALID KEY
                           DISPLAY "PORTABILIDADE CANCELADA"
                               AT 1836
                   END-REWRITE
           END-READ.

       400-Pacotes.
      *-Pacotes de tarifas (supervisor): inclui/altera um pacote em
      *-PACOTE.DAT ou atribui um pacote a uma conta (CodPacoteC);
      *-pacote zero tira a conta da apuracao de franquia. A tarifa
      *-mensal de excedente roda em ProgramaP2TarifaPacote. A
      *-inclusao/alteracao do pacote fica proposta ate outro
      *-supervisor aprovar (743-Aplica-Pacote); a atribuicao a uma
      *-conta vale na hora.
           DISPLAY Tela-Pacotes.
           PERFORM 05-Mostra-Data.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 2036
           ELSE
               MOVE SPACES TO WS-Escolha-Pac
               PERFORM 401-VPacAcao
                   UNTIL WS-Escolha-Pac = 'I' OR = 'A'
               IF WS-Escolha-Pac = 'I'
                   PERFORM 402-Inclui-Pacote
               ELSE
                   PERFORM 403-Atribui-Pacote
               END-IF
           END-IF.

       401-VPacAcao.
           ACCEPT WS-Escolha-Pac AT 0448 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Escolha-Pac)
               TO WS-Escolha-Pac.
           IF WS-Escolha-Pac NOT = 'I' AND NOT = 'A'
               DISPLAY "ACAO INVALIDA, USE I OU A" AT 2036
           ELSE
               DISPLAY ESPACO AT 2036
           END-IF.

       402-Inclui-Pacote.
           MOVE ZEROS TO WS-Pac-Codigo.
           ACCEPT WS-Pac-Codigo AT 0637 WITH PROMPT AUTO.
           IF WS-Pac-Codigo = ZEROS
               DISPLAY "CODIGO TEM QUE SER MAIOR QUE ZERO" AT 2036
           ELSE
               MOVE WS-Pac-Codigo TO CodPacote
               READ PACOTE
                   INVALID KEY
                       MOVE WS-Pac-Codigo TO CodPacote
                       MOVE SPACES TO NomePacote
                       MOVE ZEROS TO FranqSaquePac FranqTransfPac
                       MOVE ZEROS TO FranqDepositoPac
                       MOVE ZEROS TO TarExcSaquePac TarExcTransfPac
                       MOVE ZEROS TO TarExcDepositoPac
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               ACCEPT NomePacote AT 0825 WITH PROMPT AUTO
               ACCEPT FranqSaquePac AT 0936 WITH PROMPT AUTO
               ACCEPT FranqTransfPac AT 1044 WITH PROMPT AUTO
               ACCEPT FranqDepositoPac AT 1139 WITH PROMPT AUTO
               ACCEPT TarExcSaquePac AT 1238 WITH PROMPT AUTO
               ACCEPT TarExcTransfPac AT 1339 WITH PROMPT AUTO
               ACCEPT TarExcDepositoPac AT 1441 WITH PROMPT AUTO
               MOVE SPACES TO DadosApr
               MOVE CodPacote TO CodPacoteApr
               MOVE NomePacote TO NomePacoteApr
               MOVE FranqSaquePac TO FranqSaqueApr
               MOVE FranqTransfPac TO FranqTransfApr
               MOVE FranqDepositoPac TO FranqDepositoApr
               MOVE TarExcSaquePac TO TarExcSaqueApr
               MOVE TarExcTransfPac TO TarExcTransfApr
               MOVE TarExcDepositoPac TO TarExcDepositoApr
               MOVE "PC" TO WS-Apr-Tipo
               PERFORM 735-Registra-Proposta
               DISPLAY WS-Apr-Msg AT 2036
           END-IF.

       403-Atribui-Pacote.
           MOVE ZEROS TO WS-Pac-Codigo WS-Pac-Conta.
           ACCEPT WS-Pac-Codigo AT 0637 WITH PROMPT AUTO.
           IF WS-Pac-Codigo > ZEROS
               MOVE WS-Pac-Codigo TO CodPacote
               READ PACOTE
                   INVALID KEY
                       DISPLAY "PACOTE NAO CADASTRADO" AT 2036
                       MOVE ZEROS TO WS-Pac-Codigo
                       MOVE 99 TO WS-Pac-Codigo
                   NOT INVALID KEY
                       DISPLAY NomePacote AT 0825
               END-READ
           END-IF.
           IF WS-Pac-Codigo NOT = 99
               ACCEPT WS-Pac-Conta AT 1642 WITH PROMPT AUTO
               MOVE WS-Pac-Conta TO CodC
               READ CC
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA" AT 2036
                   NOT INVALID KEY
                       MOVE WS-Pac-Codigo TO CodPacoteC
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR CONTA"
                                   AT 2036
                           NOT INVALID KEY
                               DISPLAY "PACOTE ATRIBUIDO A CONTA"
                                   AT 2036
                       END-REWRITE
               END-READ
           END-IF.

       360-Feriados.
      *-Manutencao do calendario de feriados (FERIADOS.DAT), so
      *-supervisor: incluir uma data ou listar as cadastradas. Os
      *-batches de vencimento releem o arquivo na partida. A data
      *-incluida fica proposta ate outro supervisor aprovar
      *-(744-Aplica-Feriado).
           DISPLAY Tela-Feriados.
           PERFORM 05-Mostra-Data.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 2036
           ELSE
               MOVE SPACES TO WS-Fer-Acao
               PERFORM 361-VFerAcao
                   UNTIL WS-Fer-Acao = 'I' OR = 'L'
               IF WS-Fer-Acao = 'I'
                   PERFORM 362-Inclui-Feriado
               ELSE
                   PERFORM 363-Lista-Feriados
               END-IF
           END-IF.

       361-VFerAcao.
           ACCEPT WS-Fer-Acao AT 0446 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Fer-Acao) TO WS-Fer-Acao.
           IF WS-Fer-Acao NOT = 'I' AND NOT = 'L'
               DISPLAY "ACAO INVALIDA, USE I OU L" AT 2036
           ELSE
               DISPLAY ESPACO AT 2036
           END-IF.

       362-Inclui-Feriado.
           MOVE ZEROS TO WS-Fer-Data.
           MOVE SPACES TO WS-Fer-Desc.
           ACCEPT WS-Fer-Data AT 0636 WITH PROMPT AUTO.
           IF WS-Fer-Mes < 1 OR WS-Fer-Mes > 12
               OR WS-Fer-Dia < 1 OR WS-Fer-Dia > 31
               MOVE "DATA INVALIDA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2036
               PERFORM 32-Grava-Log-Erro
           ELSE
               ACCEPT WS-Fer-Desc AT 0830 WITH PROMPT AUTO
               MOVE SPACES TO DadosApr
               MOVE WS-Fer-Data TO DataFeriadoApr
               MOVE WS-Fer-Desc TO DescricaoFerApr
               MOVE "FE" TO WS-Apr-Tipo
               PERFORM 735-Registra-Proposta
               DISPLAY WS-Apr-Msg AT 2036
           END-IF.

       363-Lista-Feriados.
           MOVE 10 TO WS-Fer-Linha.
           MOVE "00" TO ARQST-FER.
           OPEN INPUT FERIADOS.
           IF ARQST-FER NOT = "00"
               DISPLAY "NENHUM FERIADO CADASTRADO" AT 2036
           ELSE
               PERFORM 364-Lista-Um-Feriado
                   UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       364-Lista-Um-Feriado.
           READ FERIADOS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-FER
               NOT AT END
                   IF WS-Fer-Linha <= 18
                       MOVE SPACES TO WS-Fer-Linha-Det
                       STRING DiaFeriado "/" MesFeriado "/"
                           AnoFeriado "  " DescricaoFer
                           DELIMITED BY SIZE INTO WS-Fer-Linha-Det
                       DISPLAY WS-Fer-Linha-Det
                           AT LINE WS-Fer-Linha COL 19
                       ADD 1 TO WS-Fer-Linha
                   END-IF
           END-READ.

       370-Pendentes.
      *-Tela da fila unica de debitos pendentes: lista o que os
      *-batches de cobranca nao conseguiram debitar da conta e
      *-liquida um item por vez, debitando a conta agora abastecida
      *-ou recebendo em dinheiro na gaveta; a liquidacao baixa
      *-tambem o registro de origem (ordem/parcela/compra) para o
      *-lote nao cobrar de novo.
           DISPLAY Tela-Pendentes.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Pnd-Tela-CodC.
           ACCEPT WS-Pnd-Tela-CodC AT 0417 WITH PROMPT AUTO.
           PERFORM 371-Lista-Pendentes.
           IF WS-Pnd-Listados = ZEROS
               DISPLAY "NADA PENDENTE PARA A CONTA" AT 2235
           ELSE
               PERFORM 373-Liquida-Pendente
           END-IF.

       371-Lista-Pendentes.
           MOVE ZEROS TO WS-Pnd-Listados.
           MOVE 7 TO WS-Pnd-Linha.
           MOVE WS-Pnd-Tela-CodC TO CodC-Pend.
           START PENDDEB KEY IS = CodC-Pend
               INVALID KEY
                   MOVE "10" TO ARQST-PND
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PND
           END-START.
           PERFORM 372-Varre-Pendentes UNTIL ARQST-PND = "10".

       372-Varre-Pendentes.
           READ PENDDEB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PND
               NOT AT END
                   IF CodC-Pend NOT = WS-Pnd-Tela-CodC
                       MOVE "10" TO ARQST-PND
                   ELSE
                       IF Pend-Aberta AND WS-Pnd-Linha <= 17
                           MOVE ValorPend TO WS-Pnd-Valor-Edt
                           MOVE SPACES TO WS-Pnd-Linha-Det
                           STRING NumPend "  " OrigemPend "  "
                               DiaFalhaPend "/" MesFalhaPend "/"
                               AnoFalhaPend " " WS-Pnd-Valor-Edt
                               " " DescricaoPend
                               DELIMITED BY SIZE
                               INTO WS-Pnd-Linha-Det
                           DISPLAY WS-Pnd-Linha-Det
                               AT LINE WS-Pnd-Linha COL 10
                           ADD 1 TO WS-Pnd-Linha
                           ADD 1 TO WS-Pnd-Listados
                       END-IF
                   END-IF
           END-READ.

       373-Liquida-Pendente.
           MOVE ZEROS TO WS-Pnd-Num-Liq.
           ACCEPT WS-Pnd-Num-Liq AT 1938 WITH PROMPT AUTO.
           IF WS-Pnd-Num-Liq > ZEROS
               MOVE WS-Pnd-Num-Liq TO NumPend
               READ PENDDEB
                   INVALID KEY
                       DISPLAY "PENDENCIA NAO ENCONTRADA" AT 2235
                   NOT INVALID KEY
                       IF NOT Pend-Aberta
                           OR CodC-Pend NOT = WS-Pnd-Tela-CodC
                           DISPLAY "PENDENCIA INVALIDA OU JA BAIXADA"
                               AT 2235
                       ELSE
                           MOVE SPACES TO WS-Pnd-Forma
                           ACCEPT WS-Pnd-Forma AT 2038
                               WITH PROMPT AUTO
                           MOVE FUNCTION UPPER-CASE(WS-Pnd-Forma)
                               TO WS-Pnd-Forma
                           EVALUATE WS-Pnd-Forma
                               WHEN 'C'
                                   PERFORM 374-Liquida-Na-Conta
                               WHEN 'D'
                                   PERFORM 375-Liquida-Em-Dinheiro
                               WHEN OTHER
                                   DISPLAY "FORMA INVALIDA, USE C OU D"
                                       AT 2235
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

       374-Liquida-Na-Conta.
      *-Debita a conta (agora abastecida) com o TIPOMOV proprio da
      *-origem da pendencia, respeitando o saldo disponivel.
           MOVE CodC-Pend TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 2235
               NOT INVALID KEY
                   PERFORM 181-Apura-Bloqueios
                   IF NOT Conta-Ativa OR ValorPend >
                       SaldoC + LimiteChequeEspecialC
                       - WS-Total-Bloqueado - WS-Total-Float
                       DISPLAY "SALDO AINDA INSUFICIENTE" AT 2235
                   ELSE
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT ValorPend FROM SaldoC
                               MOVE "CV" TO WS-Tipo-Lancamento
                           WHEN Pend-Emprestimo
                               MOVE "PE" TO WS-Tipo-Lancamento
                           WHEN Pend-CaixaSeg
                               MOVE "CS" TO WS-Tipo-Lancamento
                           WHEN OTHER
                               MOVE "CR" TO WS-Tipo-Lancamento
                       END-EVALUATE
                       MOVE SPACE TO WS-Origem-Lancamento
                       MOVE DescricaoPend
                           TO WS-Descricao-Lancamento
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO AO DEBITAR" AT 2235
                           NOT INVALID KEY
                               IF Pend-Emprestimo
                                   AND EncargosPend > ZEROS
                                   PERFORM 374-Lanca-Com-Encargos
                               ELSE
                                   PERFORM 12-Grava-Movimento
                               END-IF
                               PERFORM 376-Baixa-Origem-Pend
                               MOVE 'C' TO WS-Pnd-Forma
                               PERFORM 379-Fecha-Pendencia
                               DISPLAY "PENDENCIA LIQUIDADA" AT 2235
                       END-REWRITE
                   END-IF
           END-READ.

       374-Lanca-Com-Encargos.
      *-Parcela de emprestimo com multa/mora: dois lancamentos do
      *-mesmo debito, a parcela como "PE" e os encargos como "ME",
      *-no molde do lote de cobranca.
           MOVE SaldoC TO WS-Pnd-Saldo-Final.
           COMPUTE SaldoC = SaldoC-Antes - (ValorPend - EncargosPend).
           PERFORM 12-Grava-Movimento.
           MOVE SaldoC TO SaldoC-Antes.
           MOVE WS-Pnd-Saldo-Final TO SaldoC.
           MOVE "ME" TO WS-Tipo-Lancamento.
           MOVE SPACES TO WS-Descricao-Lancamento.
           STRING "ENCARGOS PARC " ParcelaPend " CONTR "
               ReferenciaPend(3:6)
               DELIMITED BY SIZE INTO WS-Descricao-Lancamento.
           PERFORM 12-Grava-Movimento.

       375-Liquida-Em-Dinheiro.
      *-Cliente paga em especie no balcao: o dinheiro entra na
      *-gaveta do operador, sem lancamento na conta.
           MOVE ValorPend TO WS-Mov-Valor.
           PERFORM 241-Grava-Gaveta-Dep.
           PERFORM 376-Baixa-Origem-Pend.
           MOVE 'D' TO WS-Pnd-Forma.
           PERFORM 379-Fecha-Pendencia.
           DISPLAY "PENDENCIA RECEBIDA EM DINHEIRO" AT 2235.

       376-Baixa-Origem-Pend.
      *-Baixa o registro que originou a pendencia, para a cobranca
      *-noturna nao insistir num item ja liquidado no balcao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN Pend-Ordem
                   PERFORM 377-Baixa-Ordem-Pend
               WHEN Pend-Emprestimo
                   PERFORM 378-Baixa-ParcEmp-Pend
               WHEN Pend-Crediario
                   PERFORM 381-Baixa-Crediario-Pend
               WHEN Pend-CaixaSeg
                   PERFORM 384-Baixa-CaixaSeg-Pend
               WHEN OTHER
      *-Convenio: a cobranca vem em arquivo por remessa, nao ha
      *-registro local a baixar; a empresa e avisada no retorno.
                   CONTINUE
           END-EVALUATE.

       377-Baixa-Ordem-Pend.
      *-A trava UltimaExecOrd carrega o MES DO VENCIMENTO cobrado
      *-(ver ORDEM.CPY): a liquidacao no balcao carimba o mes do
      *-vencimento que a pendencia representava - o mais antigo em
      *-aberto (o anterior, se a trava ainda nao o alcancou; senao
      *-o corrente), a mesma derivacao de 27-TESTA-VENCIMENTO-ORDEM
      *-do batch. Carimbar o mes de hoje perderia o vencimento do
      *-mes corrente quando a pendencia do mes anterior e liquidada
      *-na virada.
           MOVE ReferenciaPend TO NumOrdem.
           READ ORDEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MES = 1
                       COMPUTE WS-Bop-Prev-Ano = ANO - 1
                       MOVE 12 TO WS-Bop-Prev-Mes
                   ELSE
                       MOVE ANO TO WS-Bop-Prev-Ano
                       COMPUTE WS-Bop-Prev-Mes = MES - 1
                   END-IF
                   COMPUTE WS-Bop-Ult-Exec =
                       AnoUltimaExecOrd * 100 + MesUltimaExecOrd
                   IF WS-Bop-Ult-Exec <
                       WS-Bop-Prev-Ano * 100 + WS-Bop-Prev-Mes
                       MOVE WS-Bop-Prev-Ano TO AnoUltimaExecOrd
                       MOVE WS-Bop-Prev-Mes TO MesUltimaExecOrd
                   ELSE
                       MOVE ANO TO AnoUltimaExecOrd
                       MOVE MES TO MesUltimaExecOrd
                   END-IF
                   MOVE DIA TO DiaUltimaExecOrd
                   REWRITE REG-ORDEM
           END-READ.

       378-Baixa-ParcEmp-Pend.
      *-Marca a parcela debitada e atualiza o contrato, a mesma
      *-contabilidade de ProgramaP2DebitoEmprestimo; PARCEMP fica
      *-aberto EXTEND na sessao, troca para I-O so na varredura.
           CLOSE PARCEMP.
           OPEN I-O PARCEMP.
           MOVE 'N' TO WS-Pnd-Baixa-Ok.
           PERFORM UNTIL ARQST-PEM = "10"
               READ PARCEMP NEXT RECORD
                   AT END
                       MOVE "10" TO ARQST-PEM
                   NOT AT END
                       IF NumContrato-Pe = ReferenciaPend
                           AND NumParcela-Pe = ParcelaPend
                           AND ParcEmp-Pendente
                           MOVE 'D' TO StatusParcela-Pe
                           MOVE ANO TO AnoDebito-Pe
                           MOVE MES TO MesDebito-Pe
                           MOVE DIA TO DiaDebito-Pe
                           REWRITE REG-PARCEMP
                           MOVE 'S' TO WS-Pnd-Baixa-Ok
                           MOVE "10" TO ARQST-PEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARCEMP.
           OPEN EXTEND PARCEMP.
           IF WS-Pnd-Baixa-Ok = 'S'
               MOVE ReferenciaPend TO NumContrato
               READ EMPRESTIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO ParcelasPagasEmp
      *-Multa e mora nao sao saldo devedor do contrato.
                       COMPUTE WS-Pnd-Principal =
                           ValorPend - EncargosPend
                       IF SaldoDevedorEmp >= WS-Pnd-Principal
                           SUBTRACT WS-Pnd-Principal
                               FROM SaldoDevedorEmp
                       ELSE
                           MOVE ZEROS TO SaldoDevedorEmp
                       END-IF
                       IF ParcelasPagasEmp >= PrazoEmp
                           MOVE 'Q' TO StatusEmp
                       END-IF
                       IF AtrasosEmp > ZEROS
                           SUBTRACT 1 FROM AtrasosEmp
                       END-IF
                       REWRITE REG-EMPRESTIMO
               END-READ
           END-IF.

       381-Baixa-Crediario-Pend.
      *-Parcela do crediario (ou a compra integral, parcela zero):
      *-marca debitada no arquivo de origem, abrindo-o so aqui.
           IF ParcelaPend > ZEROS
               OPEN I-O PARCELA
               IF ARQST-PAR = "00"
                   PERFORM UNTIL ARQST-PAR = "10"
                       READ PARCELA NEXT RECORD
                           AT END
                               MOVE "10" TO ARQST-PAR
                           NOT AT END
                               IF CodigoProduto-Par = ReferenciaPend
                                   AND NumParcela-Par = ParcelaPend
                                   AND NOT Parcela-Debitada
                                   MOVE 'D' TO StatusParcela-Par
                                   MOVE ANO TO AnoDebito-Par
                                   MOVE MES TO MesDebito-Par
                                   MOVE DIA TO DiaDebito-Par
                                   REWRITE REG-PARCELA
                                   MOVE "10" TO ARQST-PAR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PARCELA
               END-IF
           ELSE
               OPEN I-O PRODUTOS
               IF ARQST-PROD = "00"
                   PERFORM UNTIL ARQST-PROD = "10"
                       READ PRODUTOS NEXT RECORD
                           AT END
                               MOVE "10" TO ARQST-PROD
                           NOT AT END
                               IF CODIG-P = ReferenciaPend
                                   AND NOT Compra-Debitada
                                   MOVE 'D' TO STATUS-P
                                   REWRITE REG-PROD
                                   MOVE "10" TO ARQST-PROD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRODUTOS
               END-IF
           END-IF.

       384-Baixa-CaixaSeg-Pend.
      *-Anuidade da caixa de aluguel paga no balcao: o contrato vai
      *-para o proximo aniversario, como no lote
      *-ProgramaP2AluguelCaixa (so se a pendencia e a anuidade
      *-ainda em aberto no contrato).
           OPEN I-O CONTRCXS.
           IF ARQST-CCX = "00"
               MOVE ReferenciaPend TO NumContratoCcx
               READ CONTRCXS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ParcelaPend = AnuidadesPagasCcx + 1
                           PERFORM 385-Proximo-Aniversario
                           MOVE ParcelaPend TO AnuidadesPagasCcx
                           MOVE ANO TO AnoUltPagCcx
                           MOVE MES TO MesUltPagCcx
                           MOVE DIA TO DiaUltPagCcx
                           MOVE ZEROS TO TentativasCcx
                           REWRITE REG-CONTRCXS
                       END-IF
               END-READ
               CLOSE CONTRCXS
           END-IF.

       385-Proximo-Aniversario.
      *-Dia e mes da contratacao, um ano depois do vencimento
      *-pago; 29/02 vira 28/02 fora do ano bissexto.
           ADD 1 TO AnoVencCcx.
           MOVE MesInicioCcx TO MesVencCcx.
           MOVE DiaInicioCcx TO DiaVencCcx.
           IF MesVencCcx = 2 AND DiaVencCcx = 29
               IF FUNCTION MOD(AnoVencCcx 4) NOT = 0
                   OR (FUNCTION MOD(AnoVencCcx 100) = 0
                   AND FUNCTION MOD(AnoVencCcx 400) NOT = 0)
                   MOVE 28 TO DiaVencCcx
               END-IF
           END-IF.

       379-Fecha-Pendencia.
           MOVE 'Q' TO StatusPend.
           MOVE WS-Pnd-Forma TO FormaBaixaPend.
           MOVE ANO TO AnoBaixaPend.
           MOVE MES TO MesBaixaPend.
           MOVE DIA TO DiaBaixaPend.
           MOVE WS-Operador TO OperadorBaixaPend.
           REWRITE REG-PENDDEB.

       382-Baixa-Pendencia-Origem.
      *-Liquidacao que passou por fora da tela D (quitacao
      *-antecipada de emprestimo/crediario) fecha a pendencia
      *-aberta equivalente, para o item nao seguir na fila nem ser
      *-cobrado de novo. WS-Pnd-CodC/Origem/Ref/Parcela/Forma vem
      *-do chamador; sem pendencia aberta, nada a fazer.
           MOVE 'N' TO WS-Pnd-Achou.
           MOVE WS-Pnd-CodC TO CodC-Pend.
           START PENDDEB KEY IS = CodC-Pend
               INVALID KEY
                   MOVE "10" TO ARQST-PND
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PND
           END-START.
           PERFORM 383-Varre-Pend-Origem
               UNTIL ARQST-PND = "10" OR Pendencia-Achada.
           IF Pendencia-Achada
               PERFORM 379-Fecha-Pendencia
           END-IF.

       383-Varre-Pend-Origem.
           READ PENDDEB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PND
               NOT AT END
                   IF CodC-Pend NOT = WS-Pnd-CodC
                       MOVE "10" TO ARQST-PND
                   ELSE
                       IF Pend-Aberta
                           AND OrigemPend = WS-Pnd-Origem
                           AND ReferenciaPend = WS-Pnd-Ref
                           AND ParcelaPend = WS-Pnd-Parcela
                           MOVE 'S' TO WS-Pnd-Achou
                       END-IF
                   END-IF
           END-READ.

       88-Carrega-Parametros.
      *-Carrega os parametros vigentes de PARAMETROS.DAT: o arquivo
      *-e so-acrescimo em ordem cronologica, entao o ultimo registro
      *-de cada codigo com vigencia ja alcancada e o que vale. Sem
      *-arquivo, fica o default compilado.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Data-Hoje-Prm = ANO * 10000 + MES * 100 + DIA.
           MOVE "00" TO ARQST-PRM.
           OPEN INPUT PARAMETRO.
           IF ARQST-PRM = "00"
               PERFORM 89-Le-Parametro UNTIL ARQST-PRM = "10"
               CLOSE PARAMETRO
           END-IF.

       89-Le-Parametro.
           READ PARAMETRO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRM
               NOT AT END
                   COMPUTE WS-Data-Vig-Prm =
                       AnoVigenciaParam * 10000
                       + MesVigenciaParam * 100 + DiaVigenciaParam
                   IF WS-Data-Vig-Prm <= WS-Data-Hoje-Prm
                       EVALUATE CodParam
                           WHEN "SALDOMIN"
                               MOVE ValorParam TO WS-Saldo-Minimo
                           WHEN "FLOATDIA"
                               MOVE ValorParam TO WS-Float-Dias
                           WHEN "SAQUEDIA"
                               MOVE ValorParam TO WS-Limite-Saque-Dia
                           WHEN "TRANSDIA"
                               MOVE ValorParam TO WS-Limite-Transf-Dia
                           WHEN "SENHADIA"
                               MOVE ValorParam TO WS-Senha-Dias
                           WHEN "SCORECUT"
                               MOVE ValorParam TO WS-Score-Corte
                           WHEN "LCEMESES"
                               MOVE ValorParam TO WS-Lce-Meses
                           WHEN "CREDDESC"
                               MOVE ValorParam
                                   TO WS-Desc-Antecipacao
                           WHEN "KYCPATR"
                               MOVE ValorParam TO WS-Kyc-Patr-Medio
                           WHEN "OUVPRAZO"
                               MOVE ValorParam TO WS-Ouv-Prazo-Dias
                           WHEN "CONSMARG"
                               MOVE ValorParam TO WS-Cons-Marg-Pct
                           WHEN "BANCONOS"
                               MOVE ValorParam TO WS-Banco-Nosso
                           WHEN "CRTLIMDI"
                               MOVE ValorParam TO WS-Cdb-Limite-Padrao
                           WHEN "CRTVALID"
                               MOVE ValorParam TO WS-Cdb-Validade-Anos
                           WHEN "BOLMULTA"
                               MOVE ValorParam TO WS-Bol-Multa-Pct
                           WHEN "BOLMORA"
                               MOVE ValorParam TO WS-Bol-Mora-Pct
                           WHEN "APRVDIAS"
                               MOVE ValorParam TO WS-Apr-Dias
                           WHEN "MUDADIAS"
                               MOVE ValorParam TO WS-Mud-Dias
                           WHEN "CARDIAS"
                               MOVE ValorParam TO WS-Crc-Dias
                           WHEN "CARLIMIT"
                               MOVE ValorParam TO WS-Crc-Limite
                           WHEN "DOCPRAZO"
                               MOVE ValorParam TO WS-Doc-Prazo-Dias
                           WHEN "DOCSAQUE"
                               MOVE ValorParam TO WS-Doc-Limite-Saque
                           WHEN "DOCTRANS"
                               MOVE ValorParam
                                   TO WS-Doc-Limite-Transf
                           WHEN "GARMIN"
                               MOVE ValorParam TO WS-Gar-Minimo
                           WHEN "GARLTV"
                               MOVE ValorParam TO WS-Gar-Ltv-Max
                           WHEN "GARREAV"
                               MOVE ValorParam TO WS-Gar-Reav-Meses
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       87-Manter-Parametros.
      *-Alteracao de parametro, gravada como registro novo com
      *-vigencia, operador e data: o arquivo so-acrescimo e a
      *-propria trilha de quem mudou o que e quando, no espirito da
      *-auditoria do Editar. A tela so registra a proposta; o
      *-registro e gravado quando outro supervisor aprova na fila
      *-de aprovacoes (740-Aplica-Parametro).
           DISPLAY Tela-Parametros.
           PERFORM 05-Mostra-Data.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 1136
           ELSE
               MOVE SPACES TO WS-Prm-Codigo
               MOVE ZEROS TO WS-Prm-Valor
               MOVE ZEROS TO WS-Prm-Vigencia
               PERFORM 90-VPrmCodigo UNTIL Parametro-Valido
               ACCEPT WS-Prm-Valor AT 0731 WITH PROMPT AUTO
               PERFORM 91-VPrmVigencia
                   UNTIL WS-Prm-Vigencia NOT = ZEROS
               MOVE SPACES TO DadosApr
               MOVE WS-Prm-Codigo TO CodParamApr
               MOVE WS-Prm-Valor TO ValorParamApr
               MOVE WS-Prm-Vigencia TO VigenciaParamApr
               MOVE "PR" TO WS-Apr-Tipo
               PERFORM 735-Registra-Proposta
               DISPLAY WS-Apr-Msg AT 1136
           END-IF.

       90-VPrmCodigo.
      *-Alem dos codigos fixos, valem ALIQIR (aliquota de IR sobre
      *-juros) e as formas por moeda TXC<moeda>/TXP<moeda> (ex.:
      *-TXCUSD), com a moeda conferida na tabela de MOEDAS.CPY.
           MOVE 'N' TO WS-Prm-Ok.
           ACCEPT WS-Prm-Codigo AT 0440 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Prm-Codigo) TO WS-Prm-Codigo.
           EVALUATE WS-Prm-Codigo
               WHEN "SALDOMIN"
               WHEN "TARIFA"
               WHEN "TXCORR"
               WHEN "TXPOUP"
               WHEN "TXCHEQ"
               WHEN "MULTACRE"
               WHEN "LIMTENT"
               WHEN "ALIQIR"
               WHEN "KYCPATR"
               WHEN "KYCALTO"
               WHEN "KYCMEDIO"
               WHEN "KYCBAIXO"
               WHEN "PLDLIMIT"
               WHEN "PLDDIAS"
               WHEN "PLDFRAC"
               WHEN "APRVDIAS"
               WHEN "MUDADIAS"
               WHEN "CARDIAS"
               WHEN "CARLIMIT"
               WHEN "DOCPRAZO"
               WHEN "DOCSAQUE"
               WHEN "DOCTRANS"
               WHEN "ANONANOS"
               WHEN "EFINPF"
               WHEN "EFINPJ"
               WHEN "GARMIN"
               WHEN "GARLTV"
               WHEN "GARREAV"
                   MOVE 'S' TO WS-Prm-Ok
                   DISPLAY ESPACO AT 1136
               WHEN OTHER
                   IF (WS-Prm-Codigo(1:3) = "TXC"
                       OR WS-Prm-Codigo(1:3) = "TXP")
                       AND WS-Prm-Codigo(7:2) = SPACES
                       MOVE WS-Prm-Codigo(4:3) TO MoedaC
                       PERFORM 20-Valida-Moeda
                       IF Moeda-Encontrada
                           MOVE 'S' TO WS-Prm-Ok
                           DISPLAY ESPACO AT 1136
                       END-IF
                   END-IF
                   IF NOT Parametro-Valido
                       MOVE "CODIGO DE PARAMETRO DESCONHECIDO"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 1136
                       PERFORM 32-Grava-Log-Erro
                   END-IF
           END-EVALUATE.

       91-VPrmVigencia.
           ACCEPT WS-Prm-Vigencia AT 0940 WITH PROMPT AUTO.
           IF WS-Prm-Vigencia = ZEROS
               MOVE "INFORME A DATA DE VIGENCIA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1136
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1136
           END-IF.

       92-Grava-Parametro.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE "00" TO ARQST-PRM.
           OPEN EXTEND PARAMETRO.
           IF ARQST-PRM NOT = "00"
               CLOSE PARAMETRO
               OPEN OUTPUT PARAMETRO
           END-IF.
           MOVE WS-Prm-Codigo TO CodParam.
           MOVE WS-Prm-Valor TO ValorParam.
           MOVE WS-Prm-Vig-Ano TO AnoVigenciaParam.
           MOVE WS-Prm-Vig-Mes TO MesVigenciaParam.
           MOVE WS-Prm-Vig-Dia TO DiaVigenciaParam.
           MOVE ProponenteApr TO OperadorParam.
           MOVE WS-Operador TO AprovadorParam.
           MOVE ANO TO AnoGravacaoParam.
           MOVE MES TO MesGravacaoParam.
           MOVE DIA TO DiaGravacaoParam.
           WRITE REG-PARAMETRO.
           CLOSE PARAMETRO.
           MOVE "PARAMETRO GRAVADO" TO WS-Apr-Msg.
      *-Recarrega na hora, para a sessao ja operar com o novo valor
      *-se a vigencia for imediata.
           PERFORM 88-Carrega-Parametros.

       93-Transf-Externa.
      *-Transferencia que sai do banco: captura banco/agencia/conta
      *-de destino, debita a origem (mesma regra de cobertura de
      *-22-Pede-Valor) e enfileira o pagamento no arquivo de
      *-intercambio do banco de destino, que a mesa liquida.
      *-Favorecido na lista restritiva retem a transferencia.
           DISPLAY Tela-Transf-Externa.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Trf-CodC WS-Trf-Banco WS-Trf-Agencia.
           MOVE ZEROS TO WS-Trf-Conta WS-Trf-Valor.
           MOVE SPACES TO WS-Trf-Nome.
           ACCEPT WS-Trf-CodC AT 0436 WITH PROMPT AUTO.
           MOVE WS-Trf-CodC TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA DE ORIGEM NAO EXISTE" AT 1835
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA DE ORIGEM BLOQUEADA OU ENCERRADA"
                           AT 1835
                   ELSE
                       MOVE 'T' TO WS-Proc-Poder
                       MOVE 22 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1835
                       ELSE
                           PERFORM 93-Transf-Externa-Dados
                       END-IF
                   END-IF
           END-READ.

       93-Transf-Externa-Dados.
           PERFORM 94-VTrfBanco
               UNTIL WS-Trf-Banco NOT = ZEROS.
           PERFORM 95-VTrfAgencia
               UNTIL WS-Trf-Agencia NOT = ZEROS.
           PERFORM 96-VTrfConta
               UNTIL WS-Trf-Conta NOT = ZEROS.
           PERFORM 97-VTrfNome
               UNTIL WS-Trf-Nome NOT = SPACES.
           MOVE ZEROS TO WS-Tri-Doc.
           MOVE WS-Trf-Nome TO WS-Tri-Nome.
           MOVE 'E' TO WS-Tri-Origem.
           MOVE WS-Trf-CodC TO WS-Tri-CodC.
           MOVE ZEROS TO WS-Tri-Valor.
           PERFORM 610-Tria-Parte.
           IF Triagem-Retida
               DISPLAY "TRANSFERENCIA RETIDA: LISTA RESTRITIVA"
                   AT 1835
           ELSE
               PERFORM 98-VTrfValor
                   UNTIL WS-Trf-Valor > ZEROS
               PERFORM 99-Confirma-Transf-Externa
           END-IF.

       94-VTrfBanco.
           ACCEPT CodBanco AT 0645 WITH PROMPT AUTO.
           MOVE CodBancoC TO WS-Trf-Banco-Guarda.
           MOVE CodBanco TO CodBancoC.
           PERFORM 13-Valida-Banco.
           MOVE WS-Trf-Banco-Guarda TO CodBancoC.
           IF NOT Banco-Encontrado
               MOVE "BANCO INEXISTENTE" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1835
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE CodBanco TO WS-Trf-Banco
               DISPLAY ESPACO AT 1835
           END-IF.

       95-VTrfAgencia.
           ACCEPT WS-Trf-Agencia AT 0839 WITH PROMPT AUTO.
           IF WS-Trf-Agencia = ZEROS
               MOVE "DIGITE A AGENCIA DE DESTINO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1835
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE WS-Trf-Banco TO WS-Age-Banco
               MOVE WS-Trf-Agencia TO WS-Age-Agencia
               PERFORM 495-Valida-Agencia
               IF NOT Agencia-Valida
                   MOVE "AGENCIA NAO CADASTRADA P/BANCO"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1835
                   PERFORM 32-Grava-Log-Erro
                   MOVE ZEROS TO WS-Trf-Agencia
               ELSE
                   DISPLAY ESPACO AT 1835
               END-IF
           END-IF.

       96-VTrfConta.
           ACCEPT WS-Trf-Conta AT 1049 WITH PROMPT AUTO.
           IF WS-Trf-Conta = ZEROS
               MOVE "DIGITE A CONTA DE DESTINO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1835
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1835
           END-IF.

       97-VTrfNome.
           ACCEPT WS-Trf-Nome AT 1231 WITH PROMPT AUTO.
           IF WS-Trf-Nome = SPACES
               MOVE "DIGITE O FAVORECIDO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1835
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1835
           END-IF.

       98-VTrfValor.
      *-Saida interbancaria tambem respeita o saldo disponivel.
           PERFORM 181-Apura-Bloqueios.
           ACCEPT WS-Trf-Valor AT 1427 WITH PROMPT AUTO.
           IF WS-Trf-Valor = ZEROS
               MOVE "VALOR TEM QUE SER MAIOR QUE ZERO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1835
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF WS-Trf-Valor > SaldoC + LimiteChequeEspecialC
                   - WS-Total-Bloqueado - WS-Total-Float
                   MOVE "SALDO INSUFICIENTE NA ORIGEM" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1835
                   PERFORM 32-Grava-Log-Erro
                   MOVE ZEROS TO WS-Trf-Valor
               ELSE
                   DISPLAY ESPACO AT 1835
               END-IF
           END-IF.

       99-Confirma-Transf-Externa.
      *-Releitura de commit, no molde de 24-Debita-Origem: depois
      *-do tempo de digitacao do destino, a conta e relida e a
      *-cobertura (saldo + limite menos bloqueios) reconferida
      *-antes do debito - outra sessao pode ter mexido no saldo.
           PERFORM 340-Pede-Data-Exec.
           ACCEPT WS-Trf-Confirma AT 1660 WITH PROMPT AUTO.
           IF WS-Trf-Confirma = 'S' OR = 's'
               MOVE "TE" TO WS-Alc-Tipo
               MOVE WS-Trf-Valor TO WS-Alc-Valor
               MOVE WS-Trf-CodC TO WS-Alc-Conta
               PERFORM 755-Verifica-Alcada
               IF NOT Alcada-Coberta
                   MOVE 'N' TO WS-Trf-Confirma
               END-IF
           END-IF.
      *-Conta em carencia de troca de contato: a TED do dia segue
      *-o caminho do agendamento, para hoje, e fica retida (H).
           IF WS-Trf-Confirma = 'S' OR = 's'
               MOVE WS-Trf-CodC TO CodC
               MOVE WS-Trf-Valor TO WS-Crc-Valor
               PERFORM 796-Verifica-Carencia
               IF Carencia-Retem
                   IF Transf-Agendada
                       MOVE 'A' TO WS-Crc-Tipo
                   ELSE
                       MOVE 'T' TO WS-Crc-Tipo
                       MOVE WS-Data-Hoje-Agd TO WS-Agd-Data
                       MOVE 'S' TO WS-Agd-Futura
                   END-IF
               END-IF
           END-IF.
      *-Parenteses obrigatorios: sem eles o AND gruda so no 's'
      *-minusculo e o 'S' maiusculo cairia sempre no agendamento.
           IF (WS-Trf-Confirma = 'S' OR = 's')
               AND Transf-Agendada
               PERFORM 342-Agenda-Externa
           ELSE
           IF WS-Trf-Confirma = 'S' OR = 's'
               MOVE WS-Trf-CodC TO CodC
               READ CC
               PERFORM 181-Apura-Bloqueios
               PERFORM 350-Apura-Uso-Diario
               MOVE WS-Trf-Valor TO WS-Lim-Valor-Teste
               PERFORM 352-Verifica-Limite-Transf
               MOVE 'S' TO WS-Conj-Ok
               IF Limite-Diario-Ok
                   MOVE WS-Trf-Valor TO WS-Conj-Valor
                   MOVE "TE" TO WS-Conj-Tipo
                   PERFORM 501-Autoriza-Conjunta
               END-IF
               IF NOT Limite-Diario-Ok
                   OR NOT Conjunta-Autorizada
                   CONTINUE
               ELSE
               IF NOT Conta-Ativa OR WS-Trf-Valor >
                   SaldoC + LimiteChequeEspecialC
                   - WS-Total-Bloqueado - WS-Total-Float
                   DISPLAY "CONTA DE ORIGEM MUDOU, TRANSFERENCIA"
                       AT 1835
                   DISPLAY "ABORTADA - REFACA" AT 1935
               ELSE
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Trf-Valor FROM SaldoC
               MOVE "TE" TO WS-Tipo-Lancamento
               MOVE SPACES TO WS-Descricao-Lancamento
               STRING "TED PARA BANCO " WS-Trf-Banco
                   DELIMITED BY SIZE INTO WS-Descricao-Lancamento
               END-STRING
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO DEBITAR ORIGEM" AT 1835
                   NOT INVALID KEY
                       PERFORM 12-Grava-Movimento
                       PERFORM 100-Enfileira-Intercambio
                       MOVE "TE" TO WS-Cpv-Tipo
                       MOVE WS-Trf-Valor TO WS-Cpv-Valor
                       PERFORM 520-Emite-Comprovante
                       DISPLAY "TRANSFERENCIA ENFILEIRADA" AT 1835
                       DISPLAY "COMPROVANTE" AT 1935
                       DISPLAY WS-Cpv-Num AT 1947
               END-REWRITE
               END-IF
               END-IF
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 1835
           END-IF
           END-IF.

       100-Enfileira-Intercambio.
           MOVE SPACES TO WS-Nome-TrfOut.
           STRING "TRFOUT" DELIMITED BY SIZE
               WS-Trf-Banco DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-TrfOut.
           MOVE "00" TO ARQST-TRF.
           OPEN EXTEND TRFOUT.
           IF ARQST-TRF NOT = "00"
               CLOSE TRFOUT
               OPEN OUTPUT TRFOUT
           END-IF.
           MOVE WS-Trf-Banco TO CodBancoInt.
           MOVE WS-Trf-Agencia TO CodAgenciaInt.
           MOVE WS-Trf-Conta TO CodContaInt.
           MOVE WS-Trf-Nome TO NomeFavorecidoInt.
           MOVE WS-Trf-Valor TO ValorInt.
           MOVE ANO TO AnoInt.
           MOVE MES TO MesInt.
           MOVE DIA TO DiaInt.
           MOVE WS-Trf-CodC TO CodCOrigemInt.
           WRITE REG-INTERCAMBIO.
           CLOSE TRFOUT.
           PERFORM 355-Registra-Trfctl.

       355-Registra-Trfctl.
      *-Registro de controle do item enfileirado, que o batch de
      *-retorno (ProgramaP2RetornoTransf) baixa quando o banco de
      *-destino confirma ou rejeita.
           MOVE 99999999 TO NumRemessa.
           START TRFCTL KEY IS LESS THAN NumRemessa
               INVALID KEY
                   MOVE 1 TO NumRemessa
               NOT INVALID KEY
                   READ TRFCTL NEXT RECORD
                   ADD 1 TO NumRemessa
           END-START.
           MOVE CodBancoInt TO CodBancoCtl.
           MOVE CodAgenciaInt TO CodAgenciaCtl.
           MOVE CodContaInt TO CodContaCtl.
           MOVE ValorInt TO ValorCtl.
           MOVE AnoInt TO AnoEnvioCtl.
           MOVE MesInt TO MesEnvioCtl.
           MOVE DiaInt TO DiaEnvioCtl.
           MOVE CodCOrigemInt TO CodCOrigemCtl.
           MOVE 'P' TO StatusCtl.
           MOVE ZEROS TO DataRetornoCtl.
           MOVE SPACES TO MotivoRetornoCtl.
           WRITE REG-TRFCTL
               INVALID KEY
                   CONTINUE
           END-WRITE.

       101-Carrega-CepTab.
           MOVE ZEROS TO WS-CepTab-Qtd.
           MOVE "00" TO ARQST-CEP.
           OPEN INPUT CEPTAB.
           IF ARQST-CEP = "00"
               PERFORM 103-Le-CepTab UNTIL ARQST-CEP = "10"
               CLOSE CEPTAB
           END-IF.

       103-Le-CepTab.
           READ CEPTAB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CEP
               NOT AT END
                   IF WS-CepTab-Qtd < 300
                       ADD 1 TO WS-CepTab-Qtd
                       MOVE CepIniTab
                           TO WS-CepTab-Ini(WS-CepTab-Qtd)
                       MOVE CepFimTab
                           TO WS-CepTab-Fim(WS-CepTab-Qtd)
                       MOVE CidadeTab
                           TO WS-CepTab-Cidade(WS-CepTab-Qtd)
                       MOVE UfTab
                           TO WS-CepTab-Uf(WS-CepTab-Qtd)
                   END-IF
           END-READ.

       102-Procura-Cep.
           MOVE 'N' TO WS-Cep-Achou.
           MOVE SPACES TO WS-Cep-Uf-Achada WS-Cep-Cidade-Achada.
           PERFORM VARYING WS-CepTab-Idx FROM 1 BY 1
               UNTIL WS-CepTab-Idx > WS-CepTab-Qtd
               OR Cep-Encontrado
               IF CepC >= WS-CepTab-Ini(WS-CepTab-Idx)
                   AND CepC <= WS-CepTab-Fim(WS-CepTab-Idx)
                   MOVE 'S' TO WS-Cep-Achou
                   MOVE WS-CepTab-Uf(WS-CepTab-Idx)
                       TO WS-Cep-Uf-Achada
                   MOVE WS-CepTab-Cidade(WS-CepTab-Idx)
                       TO WS-Cep-Cidade-Achada
               END-IF
           END-PERFORM.

       104-Bootstrap-Bancos.
      *-Primeira execucao com BANCOS.DAT vazio: carrega as 23
      *-entradas da tabela compilada de BANCOS.CPY, todas ativas.
           MOVE ZEROS TO CodBancoTab.
           START BANCOTAB KEY IS NOT LESS THAN CodBancoTab
               INVALID KEY
                   PERFORM 106-Semeia-Banco
                       VARYING WS-Banco-Idx FROM 1 BY 1
                       UNTIL WS-Banco-Idx > 23
               NOT INVALID KEY
                   CONTINUE
           END-START.

       106-Semeia-Banco.
           MOVE BANCO-T-COD(WS-Banco-Idx) TO CodBancoTab.
           MOVE BANCO-T-NOME(WS-Banco-Idx) TO NomeBancoTab.
           MOVE 'A' TO StatusBancoTab.
           MOVE SPACES TO OperadorBancoTab AprovadorBancoTab.
           WRITE REG-BANCOTAB
               INVALID KEY
                   CONTINUE
           END-WRITE.

       105-Manter-Bancos.
      *-Inclui ou desativa um banco na tabela, com autorizacao de
      *-supervisor - o balcao consegue abrir conta num banco novo
      *-no mesmo dia, sem esperar recompilacao. A alteracao fica
      *-proposta ate outro supervisor aprovar na fila de
      *-aprovacoes (741/742-Aplica).
           DISPLAY Tela-Bancos.
           PERFORM 05-Mostra-Data.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 1036
           ELSE
               MOVE SPACES TO WS-Bco-Acao WS-Bco-Nome
               MOVE ZEROS TO WS-Bco-Codigo
               PERFORM 107-VBcoAcao
                   UNTIL WS-Bco-Acao = 'I' OR = 'D'
               PERFORM 108-VBcoCodigo UNTIL WS-Bco-Codigo > ZEROS
               IF WS-Bco-Acao = 'I'
                   PERFORM 109-Inclui-Banco
               ELSE
                   PERFORM 110-Desativa-Banco
               END-IF
           END-IF.

       107-VBcoAcao.
           ACCEPT WS-Bco-Acao AT 0450 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Bco-Acao) TO WS-Bco-Acao.
           IF WS-Bco-Acao NOT = 'I' AND NOT = 'D'
               DISPLAY "ACAO INVALIDA, USE I OU D" AT 1036
           ELSE
               DISPLAY ESPACO AT 1036
           END-IF.

       108-VBcoCodigo.
           ACCEPT WS-Bco-Codigo AT 0634 WITH PROMPT AUTO.
           IF WS-Bco-Codigo = ZEROS
               DISPLAY "DIGITE O CODIGO COMPE" AT 1036
           ELSE
               DISPLAY ESPACO AT 1036
           END-IF.

       109-Inclui-Banco.
           PERFORM 111-VBcoNome UNTIL WS-Bco-Nome NOT = SPACES.
           MOVE WS-Bco-Codigo TO CodBancoTab.
           READ BANCOTAB
               INVALID KEY
                   MOVE SPACES TO DadosApr
                   MOVE WS-Bco-Codigo TO CodBancoApr
                   MOVE WS-Bco-Nome TO NomeBancoApr
                   MOVE "BI" TO WS-Apr-Tipo
                   PERFORM 735-Registra-Proposta
                   DISPLAY WS-Apr-Msg AT 1036
               NOT INVALID KEY
                   MOVE "CODIGO JA CADASTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1036
                   PERFORM 32-Grava-Log-Erro
           END-READ.

       111-VBcoNome.
           ACCEPT WS-Bco-Nome AT 0834 WITH PROMPT AUTO.
           IF WS-Bco-Nome = SPACES
               DISPLAY "DIGITE O NOME DO BANCO" AT 1036
           ELSE
               DISPLAY ESPACO AT 1036
           END-IF.

       110-Desativa-Banco.
           MOVE WS-Bco-Codigo TO CodBancoTab.
           READ BANCOTAB
               INVALID KEY
                   MOVE "BANCO NAO CADASTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1036
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE SPACES TO DadosApr
                   MOVE CodBancoTab TO CodBancoApr
                   MOVE NomeBancoTab TO NomeBancoApr
                   MOVE "BD" TO WS-Apr-Tipo
                   PERFORM 735-Registra-Proposta
                   DISPLAY WS-Apr-Msg AT 1036
           END-READ.

       540-Cataloga-Spool.
      *-Depois que o relatorio chamado terminou, copia a saida
      *-conhecida dele para um nome datado (SPLnnnnnn.LST, via
      *-"cp", como os backups) e cataloga em SPOOL.DAT; programa
      *-sem saida conhecida nao entra no catalogo.
           MOVE ZEROS TO WS-Spl-Achou.
           PERFORM VARYING WS-Spl-Idx FROM 1 BY 1
               UNTIL WS-Spl-Idx > 13 OR WS-Spl-Achou > ZEROS
               IF WS-Spl-Programa(WS-Spl-Idx) = WS-Rel-Programa
                   MOVE WS-Spl-Idx TO WS-Spl-Achou
               END-IF
           END-PERFORM.
           IF WS-Spl-Achou > ZEROS
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               ACCEPT HORA-SIS FROM TIME
               MOVE 999999 TO NumSpool
               START SPOOL KEY IS LESS THAN NumSpool
                   INVALID KEY
                       MOVE 1 TO NumSpool
                   NOT INVALID KEY
                       READ SPOOL NEXT RECORD
                       ADD 1 TO NumSpool
               END-START
               MOVE WS-Rel-Programa TO NomeRelSpl
               MOVE ANO TO AnoSpl
               MOVE MES TO MesSpl
               MOVE DIA TO DiaSpl
               COMPUTE HoraSpl = HH-SIS * 10000 + MM-SIS * 100
                   + SS-SIS
               MOVE WS-Operador TO OperadorSpl
               MOVE WS-Spl-Arquivo(WS-Spl-Achou)
                   TO ArquivoOrigemSpl
               MOVE SPACES TO ArquivoGuardadoSpl
               STRING "SPL" NumSpool ".LST"
                   DELIMITED BY SIZE INTO ArquivoGuardadoSpl
               MOVE SPACES TO WS-Comando-Spool
               STRING "cp " DELIMITED BY SIZE
                   ArquivoOrigemSpl DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ArquivoGuardadoSpl DELIMITED BY SPACE
                   INTO WS-Comando-Spool
               CALL "SYSTEM" USING WS-Comando-Spool
               WRITE REG-SPOOL
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       545-Visualiza-Spool.
      *-Visualizador do catalogo: lista as emissoes e reexibe a
      *-copia guardada de uma delas, exatamente como saiu.
           DISPLAY Tela-Spool-Catalogo.
           PERFORM 05-Mostra-Data.
           MOVE 6 TO WS-Spl-Linha.
           MOVE ZEROS TO NumSpool.
           START SPOOL KEY IS NOT LESS THAN NumSpool
               INVALID KEY
                   MOVE "10" TO ARQST-SPL
               NOT INVALID KEY
                   MOVE "00" TO ARQST-SPL
           END-START.
           PERFORM 546-Lista-Spool UNTIL ARQST-SPL = "10".
           MOVE ZEROS TO WS-Spl-Num.
           ACCEPT WS-Spl-Num AT 2038 WITH PROMPT AUTO.
           IF WS-Spl-Num > ZEROS
               MOVE WS-Spl-Num TO NumSpool
               READ SPOOL
                   INVALID KEY
                       DISPLAY "EMISSAO NAO CATALOGADA" AT 2210
                   NOT INVALID KEY
                       PERFORM 547-Reexibe-Spool
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       546-Lista-Spool.
           READ SPOOL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SPL
               NOT AT END
                   IF WS-Spl-Linha <= 18
                       MOVE SPACES TO WS-Spl-Det
                       STRING NumSpool "  " NomeRelSpl " "
                           DiaSpl "/" MesSpl "/" AnoSpl " "
                           OperadorSpl
                           DELIMITED BY SIZE INTO WS-Spl-Det
                       DISPLAY WS-Spl-Det
                           AT LINE WS-Spl-Linha COL 10
                       ADD 1 TO WS-Spl-Linha
                   END-IF
           END-READ.

       547-Reexibe-Spool.
           MOVE ArquivoGuardadoSpl TO WS-Nome-SpoolVis.
           OPEN INPUT SPOOLVIS.
           IF ARQST-SPV NOT = "00"
               DISPLAY "COPIA GUARDADA NAO ENCONTRADA" AT 2210
           ELSE
               DISPLAY SPACES AT 0101
               MOVE ZEROS TO WS-Spl-Linha
               PERFORM 548-Mostra-Linha-Spool
                   UNTIL ARQST-SPV = "10"
               CLOSE SPOOLVIS
           END-IF.

       548-Mostra-Linha-Spool.
           READ SPOOLVIS NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SPV
               NOT AT END
                   DISPLAY LINHA-SPV(1:79)
                   ADD 1 TO WS-Spl-Linha
                   IF WS-Spl-Linha >= 20
                       DISPLAY "-- ENTER PARA CONTINUAR --"
                       ACCEPT Opc
                       MOVE ZEROS TO WS-Spl-Linha
                   END-IF
           END-READ.

       570-Fila-Entrega.
      *-Fila de entrega dos demonstrativos mensais: lista os itens
      *-pendentes e falhos e atualiza a situacao conforme a
      *-retaguarda envia (E), registra falha (F) ou devolucao (D).
           DISPLAY Tela-Fila-Entrega.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Ent-Listados.
           MOVE 6 TO WS-Ent-Linha.
           MOVE ZEROS TO NumEntrega.
           START ENTREGA KEY IS NOT LESS THAN NumEntrega
               INVALID KEY
                   MOVE "10" TO ARQST-ENT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ENT
           END-START.
           PERFORM 571-Lista-Entrega UNTIL ARQST-ENT = "10".
           IF WS-Ent-Listados = ZEROS
               DISPLAY "NADA PENDENTE NA FILA" AT 2010
           ELSE
               DISPLAY "Numero (0=sair):" AT 1910
               MOVE ZEROS TO WS-Ent-Num
               ACCEPT WS-Ent-Num AT 1927 WITH PROMPT AUTO
               IF WS-Ent-Num > ZEROS
                   PERFORM 572-Atualiza-Entrega
               END-IF
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       571-Lista-Entrega.
           READ ENTREGA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ENT
               NOT AT END
                   IF (Entrega-Pendente OR Entrega-Falhou)
                       AND WS-Ent-Linha <= 17
                       MOVE SPACES TO WS-Ent-Det
                       STRING NumEntrega "  " CpfCnpjEnt " "
                           ArquivoEnt " " StatusEnt
                           DELIMITED BY SIZE INTO WS-Ent-Det
                       DISPLAY WS-Ent-Det
                           AT LINE WS-Ent-Linha COL 10
                       ADD 1 TO WS-Ent-Linha
                       ADD 1 TO WS-Ent-Listados
                   END-IF
           END-READ.

       572-Atualiza-Entrega.
           MOVE WS-Ent-Num TO NumEntrega.
           READ ENTREGA
               INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO" AT 2010
               NOT INVALID KEY
                   DISPLAY "Situacao (E/F/D):" AT 2010
                   MOVE SPACES TO WS-Ent-Status
                   ACCEPT WS-Ent-Status AT 2028 WITH PROMPT AUTO
                   MOVE FUNCTION UPPER-CASE(WS-Ent-Status)
                       TO WS-Ent-Status
                   IF WS-Ent-Status = 'E' OR = 'F' OR = 'D'
                       ACCEPT DATA-SIS FROM DATE YYYYMMDD
                       MOVE WS-Ent-Status TO StatusEnt
                       MOVE ANO TO AnoSituacaoEnt
                       MOVE MES TO MesSituacaoEnt
                       MOVE DIA TO DiaSituacaoEnt
                       REWRITE REG-ENTREGA
                       DISPLAY "SITUACAO ATUALIZADA" AT 2110
                   ELSE
                       DISPLAY "SITUACAO INVALIDA" AT 2110
                   END-IF
           END-READ.

       580-Servicos.
      *-Submenu de servicos e retaguarda: cada servico novo de
      *-balcao ou de retaguarda ganha uma linha aqui em vez de crescer
      *-o Tela-Menu principal (sem letras livres); as opcoes de
      *-supervisor conferem o perfil na propria escolha.
           MOVE SPACES TO WS-Escolha-Srv.
           PERFORM 580-Servicos-Menu UNTIL WS-Escolha-Srv = '0'.

       580-Servicos-Menu.
           DISPLAY Tela-Servicos-Menu.
           PERFORM 05-Mostra-Data.
           ACCEPT WS-Escolha-Srv AT 0539 WITH PROMPT.
           EVALUATE WS-Escolha-Srv
               WHEN '1'
                   PERFORM 581-Chaves-Pix
               WHEN '2'
                   PERFORM 590-Pagar-Pix
               WHEN '3'
                   PERFORM 592-Renova-Kyc
               WHEN '4'
                   IF Operador-Supervisor
                       PERFORM 600-Casos-Pld
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN '5'
                   IF Operador-Supervisor
                       PERFORM 615-Revisao-Triagem
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN '6'
                   IF Operador-Supervisor
                       PERFORM 620-Procuradores
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN '7'
                   IF Operador-Supervisor
                       PERFORM 630-Espolio
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN '8'
                   PERFORM 640-Ouvidoria
               WHEN '9'
                   PERFORM 652-Pagar-Boleto
               WHEN 'A'
               WHEN 'a'
                   PERFORM 660-Arrecadacao
               WHEN 'B'
               WHEN 'b'
                   PERFORM 670-Suspenso-Ted
               WHEN 'C'
               WHEN 'c'
                   PERFORM 680-Cartoes
               WHEN 'D'
               WHEN 'd'
                   IF Operador-Supervisor
                       PERFORM 694-Libera-Recebido
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   IF Operador-Supervisor
                       PERFORM 723-Confere-Jornal
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN 'F'
               WHEN 'f'
                   IF Operador-Supervisor
                       PERFORM 730-Aprovacoes
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN 'G'
               WHEN 'g'
                   IF Operador-Supervisor
                       PERFORM 760-Muda-Agencia
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN 'H'
               WHEN 'h'
                   IF Operador-Supervisor
                       PERFORM 770-Corrige-Documento
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2005
                   END-IF
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA" AT 2005
           END-EVALUATE.

       581-Chaves-Pix.
      *-Inclui, lista ou exclui as chaves PIX de uma conta ativa. A
      *-chave e o CPF/CNPJ, o e-mail ou o telefone do proprio
      *-cadastro da conta, ou uma chave aleatoria gerada aqui;
      *-unica no banco inteiro (chave primaria de CHAVEPIX.DAT).
           DISPLAY Tela-Chaves-Pix.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Pix-Acao.
           PERFORM 582-VPixAcao
               UNTIL WS-Pix-Acao = 'I' OR = 'L' OR = 'E'.
           MOVE ZEROS TO WS-Pix-CodC.
           ACCEPT WS-Pix-CodC AT 0627 WITH PROMPT AUTO.
           MOVE WS-Pix-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   EVALUATE WS-Pix-Acao
                       WHEN 'I'
                           PERFORM 583-Inclui-Chave-Pix
                       WHEN 'L'
                           PERFORM 584-Lista-Chaves-Pix
                           IF WS-Pix-Listados = ZEROS
                               DISPLAY "CONTA SEM CHAVES PIX" AT 2220
                           END-IF
                       WHEN 'E'
                           PERFORM 586-Exclui-Chave-Pix
                   END-EVALUATE
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       582-VPixAcao.
           ACCEPT WS-Pix-Acao AT 0447 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Pix-Acao) TO WS-Pix-Acao.
           IF WS-Pix-Acao NOT = 'I' AND NOT = 'L' AND NOT = 'E'
               DISPLAY "ACAO INVALIDA, USE I, L OU E" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       583-Inclui-Chave-Pix.
      *-So conta ativa recebe chave; o valor da chave sai do
      *-cadastro da conta (nada digitado), menos a aleatoria.
           IF NOT Conta-Ativa
               MOVE "CONTA BLOQUEADA OU ENCERRADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE SPACES TO WS-Pix-Tipo
               PERFORM 585-VPixTipo UNTIL Pix-Tipo-Valido
               MOVE SPACES TO WS-Pix-Chave
               EVALUATE WS-Pix-Tipo
                   WHEN 'C'
                       MOVE CpfCnpjC TO WS-Pix-Chave
                   WHEN 'E'
                       MOVE EmailC TO WS-Pix-Chave
                   WHEN 'T'
                       MOVE TelefoneC TO WS-Pix-Chave
                   WHEN 'A'
                       PERFORM 587-Gera-Chave-Aleatoria
               END-EVALUATE
               IF WS-Pix-Chave = SPACES
                   MOVE "DADO NAO CADASTRADO NA CONTA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   DISPLAY WS-Pix-Chave AT 1017
                   MOVE SPACES TO WS-Pix-Confirma
                   ACCEPT WS-Pix-Confirma AT 2026 WITH PROMPT AUTO
                   IF WS-Pix-Confirma = 'S' OR = 's'
                       PERFORM 588-Grava-Chave-Pix
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 2220
                   END-IF
               END-IF
           END-IF.

       585-VPixTipo.
           ACCEPT WS-Pix-Tipo AT 0861 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Pix-Tipo) TO WS-Pix-Tipo.
           IF NOT Pix-Tipo-Valido
               DISPLAY "TIPO INVALIDO, USE C, E, T OU A" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       587-Gera-Chave-Aleatoria.
      *-Conta, data e hora amassados em 32 digitos; a colisao com
      *-chave ja existente e tratada na gravacao (588).
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE WS-Pix-Aleat-1 =
               CodC * 104729 * 7919
               + (ANO * 10000 + MES * 100 + DIA) * 3571.
           COMPUTE WS-Pix-Aleat-2 =
               (HH-SIS * 360000 + MM-SIS * 6000 + SS-SIS * 100
               + CC-SIS) * 15485863 + CodC * 2750159.
           STRING WS-Pix-Aleat-1 WS-Pix-Aleat-2
               DELIMITED BY SIZE INTO WS-Pix-Chave.

       588-Grava-Chave-Pix.
      *-Chave ja ativa (nesta ou em outra conta) e recusada; chave
      *-excluida antes pode ser registrada de novo (REWRITE).
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-Pix-Gravada.
           MOVE WS-Pix-Chave TO ChavePix.
           READ CHAVESPIX
               INVALID KEY
                   PERFORM 589-Monta-Chave-Pix
                   WRITE REG-CHAVEPIX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Pix-Gravada
                   END-WRITE
               NOT INVALID KEY
                   IF Chave-Ativa
                       MOVE SPACES TO WS-Msg-Erro
                       STRING "CHAVE JA REGISTRADA NA CONTA " CodC-Pix
                           DELIMITED BY SIZE INTO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2220
                       PERFORM 32-Grava-Log-Erro
                   ELSE
                       PERFORM 589-Monta-Chave-Pix
                       REWRITE REG-CHAVEPIX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-Pix-Gravada
                       END-REWRITE
                   END-IF
           END-READ.
           IF Chave-Pix-Gravada
               DISPLAY "CHAVE PIX REGISTRADA" AT 2220
           END-IF.

       589-Monta-Chave-Pix.
           MOVE WS-Pix-Chave TO ChavePix.
           MOVE WS-Pix-Tipo TO TipoChavePix.
           MOVE CodC TO CodC-Pix.
           MOVE ANO TO AnoCadPix.
           MOVE MES TO MesCadPix.
           MOVE DIA TO DiaCadPix.
           MOVE WS-Operador TO OperadorPix.
           MOVE 'A' TO StatusPix.
           MOVE ZEROS TO DataExcPix.
           MOVE SPACES TO OperadorExcPix.

       584-Lista-Chaves-Pix.
           MOVE ZEROS TO WS-Pix-Listados.
           MOVE 12 TO WS-Pix-Linha.
           MOVE WS-Pix-CodC TO CodC-Pix.
           START CHAVESPIX KEY IS = CodC-Pix
               INVALID KEY
                   MOVE "10" TO ARQST-PIX
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PIX
           END-START.
           PERFORM 584-Varre-Chaves-Pix UNTIL ARQST-PIX = "10".

       584-Varre-Chaves-Pix.
           READ CHAVESPIX NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PIX
               NOT AT END
                   IF CodC-Pix NOT = WS-Pix-CodC
                       MOVE "10" TO ARQST-PIX
                   ELSE
                       IF Chave-Ativa AND WS-Pix-Linha <= 19
                           MOVE SPACES TO WS-Pix-Det
                           STRING TipoChavePix "  " ChavePix "  "
                               DiaCadPix "/" MesCadPix "/" AnoCadPix
                               " " OperadorPix
                               DELIMITED BY SIZE INTO WS-Pix-Det
                           DISPLAY WS-Pix-Det
                               AT LINE WS-Pix-Linha COL 10
                           ADD 1 TO WS-Pix-Linha
                           ADD 1 TO WS-Pix-Listados
                       END-IF
                   END-IF
           END-READ.

       586-Exclui-Chave-Pix.
      *-Exclusao pela chave digitada; chave de outra conta nao se
      *-exclui daqui. O registro fica marcado, com data e operador.
           MOVE SPACES TO WS-Pix-Chave.
           ACCEPT WS-Pix-Chave AT 1017 WITH PROMPT AUTO.
           PERFORM 593-Le-Chave-Pix.
           IF NOT Chave-Pix-Achada
               MOVE "CHAVE NAO ENCONTRADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF CodC-Pix NOT = WS-Pix-CodC OR NOT Chave-Ativa
                   MOVE "CHAVE NAO ATIVA NESTA CONTA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE SPACES TO WS-Pix-Confirma
                   ACCEPT WS-Pix-Confirma AT 2026 WITH PROMPT AUTO
                   IF WS-Pix-Confirma = 'S' OR = 's'
                       ACCEPT DATA-SIS FROM DATE YYYYMMDD
                       MOVE 'X' TO StatusPix
                       MOVE ANO TO AnoExcPix
                       MOVE MES TO MesExcPix
                       MOVE DIA TO DiaExcPix
                       MOVE WS-Operador TO OperadorExcPix
                       REWRITE REG-CHAVEPIX
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR" AT 2220
                           NOT INVALID KEY
                               DISPLAY "CHAVE PIX EXCLUIDA" AT 2220
                       END-REWRITE
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 2220
                   END-IF
               END-IF
           END-IF.

       590-Pagar-Pix.
      *-Pagamento para chave: a chave resolve a conta de destino e
      *-dali em diante e a transferencia de 06-Transferir (saldo
      *-disponivel com bloqueios e float, limite diario, conjunta,
      *-agendamento e comprovante), com descricao PIX no extrato.
      *-Procurador no balcao passa pela mesma conferencia de poder
      *-de transferir e sai carimbado no comprovante.
           DISPLAY Tela-Transf-Pix.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Cod-Origem WS-Cod-Destino WS-Valor-Transf.
           MOVE 'S' TO WS-Pix-Pagto.
           ACCEPT WS-Cod-Origem AT 0446 WITH PROMPT AUTO.
           MOVE WS-Cod-Origem TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA DE ORIGEM NAO EXISTE" AT 1235
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA DE ORIGEM BLOQUEADA OU ENCERRADA"
                           AT 1235
                   ELSE
                       MOVE 'T' TO WS-Proc-Poder
                       MOVE 15 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1235
                       ELSE
                           PERFORM 590-Pagar-Pix-Origem
                       END-IF
                   END-IF
           END-READ.
           MOVE 'N' TO WS-Pix-Pagto.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       590-Pagar-Pix-Origem.
           MOVE SaldoC TO WS-Saldo-Origem.
           MOVE LimiteChequeEspecialC TO WS-Limite-Origem.
           PERFORM 181-Apura-Bloqueios.
           MOVE MoedaC TO WS-Moeda-Origem.
           MOVE 'S' TO WS-Taxa-Ok.
           PERFORM 152-Taxa-Da-Moeda.
           MOVE WS-Taxa-Origem TO WS-Taxa-Destino.
           PERFORM 591-Resolve-Chave-Pix.

       591-Resolve-Chave-Pix.
           MOVE SPACES TO WS-Pix-Chave.
           ACCEPT WS-Pix-Chave AT 0617 WITH PROMPT AUTO.
           PERFORM 593-Le-Chave-Pix.
           IF NOT Chave-Pix-Achada
               MOVE "CHAVE PIX NAO ENCONTRADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1235
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF NOT Chave-Ativa
                   MOVE "CHAVE PIX EXCLUIDA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1235
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE CodC-Pix TO WS-Cod-Destino
                   MOVE WS-Cod-Destino TO CodC
                   READ CC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NomeC TO Nome
                           DISPLAY Nome AT 0721
                   END-READ
                   PERFORM 21-Valida-Destino
               END-IF
           END-IF.

       593-Le-Chave-Pix.
      *-Le a chave como digitada. A chave CPF/CNPJ e registrada
      *-como CpfCnpjC (14 digitos com zeros a esquerda): nao achando
      *-e sendo o digitado so digitos, de 11 a 14 (CPF, ou CNPJ sem
      *-os zeros da frente), le de novo alinhado a direita nessa
      *-forma. Telefone de 11 digitos, gravado como digitado, e
      *-achado ja na primeira leitura.
           MOVE 'N' TO WS-Pix-Achou.
           MOVE WS-Pix-Chave TO ChavePix.
           READ CHAVESPIX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-Pix-Achou
           END-READ.
           IF NOT Chave-Pix-Achada
               MOVE ZEROS TO WS-Pix-Digitos
               INSPECT WS-Pix-Chave TALLYING WS-Pix-Digitos
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-Pix-Digitos >= 11 AND WS-Pix-Digitos <= 14
                   IF WS-Pix-Chave(1:WS-Pix-Digitos) IS NUMERIC
                       AND WS-Pix-Chave(WS-Pix-Digitos + 1:) = SPACES
                       MOVE WS-Pix-Chave(1:WS-Pix-Digitos)
                           TO WS-Pix-Doc
                       MOVE SPACES TO ChavePix
                       MOVE WS-Pix-Doc TO ChavePix
                       READ CHAVESPIX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-Pix-Achou
                       END-READ
                   END-IF
               END-IF
           END-IF.

       592-Renova-Kyc.
      *-Renovacao do perfil KYC do cliente chamado de volta pelo
      *-ProgramaP2RelKyc: mesma coleta do Incluir, regravada com a
      *-data de hoje.
           DISPLAY Tela-Kyc.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Kyc-Doc.
           ACCEPT WS-Kyc-Doc AT 0420 WITH PROMPT AUTO.
           MOVE WS-Kyc-Doc TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1635
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE CpfCnpjCli TO CpfCnpjC
                   PERFORM 115-Coleta-Kyc
                   DISPLAY NomeCli AT 0436
                   MOVE SPACES TO WS-Pix-Confirma
                   DISPLAY "Confirma (S/N)?" AT 1810
                   ACCEPT WS-Pix-Confirma AT 1826 WITH PROMPT AUTO
                   IF WS-Pix-Confirma = 'S' OR = 's'
                       MOVE WS-Kyc-Doc TO CpfCnpjCli
                       READ CLIENTE
                       PERFORM 117-Move-Kyc
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR" AT 1635
                           NOT INVALID KEY
                               DISPLAY "PERFIL KYC RENOVADO" AT 1635
                       END-REWRITE
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 1635
                   END-IF
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       600-Casos-Pld.
      *-Mesa de compliance: o supervisor ve os casos em aberto e
      *-marca cada um como comunicado ao regulador ou descartado,
      *-sempre com motivo. Os comunicados saem no COAF.DAT da
      *-proxima execucao do ProgramaP2Pld.
           DISPLAY Tela-Casos-Pld.
           PERFORM 05-Mostra-Data.
           PERFORM 601-Lista-Casos-Pld.
           IF WS-Pld-Listados = ZEROS
               DISPLAY "NENHUM CASO EM ABERTO" AT 2120
           END-IF.
           MOVE ZEROS TO WS-Pld-Num.
           ACCEPT WS-Pld-Num AT 1725 WITH PROMPT AUTO.
           IF WS-Pld-Num > ZEROS
               MOVE WS-Pld-Num TO NumCasoPld
               READ CASOSPLD
                   INVALID KEY
                       MOVE "CASO NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Caso-Aberto
                           MOVE "CASO JA DECIDIDO" TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           PERFORM 603-Decide-Caso-Pld
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       601-Lista-Casos-Pld.
           MOVE ZEROS TO WS-Pld-Listados.
           MOVE 6 TO WS-Pld-Linha.
           MOVE ZEROS TO NumCasoPld.
           START CASOSPLD KEY IS NOT LESS THAN NumCasoPld
               INVALID KEY
                   MOVE "10" TO ARQST-PLD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PLD
           END-START.
           PERFORM 602-Varre-Casos-Pld UNTIL ARQST-PLD = "10".

       602-Varre-Casos-Pld.
           READ CASOSPLD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PLD
               NOT AT END
                   IF Caso-Aberto
                       ADD 1 TO WS-Pld-Listados
                       IF WS-Pld-Linha <= 15
                           MOVE ValorCasoPld TO WS-Pld-Valor-Edt
                           MOVE SPACES TO WS-Pld-Det
                           STRING NumCasoPld " " TipoCasoPld " "
                               CpfCnpjPld " " CodC-Pld " "
                               WS-Pld-Valor-Edt " "
                               DiaAbrPld "/" MesAbrPld "/" AnoAbrPld
                               DELIMITED BY SIZE INTO WS-Pld-Det
                           DISPLAY WS-Pld-Det
                               AT LINE WS-Pld-Linha COL 10
                           ADD 1 TO WS-Pld-Linha
                       END-IF
                   END-IF
           END-READ.

       603-Decide-Caso-Pld.
           MOVE SPACES TO WS-Pld-Decisao WS-Pld-Motivo.
           PERFORM 604-VPldDecisao
               UNTIL WS-Pld-Decisao = 'C' OR = 'D'.
           PERFORM 605-VPldMotivo UNTIL WS-Pld-Motivo NOT = SPACES.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Pld-Decisao TO StatusPld.
           MOVE WS-Pld-Motivo TO MotivoPld.
           MOVE ANO TO AnoDecPld.
           MOVE MES TO MesDecPld.
           MOVE DIA TO DiaDecPld.
           MOVE WS-Operador TO OperadorDecPld.
           REWRITE REG-CASOPLD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR" AT 2120
               NOT INVALID KEY
                   IF Caso-Comunicado
                       DISPLAY "CASO MARCADO PARA COMUNICACAO" AT 2120
                   ELSE
                       DISPLAY "CASO DESCARTADO" AT 2120
                   END-IF
           END-REWRITE.

       604-VPldDecisao.
           ACCEPT WS-Pld-Decisao AT 1847 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Pld-Decisao) TO WS-Pld-Decisao.
           IF WS-Pld-Decisao NOT = 'C' AND NOT = 'D'
               DISPLAY "DECISAO INVALIDA, USE C OU D" AT 2120
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       605-VPldMotivo.
           ACCEPT WS-Pld-Motivo AT 1918 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Pld-Motivo) TO WS-Pld-Motivo.
           IF WS-Pld-Motivo = SPACES
               MOVE "INFORME O MOTIVO DA DECISAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       610-Tria-Parte.
      *-Triagem de uma parte (cliente, favorecido, destinatario de
      *-transferencia) contra a lista restritiva: documento exato,
      *-senao nome exato em maiusculas. Achado retem a operacao
      *-(WS-Tri-Retido) e abre item pendente na fila, a menos que
      *-o supervisor ja tenha liberado o mesmo documento + nome
      *-contra a mesma entrada da lista (falso positivo), ou que ja
      *-exista item pendente igual esperando decisao.
           MOVE 'N' TO WS-Tri-Retido.
           IF Restritos-Carregados
               MOVE FUNCTION UPPER-CASE(WS-Tri-Nome) TO WS-Tri-Nome
               PERFORM 611-Busca-Restrito
               IF Restrito-Achado
                   PERFORM 612-Verifica-Fila
                   IF NOT Tri-Ja-Liberado
                       MOVE 'S' TO WS-Tri-Retido
                       IF NOT Tri-Ja-Pendente
                           PERFORM 614-Grava-Triagem
                       END-IF
                   END-IF
               END-IF
           END-IF.

       611-Busca-Restrito.
           MOVE 'N' TO WS-Tri-Achou.
           IF WS-Tri-Doc > ZEROS
               MOVE WS-Tri-Doc TO DocRestr
               READ RESTRITOS KEY IS DocRestr
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Tri-Achou
               END-READ
           END-IF.
           IF NOT Restrito-Achado AND WS-Tri-Nome NOT = SPACES
               MOVE WS-Tri-Nome TO NomeRestr
               READ RESTRITOS KEY IS NomeRestr
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Tri-Achou
               END-READ
           END-IF.
           IF Restrito-Achado
               MOVE DocRestr TO WS-Tri-Restr-Doc
               MOVE NomeRestr TO WS-Tri-Restr-Nome
               MOVE FonteRestr TO WS-Tri-Restr-Fonte
           END-IF.

       612-Verifica-Fila.
           MOVE SPACE TO WS-Tri-Situacao.
           MOVE WS-Tri-Doc TO DocTri.
           MOVE WS-Tri-Nome TO NomeTri.
           START TRIAGEM KEY IS = ChaveTri
               INVALID KEY
                   MOVE "10" TO ARQST-TRI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-TRI
           END-START.
           PERFORM 613-Varre-Fila
               UNTIL ARQST-TRI = "10" OR Tri-Ja-Liberado.

       613-Varre-Fila.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   IF DocTri NOT = WS-Tri-Doc
                       OR NomeTri NOT = WS-Tri-Nome
                       MOVE "10" TO ARQST-TRI
                   ELSE
                       IF DocRestrTri = WS-Tri-Restr-Doc
                           AND NomeRestrTri = WS-Tri-Restr-Nome
                           AND FonteRestrTri = WS-Tri-Restr-Fonte
                           IF Triagem-Liberada
                               MOVE 'L' TO WS-Tri-Situacao
                           END-IF
                           IF Triagem-Pendente
                               MOVE 'A' TO WS-Tri-Situacao
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       614-Grava-Triagem.
      * ------- Proximo NumTriagem = maior ja gravado + 1, mesma
      * ------- tecnica de 08-Gera-Codigo para CC.DAT.
           MOVE 999999 TO NumTriagem.
           START TRIAGEM KEY IS LESS THAN NumTriagem
               INVALID KEY
                   MOVE 1 TO WS-Tri-Num
               NOT INVALID KEY
                   READ TRIAGEM NEXT RECORD
                   COMPUTE WS-Tri-Num = NumTriagem + 1
           END-START.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE SPACES TO REG-TRIAGEM.
           MOVE WS-Tri-Num TO NumTriagem.
           MOVE WS-Tri-Doc TO DocTri.
           MOVE WS-Tri-Nome TO NomeTri.
           MOVE WS-Tri-Origem TO OrigemTri.
           MOVE WS-Tri-Restr-Doc TO DocRestrTri.
           MOVE WS-Tri-Restr-Nome TO NomeRestrTri.
           MOVE WS-Tri-Restr-Fonte TO FonteRestrTri.
           MOVE WS-Tri-CodC TO CodC-Tri.
           MOVE WS-Tri-Valor TO ValorTri.
           MOVE ANO TO AnoTri.
           MOVE MES TO MesTri.
           MOVE DIA TO DiaTri.
           MOVE WS-Operador TO OperadorTri.
           MOVE 'A' TO StatusTri.
           MOVE ZEROS TO DataDecTri.
           MOVE 'N' TO ProcessadoTri.
           WRITE REG-TRIAGEM
               INVALID KEY
                   MOVE "ERRO AO GRAVAR FILA DE TRIAGEM" TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
           END-WRITE.

       615-Revisao-Triagem.
      *-Fila da triagem: o supervisor ve os itens pendentes e marca
      *-cada um como liberado (falso positivo) ou confirmado, sempre
      *-com motivo. Cliente confirmado (cadastro ou revarredura) tem
      *-as contas ativas bloqueadas na hora; TED recebida e
      *-creditada ou devolvida na proxima execucao do
      *-ProgramaP2RecebeTransf.
           DISPLAY Tela-Triagem.
           PERFORM 05-Mostra-Data.
           PERFORM 616-Lista-Triagem.
           IF WS-Tri-Listados = ZEROS
               DISPLAY "NENHUM ITEM PENDENTE" AT 2120
           END-IF.
           MOVE ZEROS TO WS-Tri-Num.
           ACCEPT WS-Tri-Num AT 1725 WITH PROMPT AUTO.
           IF WS-Tri-Num > ZEROS
               MOVE WS-Tri-Num TO NumTriagem
               READ TRIAGEM
                   INVALID KEY
                       MOVE "ITEM NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Triagem-Pendente
                           MOVE "ITEM JA DECIDIDO" TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           PERFORM 618-Decide-Triagem
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       616-Lista-Triagem.
           MOVE ZEROS TO WS-Tri-Listados.
           MOVE 6 TO WS-Tri-Linha.
           MOVE ZEROS TO NumTriagem.
           START TRIAGEM KEY IS NOT LESS THAN NumTriagem
               INVALID KEY
                   MOVE "10" TO ARQST-TRI
               NOT INVALID KEY
                   MOVE "00" TO ARQST-TRI
           END-START.
           PERFORM 617-Varre-Triagem UNTIL ARQST-TRI = "10".

       617-Varre-Triagem.
           READ TRIAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-TRI
               NOT AT END
                   IF Triagem-Pendente
                       ADD 1 TO WS-Tri-Listados
                       IF WS-Tri-Linha <= 15
                           MOVE SPACES TO WS-Tri-Det
                           STRING NumTriagem " " OrigemTri " "
                               DocTri " " NomeTri(1:28) " "
                               FonteRestrTri
                               DELIMITED BY SIZE INTO WS-Tri-Det
                           DISPLAY WS-Tri-Det
                               AT LINE WS-Tri-Linha COL 10
                           ADD 1 TO WS-Tri-Linha
                       END-IF
                   END-IF
           END-READ.

       618-Decide-Triagem.
           MOVE SPACES TO WS-Tri-Det.
           STRING "NA LISTA: " DocRestrTri " " NomeRestrTri(1:40)
               DELIMITED BY SIZE INTO WS-Tri-Det.
           DISPLAY WS-Tri-Det AT 1610.
           MOVE SPACES TO WS-Tri-Decisao WS-Tri-Motivo.
           PERFORM 619-VTriDecisao
               UNTIL WS-Tri-Decisao = 'L' OR = 'C'.
           PERFORM 619-VTriMotivo UNTIL WS-Tri-Motivo NOT = SPACES.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Tri-Decisao TO StatusTri.
           MOVE WS-Tri-Motivo TO MotivoTri.
           MOVE ANO TO AnoDecTri.
           MOVE MES TO MesDecTri.
           MOVE DIA TO DiaDecTri.
           MOVE WS-Operador TO OperadorDecTri.
           REWRITE REG-TRIAGEM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR" AT 2120
               NOT INVALID KEY
                   IF Triagem-Liberada
                       DISPLAY "ITEM LIBERADO" AT 2120
                   ELSE
                       PERFORM 618-Confirma-Triagem
                   END-IF
           END-REWRITE.

       618-Confirma-Triagem.
      *-Cliente confirmado na lista: todas as contas ativas do
      *-documento ficam bloqueadas (credito ainda entra, debito nao).
           MOVE ZEROS TO WS-Tri-Bloqueadas.
           IF (Tri-Cadastro OR Tri-Revarredura) AND DocTri > ZEROS
               MOVE DocTri TO CpfCnpjC
               START CC KEY IS = CpfCnpjC
                   INVALID KEY
                       MOVE "10" TO ARQST
                   NOT INVALID KEY
                       MOVE "00" TO ARQST
               END-START
               PERFORM 618-Bloqueia-Conta-Tri UNTIL ARQST = "10"
           END-IF.
           MOVE SPACES TO WS-Msg-Erro.
           STRING "ITEM CONFIRMADO - CONTAS BLOQUEADAS: "
               WS-Tri-Bloqueadas
               DELIMITED BY SIZE INTO WS-Msg-Erro.
           DISPLAY WS-Msg-Erro AT 2120.
           PERFORM 32-Grava-Log-Erro.

       618-Bloqueia-Conta-Tri.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST
               NOT AT END
                   IF CpfCnpjC NOT = DocTri
                       MOVE "10" TO ARQST
                   ELSE
                       IF Conta-Ativa
                           MOVE 'B' TO StatusContaC
                           REWRITE REG-CONTA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-Tri-Bloqueadas
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       619-VTriDecisao.
           ACCEPT WS-Tri-Decisao AT 1845 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Tri-Decisao) TO WS-Tri-Decisao.
           IF WS-Tri-Decisao NOT = 'L' AND NOT = 'C'
               DISPLAY "DECISAO INVALIDA, USE L OU C" AT 2120
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       619-VTriMotivo.
           ACCEPT WS-Tri-Motivo AT 1918 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Tri-Motivo) TO WS-Tri-Motivo.
           IF WS-Tri-Motivo = SPACES
               MOVE "INFORME O MOTIVO DA DECISAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       620-Procuradores.
      *-Procuracoes da conta: o supervisor registra (com os poderes
      *-e a vigencia do instrumento apresentado), lista ou revoga.
      *-Procurador revogado pode ser registrado de novo, com novos
      *-poderes e nova vigencia.
           DISPLAY Tela-Procuradores.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Proc-Acao.
           PERFORM 621-VProcAcao
               UNTIL WS-Proc-Acao = 'I' OR = 'L' OR = 'R'.
           MOVE ZEROS TO WS-Proc-CodC.
           ACCEPT WS-Proc-CodC AT 0617 WITH PROMPT AUTO.
           MOVE WS-Proc-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE NomeC TO Nome
                   DISPLAY Nome AT 0625
                   EVALUATE WS-Proc-Acao
                       WHEN 'I'
                           PERFORM 622-Inclui-Procurador
                       WHEN 'L'
                           PERFORM 623-Lista-Procuradores
                       WHEN 'R'
                           PERFORM 624-Revoga-Procurador
                   END-EVALUATE
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       621-VProcAcao.
           ACCEPT WS-Proc-Acao AT 0447 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Proc-Acao) TO WS-Proc-Acao.
           IF WS-Proc-Acao NOT = 'I' AND NOT = 'L' AND NOT = 'R'
               DISPLAY "ACAO INVALIDA, USE I, L OU R" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       622-Inclui-Procurador.
           MOVE ZEROS TO WS-Proc-Cpf.
           PERFORM 622-VProcCpf UNTIL WS-Proc-Cpf NOT = ZEROS.
           MOVE WS-Proc-CodC TO CodC-Proc.
           MOVE WS-Proc-Cpf TO CpfProc.
           READ PROCURADORES
               INVALID KEY
                   MOVE "N" TO WS-Proc-Sim
               NOT INVALID KEY
                   MOVE "S" TO WS-Proc-Sim
           END-READ.
           IF WS-Proc-Sim = "S" AND Procuracao-Ativa
               MOVE "PROCURADOR JA ATIVO - REVOGUE ANTES" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               PERFORM 622-Dados-Procurador
           END-IF.
           MOVE ZEROS TO WS-Proc-Cpf.

       622-VProcCpf.
           ACCEPT WS-Proc-Cpf AT 0829 WITH PROMPT AUTO.
           IF WS-Proc-Cpf = ZEROS
               MOVE "DIGITE O CPF DO PROCURADOR" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       622-Dados-Procurador.
           MOVE WS-Proc-CodC TO CodC-Proc.
           MOVE WS-Proc-Cpf TO CpfProc.
           MOVE SPACES TO NomeProc.
           PERFORM 622-VProcNome UNTIL NomeProc NOT = SPACES.
           MOVE SPACES TO PoderesProc.
           PERFORM 622-VProcSaque
               UNTIL PoderSaqueProc = 'S' OR = 'N'.
           PERFORM 622-VProcTransf
               UNTIL PoderTransfProc = 'S' OR = 'N'.
           PERFORM 622-VProcEncerrar
               UNTIL PoderEncerrarProc = 'S' OR = 'N'.
           PERFORM 622-VProcTalao
               UNTIL PoderTalaoProc = 'S' OR = 'N'.
           MOVE 'N' TO WS-Proc-Vigencia.
           PERFORM 622-VProcVigencia UNTIL Vigencia-Valida.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Proc-Ini TO DataIniProc.
           MOVE WS-Proc-Fim TO DataFimProc.
           MOVE 'A' TO StatusProc.
           MOVE ANO TO AnoCadProc.
           MOVE MES TO MesCadProc.
           MOVE DIA TO DiaCadProc.
           MOVE WS-Operador TO OperadorProc.
           MOVE ZEROS TO DataRevProc.
           MOVE SPACES TO OperadorRevProc.
           IF WS-Proc-Sim = "S"
               REWRITE REG-PROCURADOR
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROCURADOR" AT 2220
                   NOT INVALID KEY
                       DISPLAY "PROCURADOR REGISTRADO" AT 2220
               END-REWRITE
           ELSE
               WRITE REG-PROCURADOR
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROCURADOR" AT 2220
                   NOT INVALID KEY
                       DISPLAY "PROCURADOR REGISTRADO" AT 2220
               END-WRITE
           END-IF.

       622-VProcNome.
           ACCEPT NomeProc AT 0930 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(NomeProc) TO NomeProc.
           IF NomeProc = SPACES
               MOVE "DIGITE O NOME DO PROCURADOR" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       622-VProcSaque.
           ACCEPT PoderSaqueProc AT 1033 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(PoderSaqueProc) TO PoderSaqueProc.

       622-VProcTransf.
           ACCEPT PoderTransfProc AT 1048 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(PoderTransfProc)
               TO PoderTransfProc.

       622-VProcEncerrar.
           ACCEPT PoderEncerrarProc AT 1061 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(PoderEncerrarProc)
               TO PoderEncerrarProc.

       622-VProcTalao.
           ACCEPT PoderTalaoProc AT 1071 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(PoderTalaoProc) TO PoderTalaoProc.

       622-VProcVigencia.
      *-Inicio e fim obrigatorios, fim nao anterior ao inicio nem a
      *-hoje (procuracao ja vencida nao se registra).
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Proc-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE ZEROS TO WS-Proc-Ini WS-Proc-Fim.
           ACCEPT WS-Proc-Ini AT 1234 WITH PROMPT AUTO.
           ACCEPT WS-Proc-Fim AT 1250 WITH PROMPT AUTO.
           IF WS-Proc-Ini = ZEROS OR WS-Proc-Fim < WS-Proc-Ini
               OR WS-Proc-Fim < WS-Proc-Hoje
               MOVE "VIGENCIA INVALIDA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE 'S' TO WS-Proc-Vigencia
               DISPLAY ESPACO AT 2220
           END-IF.

       623-Lista-Procuradores.
           MOVE ZEROS TO WS-Proc-Listados.
           MOVE 14 TO WS-Proc-Linha.
           DISPLAY
               "CPF            Nome                     SQTE Vigencia"
               AT 1310.
           MOVE WS-Proc-CodC TO CodC-Proc.
           MOVE ZEROS TO CpfProc.
           START PROCURADORES KEY IS NOT LESS THAN ChaveProc
               INVALID KEY
                   MOVE "10" TO ARQST-PRC
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PRC
           END-START.
           PERFORM 623-Varre-Procuradores UNTIL ARQST-PRC = "10".
           IF WS-Proc-Listados = ZEROS
               DISPLAY "NENHUM PROCURADOR ATIVO" AT 2220
           END-IF.

       623-Varre-Procuradores.
           READ PROCURADORES NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PRC
               NOT AT END
                   IF CodC-Proc NOT = WS-Proc-CodC
                       MOVE "10" TO ARQST-PRC
                   ELSE
                       IF Procuracao-Ativa AND WS-Proc-Linha <= 20
                           ADD 1 TO WS-Proc-Listados
                           MOVE SPACES TO WS-Proc-Det
                           STRING CpfProc " " NomeProc(1:24) " "
                               PoderesProc " "
                               DiaIniProc "/" MesIniProc "/" AnoIniProc
                               "-"
                               DiaFimProc "/" MesFimProc "/" AnoFimProc
                               DELIMITED BY SIZE INTO WS-Proc-Det
                           DISPLAY WS-Proc-Det
                               AT LINE WS-Proc-Linha COL 10
                           ADD 1 TO WS-Proc-Linha
                       END-IF
                   END-IF
           END-READ.

       624-Revoga-Procurador.
           MOVE ZEROS TO WS-Proc-Cpf.
           PERFORM 622-VProcCpf UNTIL WS-Proc-Cpf NOT = ZEROS.
           MOVE WS-Proc-CodC TO CodC-Proc.
           MOVE WS-Proc-Cpf TO CpfProc.
           READ PROCURADORES
               INVALID KEY
                   MOVE "PROCURADOR NAO CADASTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   IF NOT Procuracao-Ativa
                       DISPLAY "PROCURACAO JA REVOGADA" AT 2220
                   ELSE
                       DISPLAY NomeProc AT 0930
                       ACCEPT DATA-SIS FROM DATE YYYYMMDD
                       MOVE 'R' TO StatusProc
                       MOVE ANO TO AnoRevProc
                       MOVE MES TO MesRevProc
                       MOVE DIA TO DiaRevProc
                       MOVE WS-Operador TO OperadorRevProc
                       REWRITE REG-PROCURADOR
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR" AT 2220
                           NOT INVALID KEY
                               DISPLAY "PROCURACAO REVOGADA" AT 2220
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE ZEROS TO WS-Proc-Cpf.

       625-Verifica-Procurador.
      *-Pergunta quem esta no balcao: o titular ou um procurador.
      *-Procurador so passa com procuracao ativa para a conta em
      *-REG-CONTA, dentro da vigencia e com o poder exigido
      *-(WS-Proc-Poder); recusado, WS-Msg-Erro traz o motivo para
      *-quem chamou exibir. O procurador aceito fica em
      *-WS-Proc-Cpf/WS-Proc-Nome para o comprovante.
           MOVE 'N' TO WS-Proc-Recusa.
           MOVE ZEROS TO WS-Proc-Cpf.
           MOVE SPACES TO WS-Proc-Nome WS-Proc-Quem.
           COMPUTE WS-Proc-Linha2 = WS-Proc-Linha + 1.
           DISPLAY "OPERADO POR (T=TITULAR P=PROCURADOR):"
               AT LINE WS-Proc-Linha COL 10.
           PERFORM 626-VProcQuem UNTIL WS-Proc-Quem = 'T' OR = 'P'.
           IF WS-Proc-Quem = 'P'
               DISPLAY "CPF DO PROCURADOR:"
                   AT LINE WS-Proc-Linha2 COL 10
               ACCEPT WS-Proc-Cpf
                   AT LINE WS-Proc-Linha2 COL 29 WITH PROMPT AUTO
               MOVE CodC TO CodC-Proc
               MOVE WS-Proc-Cpf TO CpfProc
               READ PROCURADORES
                   INVALID KEY
                       MOVE 'S' TO WS-Proc-Recusa
                       MOVE "PROCURADOR NAO CADASTRADO NA CONTA"
                           TO WS-Msg-Erro
                   NOT INVALID KEY
                       PERFORM 627-Confere-Procuracao
               END-READ
               IF Procurador-Recusado
                   MOVE ZEROS TO WS-Proc-Cpf
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE NomeProc TO WS-Proc-Nome
                   DISPLAY NomeProc(1:35)
                       AT LINE WS-Proc-Linha2 COL 44
               END-IF
           END-IF.

       626-VProcQuem.
           ACCEPT WS-Proc-Quem
               AT LINE WS-Proc-Linha COL 48 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Proc-Quem) TO WS-Proc-Quem.

       627-Confere-Procuracao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Proc-Hoje = ANO * 10000 + MES * 100 + DIA.
           COMPUTE WS-Proc-Ini = AnoIniProc * 10000
               + MesIniProc * 100 + DiaIniProc.
           COMPUTE WS-Proc-Fim = AnoFimProc * 10000
               + MesFimProc * 100 + DiaFimProc.
           IF NOT Procuracao-Ativa
               MOVE 'S' TO WS-Proc-Recusa
               MOVE "PROCURACAO REVOGADA" TO WS-Msg-Erro
           ELSE
           IF WS-Proc-Hoje < WS-Proc-Ini OR WS-Proc-Hoje > WS-Proc-Fim
               MOVE 'S' TO WS-Proc-Recusa
               MOVE "PROCURACAO FORA DA VIGENCIA" TO WS-Msg-Erro
           ELSE
               EVALUATE WS-Proc-Poder
                   WHEN 'S'
                       IF NOT Proc-Pode-Sacar
                           MOVE 'S' TO WS-Proc-Recusa
                       END-IF
                   WHEN 'T'
                       IF NOT Proc-Pode-Transferir
                           MOVE 'S' TO WS-Proc-Recusa
                       END-IF
                   WHEN 'E'
                       IF NOT Proc-Pode-Encerrar
                           MOVE 'S' TO WS-Proc-Recusa
                       END-IF
                   WHEN 'C'
                       IF NOT Proc-Pode-Pedir-Talao
                           MOVE 'S' TO WS-Proc-Recusa
                       END-IF
               END-EVALUATE
               IF Procurador-Recusado
                   MOVE "PROCURADOR SEM PODER PARA A OPERACAO"
                       TO WS-Msg-Erro
               END-IF
           END-IF
           END-IF.

       630-Espolio.
      *-Espolio: o supervisor registra o obito do titular contra o
      *-CPF/CNPJ (congela as contas do documento, suspende ordens,
      *-autorizacoes de convenio e transferencias agendadas e
      *-imprime a posicao na data do obito para o inventariante),
      *-reimprime a posicao ou, mais tarde, libera as contas aos
      *-herdeiros contra o numero do alvara judicial.
           DISPLAY Tela-Espolio.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Esp-Acao.
           PERFORM 631-VEspAcao
               UNTIL WS-Esp-Acao = 'R' OR = 'P' OR = 'L'.
           MOVE ZEROS TO WS-Esp-Doc.
           ACCEPT WS-Esp-Doc AT 0631 WITH PROMPT AUTO.
           MOVE WS-Esp-Doc TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   DISPLAY NomeCli AT 0710
                   EVALUATE WS-Esp-Acao
                       WHEN 'R'
                           PERFORM 632-Registra-Obito
                       WHEN 'P'
                           PERFORM 636-Reimprime-Espolio
                       WHEN 'L'
                           PERFORM 638-Libera-Herdeiros
                   END-EVALUATE
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       631-VEspAcao.
           ACCEPT WS-Esp-Acao AT 0466 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Esp-Acao) TO WS-Esp-Acao.
           IF WS-Esp-Acao NOT = 'R' AND NOT = 'P' AND NOT = 'L'
               DISPLAY "ACAO INVALIDA, USE R, P OU L" AT 2120
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       631-VEspAlvara.
           ACCEPT WS-Esp-Alvara AT 1136 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Esp-Alvara) TO WS-Esp-Alvara.
           IF WS-Esp-Alvara = SPACES
               MOVE "INFORME O NUMERO DO ALVARA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2120
           END-IF.

       632-Registra-Obito.
           IF DataObitoCli NOT = ZEROS
               MOVE "OBITO JA REGISTRADO PARA O DOCUMENTO"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE 'N' TO WS-Esp-Data-Ok
               PERFORM 632-VEspObito UNTIL Obito-Valido
               MOVE SPACES TO WS-Esp-Sim
               ACCEPT WS-Esp-Sim AT 1326 WITH PROMPT AUTO
               IF WS-Esp-Sim = 'S' OR = 's'
                   PERFORM 632-Grava-Obito
               ELSE
                   DISPLAY "OPERACAO CANCELADA" AT 2120
               END-IF
           END-IF.

       632-VEspObito.
      *-Data do obito obrigatoria, valida e nao futura.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Esp-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE ZEROS TO WS-Esp-Obito.
           ACCEPT WS-Esp-Obito AT 0936 WITH PROMPT AUTO.
           IF WS-Esp-Obito = ZEROS OR WS-Esp-Obito > WS-Esp-Hoje
               OR WS-Esp-Mes-Obito < 1 OR WS-Esp-Mes-Obito > 12
               OR WS-Esp-Dia-Obito < 1 OR WS-Esp-Dia-Obito > 31
               MOVE "DATA DO OBITO INVALIDA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE 'S' TO WS-Esp-Data-Ok
               DISPLAY ESPACO AT 2120
           END-IF.

       632-Grava-Obito.
           MOVE WS-Esp-Obito TO DataObitoCli.
           MOVE WS-Operador TO OperadorObitoCli.
           MOVE SPACES TO AlvaraCli OperadorAlvaraCli.
           MOVE ZEROS TO DataAlvaraCli.
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   PERFORM 633-Troca-Documento
                   PERFORM 635-Imprime-Espolio
                   MOVE SPACES TO WS-Esp-Det
                   STRING "CONGELADAS: " WS-Esp-Contas
                       " ORDENS: " WS-Esp-Ordens
                       " CONVENIOS: " WS-Esp-Autoriz
                       " AGENDADAS: " WS-Esp-Agendadas
                       DELIMITED BY SIZE INTO WS-Esp-Det
                   DISPLAY WS-Esp-Det AT 1510
                   PERFORM 636-Mostra-Arquivo
                   DISPLAY "OBITO REGISTRADO, CONTAS CONGELADAS"
                       AT 2120
           END-REWRITE.

       633-Troca-Documento.
      *-Registro do obito (acao R) suspende, liberacao (acao L)
      *-devolve: contas do documento na tabela, ordens e agendadas
      *-pela conta (chaves alternadas), autorizacoes de convenio
      *-numa varredura so (a chave e empresa + conta).
           MOVE ZEROS TO WS-Esp-Ordens WS-Esp-Autoriz
               WS-Esp-Agendadas.
           PERFORM 634-Carrega-Contas.
           PERFORM 633-Troca-Conta-Tab
               VARYING WS-Esp-Idx FROM 1 BY 1
               UNTIL WS-Esp-Idx > WS-Esp-Qtd.
           MOVE ZEROS TO ChaveAut.
           START AUTORIZA KEY IS NOT LESS THAN ChaveAut
               INVALID KEY
                   MOVE "10" TO ARQST-AUT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-AUT
           END-START.
           PERFORM 633-Varre-Autorizacoes UNTIL ARQST-AUT = "10".

       633-Troca-Conta-Tab.
           MOVE WS-Esp-Conta(WS-Esp-Idx) TO WS-Esp-CodC.
           MOVE WS-Esp-CodC TO CodC-Ord.
           START ORDEM KEY IS = CodC-Ord
               INVALID KEY
                   MOVE "10" TO ARQST-ORD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ORD
           END-START.
           PERFORM 633-Varre-Ordens UNTIL ARQST-ORD = "10".
           MOVE WS-Esp-CodC TO CodC-Agd.
           START AGENDTRF KEY IS = CodC-Agd
               INVALID KEY
                   MOVE "10" TO ARQST-AGD
               NOT INVALID KEY
                   MOVE "00" TO ARQST-AGD
           END-START.
           PERFORM 633-Varre-Agendadas UNTIL ARQST-AGD = "10".

       633-Varre-Ordens.
           READ ORDEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ORD
               NOT AT END
                   IF CodC-Ord NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-ORD
                   ELSE
                       PERFORM 633-Troca-Ordem
                   END-IF
           END-READ.

       633-Troca-Ordem.
           IF WS-Esp-Acao = 'R' AND Ordem-Ativa
               MOVE 'S' TO StatusOrd
               REWRITE REG-ORDEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Ordens
               END-REWRITE
           END-IF.
           IF WS-Esp-Acao = 'L' AND Ordem-Suspensa
               MOVE 'A' TO StatusOrd
               REWRITE REG-ORDEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Ordens
               END-REWRITE
           END-IF.

       633-Varre-Agendadas.
           READ AGENDTRF NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AGD
               NOT AT END
                   IF CodC-Agd NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-AGD
                   ELSE
                       PERFORM 633-Troca-Agendada
                   END-IF
           END-READ.

       633-Troca-Agendada.
      *-Na liberacao, agendada cuja data passou durante o espolio
      *-nao executa atrasada: fica recusada, com o motivo.
           IF WS-Esp-Acao = 'R' AND Agd-Pendente
               MOVE 'S' TO StatusAgd
               REWRITE REG-AGENDTRF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Agendadas
               END-REWRITE
           END-IF.
           IF WS-Esp-Acao = 'L' AND Agd-Suspensa
               COMPUTE WS-Esp-Data = AnoExecucaoAgd * 10000
                   + MesExecucaoAgd * 100 + DiaExecucaoAgd
               IF WS-Esp-Data < WS-Esp-Hoje
                   MOVE 'R' TO StatusAgd
                   MOVE "VENCIDA DURANTE O ESPOLIO"
                       TO MotivoRecusaAgd
               ELSE
                   MOVE 'P' TO StatusAgd
               END-IF
               REWRITE REG-AGENDTRF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Agendadas
               END-REWRITE
           END-IF.

       633-Varre-Autorizacoes.
           READ AUTORIZA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-AUT
               NOT AT END
                   MOVE CodC-Aut TO WS-Esp-CodC
                   PERFORM 634-Conta-Do-Espolio
                   IF WS-Esp-Achou = 'S'
                       PERFORM 633-Troca-Autorizacao
                   END-IF
           END-READ.

       633-Troca-Autorizacao.
           IF WS-Esp-Acao = 'R' AND Autorizacao-Ativa
               MOVE 'S' TO StatusAut
               REWRITE REG-AUTORIZACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Autoriz
               END-REWRITE
           END-IF.
           IF WS-Esp-Acao = 'L' AND Autorizacao-Suspensa
               MOVE 'A' TO StatusAut
               REWRITE REG-AUTORIZACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Autoriz
               END-REWRITE
           END-IF.

       634-Carrega-Contas.
      *-Tabela com as contas do documento (chave alternada
      *-CpfCnpjC), menos encerradas e recolhidas. No registro do
      *-obito as ativas passam a espolio; as bloqueadas ficam como
      *-estao (o bloqueio anterior sobrevive a liberacao) mas
      *-entram na suspensao e na posicao. Na liberacao as de
      *-espolio voltam a ativas.
           MOVE ZEROS TO WS-Esp-Qtd WS-Esp-Contas.
           MOVE WS-Esp-Doc TO CpfCnpjC.
           START CC KEY IS = CpfCnpjC
               INVALID KEY
                   MOVE "10" TO ARQST
               NOT INVALID KEY
                   MOVE "00" TO ARQST
           END-START.
           PERFORM 634-Varre-Contas UNTIL ARQST = "10".

       634-Varre-Contas.
           READ CC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST
               NOT AT END
                   IF CpfCnpjC NOT = WS-Esp-Doc
                       MOVE "10" TO ARQST
                   ELSE
                       IF NOT Conta-Encerrada AND NOT Conta-Recolhida
                           AND WS-Esp-Qtd < 30
                           ADD 1 TO WS-Esp-Qtd
                           MOVE CodC TO WS-Esp-Conta(WS-Esp-Qtd)
                           PERFORM 634-Troca-Conta
                       END-IF
                   END-IF
           END-READ.

       634-Troca-Conta.
           IF WS-Esp-Acao = 'R' AND Conta-Ativa
               MOVE 'O' TO StatusContaC
               REWRITE REG-CONTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Contas
               END-REWRITE
           END-IF.
           IF WS-Esp-Acao = 'L' AND Conta-Espolio
               MOVE 'A' TO StatusContaC
               REWRITE REG-CONTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Esp-Contas
               END-REWRITE
           END-IF.

       634-Conta-Do-Espolio.
           MOVE 'N' TO WS-Esp-Achou.
           PERFORM 634-Compara-Conta
               VARYING WS-Esp-Idx FROM 1 BY 1
               UNTIL WS-Esp-Idx > WS-Esp-Qtd.

       634-Compara-Conta.
           IF WS-Esp-Conta(WS-Esp-Idx) = WS-Esp-CodC
               MOVE 'S' TO WS-Esp-Achou
           END-IF.

       635-Imprime-Espolio.
      *-Posicao do espolio na data do obito, para o inventariante:
      *-saldo de cada conta na data, aplicacoes iniciadas ate o
      *-obito e ainda abertas, saldo devedor dos emprestimos ativos
      *-e debitos pendentes em aberto, com os totais.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-Esp-Tot-Saldo WS-Esp-Tot-Apl
               WS-Esp-Tot-Emp WS-Esp-Tot-Pend.
           MOVE SPACES TO WS-Nome-Espolio.
           STRING "ESPOLIO" DELIMITED BY SIZE
               WS-Esp-Doc DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-Espolio.
           OPEN OUTPUT ESPOLIO.
           MOVE SPACES TO LINHA-ESP.
           STRING "POSICAO DO ESPOLIO NA DATA DO OBITO "
               WS-Esp-Dia-Obito "/" WS-Esp-Mes-Obito "/"
               WS-Esp-Ano-Obito
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE SPACES TO LINHA-ESP.
           STRING "TITULAR FALECIDO: " NomeCli
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE SPACES TO LINHA-ESP.
           STRING "CPF/CNPJ: " WS-Esp-Doc
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           PERFORM 635-Posicao-Conta
               VARYING WS-Esp-Idx FROM 1 BY 1
               UNTIL WS-Esp-Idx > WS-Esp-Qtd.
           MOVE SPACES TO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE WS-Esp-Tot-Saldo TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "TOTAL DOS SALDOS NA DATA:     " WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE WS-Esp-Tot-Apl TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "TOTAL DAS APLICACOES:         " WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE WS-Esp-Tot-Emp TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "EMPRESTIMOS (SALDO DEVEDOR):  " WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE WS-Esp-Tot-Pend TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "DEBITOS PENDENTES EM ABERTO:  " WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE SPACES TO LINHA-ESP.
           STRING "EMITIDA EM " DIA "/" MES "/" ANO
               " POR " WS-Operador
               " - ASSINATURA: ______________________"
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           CLOSE ESPOLIO.

       635-Posicao-Conta.
           MOVE WS-Esp-Conta(WS-Esp-Idx) TO WS-Esp-CodC.
           MOVE WS-Esp-CodC TO CodC.
           READ CC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 635-Detalhe-Conta
           END-READ.

       635-Detalhe-Conta.
           PERFORM 637-Saldo-Na-Data.
           ADD WS-Esp-Saldo TO WS-Esp-Tot-Saldo.
           MOVE WS-Esp-Saldo TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE SPACES TO LINHA-ESP.
           STRING "CONTA " CodC " AGENCIA " CodAgenciaC
               " NUMERO " CodContaC " SALDO: " WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.
           MOVE WS-Esp-CodC TO CodC-Apl.
           START APLICACAO KEY IS = CodC-Apl
               INVALID KEY
                   MOVE "10" TO ARQST-APL
               NOT INVALID KEY
                   MOVE "00" TO ARQST-APL
           END-START.
           PERFORM 637-Varre-Aplicacoes UNTIL ARQST-APL = "10".
           MOVE WS-Esp-CodC TO CodC-Emp.
           START EMPRESTIMO KEY IS = CodC-Emp
               INVALID KEY
                   MOVE "10" TO ARQST-EMP
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EMP
           END-START.
           PERFORM 637-Varre-Emprestimos UNTIL ARQST-EMP = "10".
           MOVE WS-Esp-CodC TO CodC-Pend.
           START PENDDEB KEY IS = CodC-Pend
               INVALID KEY
                   MOVE "10" TO ARQST-PND
               NOT INVALID KEY
                   MOVE "00" TO ARQST-PND
           END-START.
           PERFORM 637-Varre-Pendencias UNTIL ARQST-PND = "10".

       636-Reimprime-Espolio.
           IF DataObitoCli = ZEROS
               MOVE "OBITO NAO REGISTRADO PARA O DOCUMENTO"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE DataObitoCli TO WS-Esp-Obito
               PERFORM 634-Carrega-Contas
               PERFORM 635-Imprime-Espolio
               PERFORM 636-Mostra-Arquivo
               DISPLAY "POSICAO REIMPRESSA" AT 2120
           END-IF.

       636-Mostra-Arquivo.
           MOVE SPACES TO WS-Esp-Det.
           STRING "POSICAO NA DATA DO OBITO EM " WS-Nome-Espolio
               DELIMITED BY SIZE INTO WS-Esp-Det.
           DISPLAY WS-Esp-Det AT 1710.

       637-Saldo-Na-Data.
      *-Saldo na data do obito: o SaldoNovoMov do ultimo lancamento
      *-ate o dia; o SaldoAnteriorMov do primeiro lancamento
      *-posterior da o mesmo valor e encerra a leitura. Conta sem
      *-lancamento fica com o saldo atual.
           MOVE SaldoC TO WS-Esp-Saldo.
           MOVE WS-Esp-CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 637-Varre-Movimento UNTIL ARQST-MOV = "10".

       637-Varre-Movimento.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       COMPUTE WS-Esp-Data = AnoMov * 10000
                           + MesMov * 100 + DiaMov
                       IF WS-Esp-Data > WS-Esp-Obito
                           MOVE SaldoAnteriorMov TO WS-Esp-Saldo
                           MOVE "10" TO ARQST-MOV
                       ELSE
                           MOVE SaldoNovoMov TO WS-Esp-Saldo
                       END-IF
                   END-IF
           END-READ.

       637-Varre-Aplicacoes.
           READ APLICACAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APL
               NOT AT END
                   IF CodC-Apl NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-APL
                   ELSE
                       COMPUTE WS-Esp-Data = AnoInicioApl * 10000
                           + MesInicioApl * 100 + DiaInicioApl
                       IF Aplicacao-Aberta
                           AND WS-Esp-Data NOT > WS-Esp-Obito
                           PERFORM 637-Linha-Aplicacao
                       END-IF
                   END-IF
           END-READ.

       637-Linha-Aplicacao.
           ADD SaldoApl TO WS-Esp-Tot-Apl.
           MOVE SaldoApl TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "   APLICACAO " NumAplicacao "    SALDO: "
               WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.

       637-Varre-Emprestimos.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   IF CodC-Emp NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-EMP
                   ELSE
                       IF Emprestimo-Ativo
                           PERFORM 637-Linha-Emprestimo
                       END-IF
                   END-IF
           END-READ.

       637-Linha-Emprestimo.
           ADD SaldoDevedorEmp TO WS-Esp-Tot-Emp.
           MOVE SaldoDevedorEmp TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "   EMPRESTIMO " NumContrato "   DEVEDOR: "
               WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.

       637-Varre-Pendencias.
           READ PENDDEB NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PND
               NOT AT END
                   IF CodC-Pend NOT = WS-Esp-CodC
                       MOVE "10" TO ARQST-PND
                   ELSE
                       IF Pend-Aberta
                           PERFORM 637-Linha-Pendencia
                       END-IF
                   END-IF
           END-READ.

       637-Linha-Pendencia.
           ADD ValorPend TO WS-Esp-Tot-Pend.
           MOVE ValorPend TO WS-Esp-Valor-Edt.
           MOVE SPACES TO LINHA-ESP.
           STRING "   PENDENTE " DescricaoPend " "
               WS-Esp-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-ESP.
           WRITE LINHA-ESP.

       638-Libera-Herdeiros.
      *-Liberacao aos herdeiros: so com obito registrado e contra o
      *-numero do alvara judicial, que fica gravado no cliente. As
      *-contas de espolio voltam a ativas e ordens, convenios e
      *-agendadas suspensos voltam a valer.
           IF DataObitoCli = ZEROS
               MOVE "OBITO NAO REGISTRADO PARA O DOCUMENTO"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
           IF AlvaraCli NOT = SPACES
               MOVE "CONTAS JA LIBERADAS POR ALVARA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               DISPLAY AlvaraCli AT 1136
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE SPACES TO WS-Esp-Alvara
               PERFORM 631-VEspAlvara UNTIL WS-Esp-Alvara NOT = SPACES
               MOVE SPACES TO WS-Esp-Sim
               ACCEPT WS-Esp-Sim AT 1326 WITH PROMPT AUTO
               IF WS-Esp-Sim = 'S' OR = 's'
                   PERFORM 638-Grava-Alvara
               ELSE
                   DISPLAY "OPERACAO CANCELADA" AT 2120
               END-IF
           END-IF
           END-IF.

       638-Grava-Alvara.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Esp-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE WS-Esp-Alvara TO AlvaraCli.
           MOVE ANO TO AnoAlvaraCli.
           MOVE MES TO MesAlvaraCli.
           MOVE DIA TO DiaAlvaraCli.
           MOVE WS-Operador TO OperadorAlvaraCli.
           REWRITE REG-CLIENTE
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   PERFORM 633-Troca-Documento
                   MOVE SPACES TO WS-Esp-Det
                   STRING "LIBERADAS: " WS-Esp-Contas
                       " ORDENS: " WS-Esp-Ordens
                       " CONVENIOS: " WS-Esp-Autoriz
                       " AGENDADAS: " WS-Esp-Agendadas
                       DELIMITED BY SIZE INTO WS-Esp-Det
                   DISPLAY WS-Esp-Det AT 1510
                   DISPLAY "CONTAS LIBERADAS AOS HERDEIROS" AT 2120
           END-REWRITE.

       639-Verifica-Obito.
      *-Titular da conta com obito registrado e ainda sem alvara.
           MOVE 'N' TO WS-Esp-Falecido.
           MOVE CpfCnpjC TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DataObitoCli NOT = ZEROS AND AlvaraCli = SPACES
                       MOVE 'S' TO WS-Esp-Falecido
                   END-IF
           END-READ.

       640-Ouvidoria.
      *-Reclamacoes do cliente (ouvidoria): abre protocolo contra a
      *-conta, com o lancamento contestado opcional, categoria,
      *-descricao e prazo em dias uteis; lista as da conta; e
      *-soluciona registrando o resultado. Com devolucao, o
      *-lancamento contestado e estornado pelo caminho normal de
      *-estorno (supervisor) e o estorno fica gravado no protocolo.
           DISPLAY Tela-Ouvidoria.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Ouv-Acao.
           PERFORM 641-VOuvAcao
               UNTIL WS-Ouv-Acao = 'A' OR = 'L' OR = 'S'.
           MOVE ZEROS TO WS-Ouv-CodC.
           ACCEPT WS-Ouv-CodC AT 0617 WITH PROMPT AUTO.
           MOVE WS-Ouv-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE NomeC TO Nome
                   DISPLAY Nome AT 0625
                   EVALUATE WS-Ouv-Acao
                       WHEN 'A'
                           PERFORM 642-Abre-Reclamacao
                       WHEN 'L'
                           PERFORM 644-Lista-Reclamacoes
                       WHEN 'S'
                           PERFORM 646-Soluciona-Reclamacao
                   END-EVALUATE
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       641-VOuvAcao.
           ACCEPT WS-Ouv-Acao AT 0449 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ouv-Acao) TO WS-Ouv-Acao.
           IF WS-Ouv-Acao NOT = 'A' AND NOT = 'L' AND NOT = 'S'
               DISPLAY "ACAO INVALIDA, USE A, L OU S" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       642-Abre-Reclamacao.
           MOVE 'N' TO WS-Ouv-Mov-Ok.
           PERFORM 642-VOuvLancamento UNTIL Lancamento-Contestado-Ok.
           MOVE SPACES TO WS-Ouv-Categoria.
           PERFORM 642-VOuvCategoria
               UNTIL WS-Ouv-Categoria = 'T' OR = 'D' OR = 'A' OR = 'O'.
           MOVE SPACES TO WS-Ouv-Descricao.
           PERFORM 642-VOuvDescricao
               UNTIL WS-Ouv-Descricao NOT = SPACES.
           PERFORM 643-Calcula-Prazo.
           PERFORM 643-Proximo-Protocolo.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Ouv-CodC TO CodC-Ouv.
           MOVE WS-Ouv-Seq TO SeqMovOuv.
           MOVE WS-Ouv-Categoria TO CategoriaOuv.
           MOVE WS-Ouv-Descricao TO DescricaoOuv.
           MOVE ANO TO AnoAberturaOuv.
           MOVE MES TO MesAberturaOuv.
           MOVE DIA TO DiaAberturaOuv.
           MOVE WS-Operador TO OperadorAberturaOuv.
           MOVE WS-Ouv-Prazo TO DataPrazoOuv.
           MOVE 'A' TO StatusOuv.
           MOVE SPACES TO ResultadoOuv SolucaoOuv OperadorSolucaoOuv.
           MOVE ZEROS TO SeqEstornoOuv ValorEstornoOuv DataSolucaoOuv.
           WRITE REG-OUVIDORIA
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A RECLAMACAO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE SPACES TO WS-Ouv-Det
                   STRING "PROTOCOLO " NumOuv "  PRAZO "
                       DiaPrazoOuv "/" MesPrazoOuv "/" AnoPrazoOuv
                       DELIMITED BY SIZE INTO WS-Ouv-Det
                   DISPLAY WS-Ouv-Det AT 1210
                   DISPLAY "RECLAMACAO REGISTRADA" AT 2220
           END-WRITE.

       642-VOuvLancamento.
      *-Lancamento contestado opcional, conferido na cadeia da
      *-propria conta.
           MOVE ZEROS TO WS-Ouv-Seq.
           ACCEPT WS-Ouv-Seq AT 0844 WITH PROMPT AUTO.
           IF WS-Ouv-Seq = ZEROS
               MOVE 'S' TO WS-Ouv-Mov-Ok
           ELSE
               MOVE WS-Ouv-CodC TO CodC-Mov
               MOVE WS-Ouv-Seq TO NumSeq-Mov
               READ MOVIMENTO
                   INVALID KEY
                       MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2220
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Ouv-Mov-Ok
                       DISPLAY DescricaoMov(1:25) AT 0854
                       DISPLAY ESPACO AT 2220
               END-READ
           END-IF.

       642-VOuvCategoria.
           ACCEPT WS-Ouv-Categoria AT 0961 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ouv-Categoria)
               TO WS-Ouv-Categoria.
           IF WS-Ouv-Categoria NOT = 'T' AND NOT = 'D'
               AND NOT = 'A' AND NOT = 'O'
               DISPLAY "CATEGORIA INVALIDA, USE T, D, A OU O" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       642-VOuvDescricao.
           ACCEPT WS-Ouv-Descricao AT 1021 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ouv-Descricao)
               TO WS-Ouv-Descricao.
           IF WS-Ouv-Descricao = SPACES
               MOVE "INFORME A DESCRICAO DA RECLAMACAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       643-Calcula-Prazo.
      *-Prazo = abertura + OUVPRAZO dias uteis: sabado, domingo e
      *-os feriados de FERIADOS.DAT nao contam (mesma regra de dia
      *-util dos batches de vencimento).
           PERFORM 643-Carrega-Feriados.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Util-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           MOVE ZEROS TO WS-Ouv-Contagem.
           PERFORM 643-Avanca-Dia-Util
               UNTIL WS-Ouv-Contagem >= WS-Ouv-Prazo-Dias.
           COMPUTE WS-Ouv-Prazo =
               FUNCTION DATE-OF-INTEGER(WS-Util-Int).

       643-Avanca-Dia-Util.
           ADD 1 TO WS-Util-Int.
           COMPUTE WS-Util-Data = FUNCTION DATE-OF-INTEGER(WS-Util-Int).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           MOVE 'N' TO WS-Util-Rolar.
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 643-Confere-Feriado
               VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.
           IF WS-Util-Rolar = 'N'
               ADD 1 TO WS-Ouv-Contagem
           END-IF.

       643-Confere-Feriado.
           IF FER-DATA(WS-Util-Idx) = WS-Util-Data
               MOVE 'S' TO WS-Util-Rolar
           END-IF.

       643-Carrega-Feriados.
      *-Sem FERIADOS.DAT a tabela fica vazia e so o fim de semana
      *-fica fora da contagem.
           MOVE ZEROS TO FER-QTD.
           MOVE "00" TO ARQST-FER.
           OPEN INPUT FERIADOS.
           IF ARQST-FER = "00"
               PERFORM 643-Le-Feriado UNTIL ARQST-FER = "10"
               CLOSE FERIADOS
           END-IF.

       643-Le-Feriado.
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

       643-Proximo-Protocolo.
      * ------- Proximo NumOuv livre = maior + 1, mesma tecnica de
      * ------- 334-Proximo-Numero-Float.
           MOVE 99999999 TO NumOuv.
           START OUVIDORIA KEY IS LESS THAN NumOuv
               INVALID KEY
                   MOVE 1 TO NumOuv
               NOT INVALID KEY
                   READ OUVIDORIA NEXT RECORD
                   ADD 1 TO NumOuv
           END-START.

       644-Lista-Reclamacoes.
      *-Reclamacoes da conta nas linhas 12-17 (L = todas, S = so as
      *-abertas); '*' depois do prazo marca a aberta ja vencida.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Ouv-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE 12 TO WS-Ouv-Linha.
           MOVE ZEROS TO WS-Ouv-Listados.
           MOVE WS-Ouv-CodC TO CodC-Ouv.
           START OUVIDORIA KEY IS = CodC-Ouv
               INVALID KEY
                   MOVE "10" TO ARQST-OUV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-OUV
           END-START.
           PERFORM 644-Varre-Reclamacoes UNTIL ARQST-OUV = "10".
           IF WS-Ouv-Listados = ZEROS
               DISPLAY "NENHUMA RECLAMACAO NA CONTA" AT 2220
           END-IF.

       644-Varre-Reclamacoes.
           READ OUVIDORIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-OUV
               NOT AT END
                   IF CodC-Ouv NOT = WS-Ouv-CodC
                       MOVE "10" TO ARQST-OUV
                   ELSE
                       IF WS-Ouv-Acao = 'L' OR Ouv-Aberta
                           PERFORM 645-Linha-Reclamacao
                       END-IF
                   END-IF
           END-READ.

       645-Linha-Reclamacao.
           IF WS-Ouv-Linha <= 17
               MOVE DataPrazoOuv TO WS-Ouv-Prazo
               MOVE SPACE TO WS-Ouv-Venc
               IF Ouv-Aberta AND WS-Ouv-Prazo < WS-Ouv-Hoje
                   MOVE '*' TO WS-Ouv-Venc
               END-IF
               MOVE SPACES TO WS-Ouv-Det
               STRING NumOuv " " StatusOuv " " CategoriaOuv " "
                   DiaAberturaOuv "/" MesAberturaOuv "/"
                   AnoAberturaOuv " "
                   DiaPrazoOuv "/" MesPrazoOuv "/" AnoPrazoOuv
                   WS-Ouv-Venc " " DescricaoOuv(1:25)
                   DELIMITED BY SIZE INTO WS-Ouv-Det
               DISPLAY WS-Ouv-Det AT LINE WS-Ouv-Linha COL 10
               ADD 1 TO WS-Ouv-Linha
           END-IF.
           ADD 1 TO WS-Ouv-Listados.

       646-Soluciona-Reclamacao.
           PERFORM 644-Lista-Reclamacoes.
           IF WS-Ouv-Listados > ZEROS
               MOVE ZEROS TO WS-Ouv-Num
               ACCEPT WS-Ouv-Num AT 1830 WITH PROMPT AUTO
               IF WS-Ouv-Num NOT = ZEROS
                   MOVE WS-Ouv-Num TO NumOuv
                   READ OUVIDORIA
                       INVALID KEY
                           MOVE "PROTOCOLO NAO ENCONTRADO"
                               TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2220
                           PERFORM 32-Grava-Log-Erro
                       NOT INVALID KEY
                           IF CodC-Ouv NOT = WS-Ouv-CodC
                               OR NOT Ouv-Aberta
                               MOVE "PROTOCOLO NAO ABERTO NESTA CONTA"
                                   TO WS-Msg-Erro
                               DISPLAY WS-Msg-Erro AT 2220
                               PERFORM 32-Grava-Log-Erro
                           ELSE
                               PERFORM 647-Decide-Reclamacao
                           END-IF
                   END-READ
               END-IF
           END-IF.

       647-Decide-Reclamacao.
           MOVE SPACES TO WS-Ouv-Resultado.
           PERFORM 648-VOuvResultado
               UNTIL WS-Ouv-Resultado = 'E' OR = 'P' OR = 'I'.
           IF WS-Ouv-Resultado = 'E' AND SeqMovOuv = ZEROS
               MOVE "SEM LANCAMENTO CONTESTADO A ESTORNAR"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE SPACES TO WS-Ouv-Solucao
               PERFORM 648-VOuvSolucao
                   UNTIL WS-Ouv-Solucao NOT = SPACES
               IF WS-Ouv-Resultado = 'E'
                   PERFORM 649-Estorna-Reclamacao
               ELSE
                   PERFORM 647-Grava-Solucao
               END-IF
           END-IF.

       647-Grava-Solucao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE 'S' TO StatusOuv.
           MOVE WS-Ouv-Resultado TO ResultadoOuv.
           MOVE WS-Ouv-Solucao TO SolucaoOuv.
           MOVE ANO TO AnoSolucaoOuv.
           MOVE MES TO MesSolucaoOuv.
           MOVE DIA TO DiaSolucaoOuv.
           MOVE WS-Operador TO OperadorSolucaoOuv.
           REWRITE REG-OUVIDORIA
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A SOLUCAO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO SOLUCIONADA" AT 2220
           END-REWRITE.

       648-VOuvResultado.
           ACCEPT WS-Ouv-Resultado AT 1961 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ouv-Resultado)
               TO WS-Ouv-Resultado.
           IF WS-Ouv-Resultado NOT = 'E' AND NOT = 'P' AND NOT = 'I'
               DISPLAY "RESULTADO INVALIDO, USE E, P OU I" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       648-VOuvSolucao.
           ACCEPT WS-Ouv-Solucao AT 2019 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Ouv-Solucao) TO WS-Ouv-Solucao.
           IF WS-Ouv-Solucao = SPACES
               MOVE "INFORME A SOLUCAO DADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       649-Estorna-Reclamacao.
      *-Devolucao pelo caminho normal de estorno (234-Aplica-
      *-Estorno), com as mesmas travas da tela de estorno: conta
      *-ativa, lancamento nao estornado, estorno nao se estorna e
      *-autorizacao de supervisor. So lancamento de debito devolve
      *-valor ao cliente.
           MOVE CodC-Ouv TO WS-Est-CodC.
           MOVE SeqMovOuv TO WS-Est-Seq.
           MOVE WS-Est-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       MOVE "CONTA BLOQUEADA OU ENCERRADA"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2220
                       PERFORM 32-Grava-Log-Erro
                   ELSE
                       PERFORM 649-Confere-Lancamento
                   END-IF
           END-READ.

       649-Confere-Lancamento.
           MOVE WS-Est-CodC TO CodC-Mov.
           MOVE WS-Est-Seq TO NumSeq-Mov.
           READ MOVIMENTO
               INVALID KEY
                   MOVE "LANCAMENTO NAO ENCONTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   COMPUTE WS-Est-Delta =
                       SaldoNovoMov - SaldoAnteriorMov
                   MOVE DataMov TO WS-Est-Data
                   IF EstornadoMov = 'S'
                       MOVE "LANCAMENTO JA ESTORNADO" TO WS-Msg-Erro
                   ELSE
                   IF TipoMov = "ES"
                       MOVE "ESTORNO NAO SE ESTORNA" TO WS-Msg-Erro
                   ELSE
                   IF WS-Est-Delta NOT < ZEROS
                       MOVE "LANCAMENTO NAO E DEBITO" TO WS-Msg-Erro
                   ELSE
                       MOVE SPACES TO WS-Msg-Erro
                   END-IF
                   END-IF
                   END-IF
                   IF WS-Msg-Erro = SPACES
                       PERFORM 649-Aplica-Devolucao
                   ELSE
                       DISPLAY WS-Msg-Erro AT 2220
                       PERFORM 32-Grava-Log-Erro
                   END-IF
           END-READ.

       649-Aplica-Devolucao.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 2220
           ELSE
               MOVE ZEROS TO WS-Est-Seq-Novo
               MOVE SPACE TO WS-Origem-Lancamento
               PERFORM 234-Aplica-Estorno
               IF WS-Est-Seq-Novo NOT = ZEROS
                   MOVE WS-Est-Seq-Novo TO SeqEstornoOuv
                   COMPUTE ValorEstornoOuv = ZEROS - WS-Est-Delta
                   PERFORM 647-Grava-Solucao
               END-IF
           END-IF.

       650-Margem-Consignavel.
      *-Parcela de consignado so passa dentro da margem: CONSMARG
      *-por cento da media dos creditos de salario ("SA" nao
      *-estornados) que a empresa consignante fez na conta no mes
      *-corrente e nos WS-Cons-Meses anteriores, menos o que os
      *-consignados ativos da conta ja comprometem (parcela media
      *-restante de cada um). Sem credito da empresa, nao ha margem.
           MOVE 'N' TO WS-Cons-Ok.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Cons-AnoMes-Ini = ANO * 12 + MES - WS-Cons-Meses.
           MOVE ZEROS TO WS-Cons-Soma-Sal WS-Cons-Qtd-Sal.
           MOVE WS-Emp-CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 650-Soma-Salario UNTIL ARQST-MOV = "10".
           IF WS-Cons-Qtd-Sal = ZEROS
               MOVE "CONSIGNADO: SEM SALARIO DA EMPRESA NA CONTA"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               DIVIDE WS-Cons-Soma-Sal BY WS-Cons-Qtd-Sal
                   GIVING WS-Cons-Media ROUNDED
               COMPUTE WS-Cons-Margem ROUNDED =
                   WS-Cons-Media * WS-Cons-Marg-Pct / 100
               MOVE ZEROS TO WS-Cons-Comprometido
               MOVE WS-Emp-CodC TO CodC-Emp
               START EMPRESTIMO KEY IS = CodC-Emp
                   INVALID KEY
                       MOVE "10" TO ARQST-EMP
                   NOT INVALID KEY
                       MOVE "00" TO ARQST-EMP
               END-START
               PERFORM 651-Soma-Consignados UNTIL ARQST-EMP = "10"
               COMPUTE WS-Cons-Livre =
                   WS-Cons-Margem - WS-Cons-Comprometido
               MOVE WS-Cons-Livre TO WS-Cons-Livre-Edt
               DISPLAY "MARGEM LIVRE:" AT 1519
               DISPLAY WS-Cons-Livre-Edt AT 1533
               IF WS-Emp-Parcela > WS-Cons-Livre
                   MOVE "PARCELA ACIMA DA MARGEM CONSIGNAVEL"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 1636
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE 'S' TO WS-Cons-Ok
               END-IF
           END-IF.

       650-Soma-Salario.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-Emp-CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       COMPUTE WS-Cons-AnoMes-Mov =
                           AnoMov * 12 + MesMov
                       IF TipoMov = "SA"
                           AND EstornadoMov NOT = "S"
                           AND WS-Cons-AnoMes-Mov >= WS-Cons-AnoMes-Ini
                           AND DescricaoMov(9:22) = WS-Emp-Consig(1:22)
                           ADD ValorMov TO WS-Cons-Soma-Sal
                           ADD 1 TO WS-Cons-Qtd-Sal
                       END-IF
                   END-IF
           END-READ.

       651-Soma-Consignados.
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EMP
               NOT AT END
                   IF CodC-Emp NOT = WS-Emp-CodC
                       MOVE "10" TO ARQST-EMP
                   ELSE
                       IF Emprestimo-Ativo
                           AND ConsignanteEmp NOT = SPACES
                           AND PrazoEmp > ParcelasPagasEmp
                           COMPUTE WS-Cons-Restantes =
                               PrazoEmp - ParcelasPagasEmp
                           DIVIDE SaldoDevedorEmp BY WS-Cons-Restantes
                               GIVING WS-Cons-Parc-Media ROUNDED
                           ADD WS-Cons-Parc-Media
                               TO WS-Cons-Comprometido
                       END-IF
                   END-IF
           END-READ.

       652-Pagar-Boleto.
      *-Boleto de outro banco pago aqui: a linha digitavel e
      *-conferida e decodificada (banco emissor, vencimento pelo
      *-fator, valor), os encargos de atraso somados, e o total sai
      *-da conta do cliente (lancamento "PB", com procurador,
      *-conjunta e saldo disponivel como na transferencia) ou entra
      *-em especie na gaveta do operador. O pago vai para o arquivo
      *-de liquidacao do banco emissor, que a tesouraria totaliza
      *-(ProgramaP2TotalizaBoleto).
           DISPLAY Tela-Pag-Boleto.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Bol-Linha.
           ACCEPT WS-Bol-Linha AT 0427 WITH PROMPT AUTO.
           PERFORM 653-Confere-Linha.
           IF Linha-Boleto-Ok
               PERFORM 654-Calcula-Encargos
               PERFORM 652-Forma-Pagamento
           ELSE
               DISPLAY WS-Msg-Erro AT 2020
               PERFORM 32-Grava-Log-Erro
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       652-Forma-Pagamento.
           MOVE SPACES TO WS-Bol-Forma.
           ACCEPT WS-Bol-Forma AT 1244 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Bol-Forma) TO WS-Bol-Forma.
           EVALUATE WS-Bol-Forma
               WHEN 'C'
                   PERFORM 657-Paga-Na-Conta
               WHEN 'D'
                   PERFORM 658-Paga-Em-Dinheiro
               WHEN OTHER
                   DISPLAY "OPERACAO CANCELADA" AT 2020
           END-EVALUATE.

       653-Confere-Linha.
      *-Campo 1 (posicoes 1-9, DV na 10), campo 2 (11-20, DV na 21)
      *-e campo 3 (22-31, DV na 32) no modulo 10; o DV geral (33)
      *-no modulo 11 sobre o codigo de barras remontado.
           MOVE 'N' TO WS-Bol-Ok.
           MOVE SPACES TO WS-Msg-Erro.
           IF WS-Bol-Linha NOT NUMERIC
               MOVE "LINHA DIGITAVEL TEM 47 DIGITOS"
                   TO WS-Msg-Erro
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE WS-Bol-Linha(1:9) TO WS-Mod-Campo
               MOVE 9 TO WS-Mod-Tam
               PERFORM 655-Modulo-10
               IF WS-Mod-DV NOT = WS-Bol-DV1
                   MOVE "DIGITO DO 1O CAMPO NAO CONFERE"
                       TO WS-Msg-Erro
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE WS-Bol-Linha(11:10) TO WS-Mod-Campo
               MOVE 10 TO WS-Mod-Tam
               PERFORM 655-Modulo-10
               IF WS-Mod-DV NOT = WS-Bol-DV2
                   MOVE "DIGITO DO 2O CAMPO NAO CONFERE"
                       TO WS-Msg-Erro
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE WS-Bol-Linha(22:10) TO WS-Mod-Campo
               MOVE 10 TO WS-Mod-Tam
               PERFORM 655-Modulo-10
               IF WS-Mod-DV NOT = WS-Bol-DV3
                   MOVE "DIGITO DO 3O CAMPO NAO CONFERE"
                       TO WS-Msg-Erro
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE SPACES TO WS-Bol-Barras
               STRING WS-Bol-Linha(1:4) WS-Bol-Linha(34:14)
                   WS-Bol-Linha(5:5) WS-Bol-Linha(11:10)
                   WS-Bol-Linha(22:10)
                   DELIMITED BY SIZE INTO WS-Bol-Barras
               MOVE WS-Bol-Barras TO WS-Mod-Campo
               MOVE 43 TO WS-Mod-Tam
               PERFORM 656-Modulo-11
               IF WS-Mod-DV NOT = WS-Bol-DVGeral
                   MOVE "DIGITO GERAL DO BOLETO NAO CONFERE"
                       TO WS-Msg-Erro
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               PERFORM 653-Confere-Emissor
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE 'S' TO WS-Bol-Ok
           END-IF.

       653-Confere-Emissor.
      *-Emissor ativo em BANCOS.DAT e de fora: boleto deste banco e
      *-do crediario, baixado na quitacao ou no retorno de boletos.
           COMPUTE WS-Bol-Banco = WS-Bol-Banco3.
           MOVE SPACES TO WS-Bol-Nome-Banco.
           IF WS-Bol-Banco = WS-Banco-Nosso
               MOVE "BOLETO EMITIDO POR ESTE BANCO" TO WS-Msg-Erro
           ELSE
               MOVE WS-Bol-Banco TO CodBancoTab
               READ BANCOTAB
                   INVALID KEY
                       MOVE "BANCO EMISSOR INEXISTENTE"
                           TO WS-Msg-Erro
                   NOT INVALID KEY
                       IF Banco-Tab-Ativo
                           MOVE NomeBancoTab TO WS-Bol-Nome-Banco
                       ELSE
                           MOVE "BANCO EMISSOR INATIVO"
                               TO WS-Msg-Erro
                       END-IF
               END-READ
           END-IF.
           IF WS-Msg-Erro = SPACES
               AND WS-Bol-Nominal > 9999999,99
               MOVE "VALOR ACIMA DO LIMITE DO CAIXA" TO WS-Msg-Erro
           END-IF.

       654-Calcula-Encargos.
      *-Fator de vencimento = dias desde 07/10/1997; depois do 9999
      *-o fator recomecou em 1000 (22/02/2025), entao um fator que
      *-cairia muitos anos para tras e do ciclo novo (+9000 dias).
      *-Fator zero: boleto sem vencimento, sem encargos.
           DISPLAY WS-Bol-Banco AT 0625.
           DISPLAY WS-Bol-Nome-Banco AT 0630.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Bol-Hoje-Int = FUNCTION INTEGER-OF-DATE
               (ANO * 10000 + MES * 100 + DIA).
           MOVE ZEROS TO WS-Bol-Venc WS-Bol-Dias.
           MOVE ZEROS TO WS-Bol-Multa WS-Bol-Mora.
           IF WS-Bol-Fator = ZEROS
               DISPLAY "SEM VENCIMENTO" AT 0725
           ELSE
               COMPUTE WS-Bol-Venc-Int =
                   FUNCTION INTEGER-OF-DATE(19971007) + WS-Bol-Fator
               IF WS-Bol-Venc-Int + 3000 < WS-Bol-Hoje-Int
                   ADD 9000 TO WS-Bol-Venc-Int
               END-IF
               COMPUTE WS-Bol-Venc =
                   FUNCTION DATE-OF-INTEGER(WS-Bol-Venc-Int)
               DISPLAY WS-Bol-Venc(7:2) AT 0725
               DISPLAY "/" AT 0727
               DISPLAY WS-Bol-Venc(5:2) AT 0728
               DISPLAY "/" AT 0730
               DISPLAY WS-Bol-Venc(1:4) AT 0731
      *-Vencimento em fim de semana ou feriado paga sem encargos
      *-no dia util seguinte.
               PERFORM 643-Carrega-Feriados
               COMPUTE WS-Util-Int = WS-Bol-Venc-Int - 1
               MOVE 'S' TO WS-Util-Rolar
               PERFORM 654-Proximo-Dia-Util
                   UNTIL WS-Util-Rolar = 'N'
               IF WS-Bol-Hoje-Int > WS-Util-Int
                   COMPUTE WS-Bol-Dias = WS-Bol-Hoje-Int - WS-Util-Int
               END-IF
           END-IF.
           COMPUTE WS-Bol-Valor = WS-Bol-Nominal.
      *-Boleto sem valor impresso: o caixa digita o do documento.
           PERFORM 654-VBolValor UNTIL WS-Bol-Valor > ZEROS.
           MOVE WS-Bol-Valor TO WS-Bol-Edt.
           DISPLAY WS-Bol-Edt AT 0830.
           IF WS-Bol-Dias > ZEROS
               COMPUTE WS-Bol-Multa ROUNDED =
                   WS-Bol-Valor * WS-Bol-Multa-Pct / 100
               COMPUTE WS-Bol-Mora ROUNDED =
                   WS-Bol-Valor * WS-Bol-Mora-Pct / 100
                   * WS-Bol-Dias / 30
           END-IF.
           COMPUTE WS-Bol-Total =
               WS-Bol-Valor + WS-Bol-Multa + WS-Bol-Mora.
           COMPUTE WS-Bol-Edt = WS-Bol-Multa + WS-Bol-Mora.
           DISPLAY WS-Bol-Edt AT 0930.
           IF WS-Bol-Dias > ZEROS
               DISPLAY "DIAS DE ATRASO:" AT 0945
               DISPLAY WS-Bol-Dias AT 0961
           END-IF.
           MOVE WS-Bol-Total TO WS-Bol-Edt.
           DISPLAY WS-Bol-Edt AT 1030.

       654-Proximo-Dia-Util.
           ADD 1 TO WS-Util-Int.
           COMPUTE WS-Util-Data = FUNCTION DATE-OF-INTEGER(WS-Util-Int).
           COMPUTE WS-Util-DiaSem = FUNCTION MOD(WS-Util-Int 7).
           MOVE 'N' TO WS-Util-Rolar.
           IF WS-Util-DiaSem = 6 OR WS-Util-DiaSem = 0
               MOVE 'S' TO WS-Util-Rolar
           END-IF.
           PERFORM 643-Confere-Feriado
               VARYING WS-Util-Idx FROM 1 BY 1
               UNTIL WS-Util-Idx > FER-QTD.

       654-VBolValor.
           ACCEPT WS-Bol-Valor AT 0830 WITH PROMPT AUTO.
           IF WS-Bol-Valor = ZEROS
               MOVE "VALOR TEM QUE SER MAIOR QUE ZERO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2020
           ELSE
               DISPLAY ESPACO AT 2020
           END-IF.

       655-Modulo-10.
      *-Pesos 2,1,2,1... da direita; produto de dois digitos soma
      *-os digitos (o mesmo que tirar 9); DV = complemento a 10.
           MOVE ZEROS TO WS-Mod-Soma.
           MOVE 2 TO WS-Mod-Peso.
           PERFORM 655-Soma-Digito-10
               VARYING WS-Mod-Idx FROM WS-Mod-Tam BY -1
               UNTIL WS-Mod-Idx < 1.
           DIVIDE WS-Mod-Soma BY 10 GIVING WS-Mod-Quoc
               REMAINDER WS-Mod-Resto.
           IF WS-Mod-Resto = ZEROS
               MOVE ZEROS TO WS-Mod-DV
           ELSE
               COMPUTE WS-Mod-DV = 10 - WS-Mod-Resto
           END-IF.

       655-Soma-Digito-10.
           MOVE WS-Mod-Campo(WS-Mod-Idx:1) TO WS-Mod-Dig.
           COMPUTE WS-Mod-Prod = WS-Mod-Dig * WS-Mod-Peso.
           IF WS-Mod-Prod > 9
               SUBTRACT 9 FROM WS-Mod-Prod
           END-IF.
           ADD WS-Mod-Prod TO WS-Mod-Soma.
           IF WS-Mod-Peso = 2
               MOVE 1 TO WS-Mod-Peso
           ELSE
               MOVE 2 TO WS-Mod-Peso
           END-IF.

       656-Modulo-11.
      *-Pesos 2 a 9 repetidos da direita; DV = 11 menos o resto,
      *-e resto que daria 0, 10 ou 11 vira 1.
           MOVE ZEROS TO WS-Mod-Soma.
           MOVE 2 TO WS-Mod-Peso.
           PERFORM 656-Soma-Digito-11
               VARYING WS-Mod-Idx FROM WS-Mod-Tam BY -1
               UNTIL WS-Mod-Idx < 1.
           DIVIDE WS-Mod-Soma BY 11 GIVING WS-Mod-Quoc
               REMAINDER WS-Mod-Resto.
           COMPUTE WS-Mod-DV = 11 - WS-Mod-Resto.
           IF WS-Mod-DV = 0 OR WS-Mod-DV > 9
               MOVE 1 TO WS-Mod-DV
           END-IF.

       656-Soma-Digito-11.
           MOVE WS-Mod-Campo(WS-Mod-Idx:1) TO WS-Mod-Dig.
           COMPUTE WS-Mod-Prod = WS-Mod-Dig * WS-Mod-Peso.
           ADD WS-Mod-Prod TO WS-Mod-Soma.
           IF WS-Mod-Peso = 9
               MOVE 2 TO WS-Mod-Peso
           ELSE
               ADD 1 TO WS-Mod-Peso
           END-IF.

       657-Paga-Na-Conta.
           MOVE ZEROS TO WS-Bol-Conta.
           ACCEPT WS-Bol-Conta AT 1427 WITH PROMPT AUTO.
           MOVE WS-Bol-Conta TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2020
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   IF NOT Conta-Ativa
                       MOVE "CONTA BLOQUEADA OU ENCERRADA"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2020
                       PERFORM 32-Grava-Log-Erro
                   ELSE
                       MOVE 'T' TO WS-Proc-Poder
                       MOVE 16 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 2020
                       ELSE
                           PERFORM 657-Confirma-Debito
                       END-IF
                   END-IF
           END-READ.

       657-Confirma-Debito.
      *-Releitura de commit, como em 99-Confirma-Transf-Externa:
      *-a cobertura (saldo + limite menos bloqueios e float) e
      *-reconferida na confirmacao.
           MOVE SPACES TO WS-Bol-Confirma.
           ACCEPT WS-Bol-Confirma AT 1936 WITH PROMPT AUTO.
           IF WS-Bol-Confirma = 'S' OR = 's'
               MOVE WS-Bol-Conta TO CodC
               READ CC
               PERFORM 181-Apura-Bloqueios
               MOVE WS-Bol-Total TO WS-Conj-Valor
               MOVE "PB" TO WS-Conj-Tipo
               PERFORM 501-Autoriza-Conjunta
               IF NOT Conjunta-Autorizada
                   CONTINUE
               ELSE
               IF NOT Conta-Ativa OR WS-Bol-Total >
                   SaldoC + LimiteChequeEspecialC
                   - WS-Total-Bloqueado - WS-Total-Float
                   MOVE "SALDO INSUFICIENTE PARA PAGAR" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2020
                   PERFORM 32-Grava-Log-Erro
               ELSE
               MOVE SaldoC TO SaldoC-Antes
               SUBTRACT WS-Bol-Total FROM SaldoC
               MOVE "PB" TO WS-Tipo-Lancamento
               MOVE SPACE TO WS-Origem-Lancamento
               MOVE SPACES TO WS-Descricao-Lancamento
               IF WS-Bol-Venc = ZEROS
                   STRING "BOLETO BCO " WS-Bol-Banco
                       DELIMITED BY SIZE INTO WS-Descricao-Lancamento
                   END-STRING
               ELSE
                   STRING "BOLETO BCO " WS-Bol-Banco " VC "
                       WS-Bol-Venc(7:2) "/" WS-Bol-Venc(5:2) "/"
                       WS-Bol-Venc(1:4)
                       DELIMITED BY SIZE INTO WS-Descricao-Lancamento
                   END-STRING
               END-IF
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO DEBITAR" AT 2020
                   NOT INVALID KEY
                       PERFORM 12-Grava-Movimento
                       MOVE 'C' TO WS-Bol-Origem
                       PERFORM 659-Grava-BolOut
                       MOVE "PB" TO WS-Cpv-Tipo
                       MOVE WS-Bol-Total TO WS-Cpv-Valor
                       PERFORM 520-Emite-Comprovante
                       DISPLAY "BOLETO PAGO - COMPROVANTE" AT 2020
                       DISPLAY WS-Cpv-Num AT 2046
               END-REWRITE
               END-IF
               END-IF
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 2020
           END-IF.

       658-Paga-Em-Dinheiro.
      *-Especie: o dinheiro entra na gaveta do operador, sem
      *-lancamento em conta.
           MOVE SPACES TO WS-Bol-Confirma.
           ACCEPT WS-Bol-Confirma AT 1936 WITH PROMPT AUTO.
           IF WS-Bol-Confirma = 'S' OR = 's'
               MOVE WS-Bol-Total TO WS-Mov-Valor
               PERFORM 241-Grava-Gaveta-Dep
               MOVE ZEROS TO WS-Bol-Conta
               MOVE 'G' TO WS-Bol-Origem
               PERFORM 659-Grava-BolOut
               DISPLAY "BOLETO PAGO EM DINHEIRO" AT 2020
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 2020
           END-IF.

       659-Grava-BolOut.
           MOVE SPACES TO WS-Nome-BolOut.
           STRING "BOLOUT" DELIMITED BY SIZE
               WS-Bol-Banco DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-BolOut.
           MOVE "00" TO ARQST-BOU.
           OPEN EXTEND BOLOUT.
           IF ARQST-BOU NOT = "00"
               CLOSE BOLOUT
               OPEN OUTPUT BOLOUT
           END-IF.
           MOVE WS-Bol-Linha TO LinhaDigitavelBpg.
           MOVE WS-Bol-Banco TO CodBancoBpg.
           MOVE WS-Bol-Valor TO ValorNominalBpg.
           MOVE WS-Bol-Total TO ValorPagoBpg.
           MOVE ANO TO AnoPagtoBpg.
           MOVE MES TO MesPagtoBpg.
           MOVE DIA TO DiaPagtoBpg.
           MOVE WS-Bol-Conta TO CodCOrigemBpg.
           MOVE WS-Bol-Origem TO OrigemBpg.
           MOVE WS-Operador TO OperadorBpg.
           WRITE REG-BOLPAG.
           CLOSE BOLOUT.

       660-Arrecadacao.
      *-Contas de consumo das empresas conveniadas (CONVEMP.DAT)
      *-recebidas de qualquer pagador, so em dinheiro: a linha
      *-digitavel e conferida e decodificada, o dinheiro entra na
      *-gaveta e a conta vai para ARRECAD.DAT com o numero de
      *-autenticacao; o repasse a empresa sai de manha no batch
      *-(ProgramaP2RepasseArrecad). C consulta pelo codigo de
      *-barras se a conta foi recebida; E (supervisor) cadastra a
      *-empresa, a conta de repasse e a tarifa por conta.
           DISPLAY Tela-Arrecadacao.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Arr-Acao.
           PERFORM 661-VArrAcao
               UNTIL WS-Arr-Acao = 'R' OR = 'C' OR = 'E'.
           EVALUATE WS-Arr-Acao
               WHEN 'R'
                   PERFORM 662-Recebe-Conta
               WHEN 'C'
                   PERFORM 666-Consulta-Arrecadacao
               WHEN 'E'
                   IF Operador-Supervisor
                       PERFORM 668-Cadastra-Convenio
                   ELSE
                       DISPLAY "PERFIL SEM ACESSO A ESSA OPCAO" AT 2020
                   END-IF
           END-EVALUATE.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       661-VArrAcao.
           ACCEPT WS-Arr-Acao AT 0450 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Arr-Acao) TO WS-Arr-Acao.
           IF WS-Arr-Acao NOT = 'R' AND NOT = 'C' AND NOT = 'E'
               DISPLAY "ACAO INVALIDA, USE R, C OU E" AT 2020
           ELSE
               DISPLAY ESPACO AT 2020
           END-IF.

       662-Recebe-Conta.
           MOVE SPACES TO WS-Arr-Linha.
           ACCEPT WS-Arr-Linha AT 0627 WITH PROMPT AUTO.
           PERFORM 663-Confere-Linha-Arrec.
           IF NOT Linha-Arrec-Ok
               DISPLAY WS-Msg-Erro AT 2020
               PERFORM 32-Grava-Log-Erro
           ELSE
               PERFORM 664-Confere-Empresa
           END-IF.
           IF Linha-Arrec-Ok
               PERFORM 665-Confere-Duplicidade
           END-IF.
           IF Linha-Arrec-Ok
               PERFORM 662-Grava-Recebimento
           END-IF.

       662-Grava-Recebimento.
      *-Identificador 7/9: o codigo traz valor de referencia (em
      *-outra unidade), e o caixa digita o valor em reais da conta.
           IF Arr-Valor-Efetivo
               COMPUTE WS-Arr-Valor = WS-Arr-Valor-Cod
           ELSE
               MOVE ZEROS TO WS-Arr-Valor
               PERFORM 662-VArrValor UNTIL WS-Arr-Valor > ZEROS
           END-IF.
           MOVE WS-Arr-Valor TO WS-Arr-Edt.
           DISPLAY WS-Arr-Edt AT 0925.
           MOVE SPACES TO WS-Arr-Confirma.
           ACCEPT WS-Arr-Confirma AT 1150 WITH PROMPT AUTO.
           IF WS-Arr-Confirma = 'S' OR = 's'
               MOVE WS-Arr-Valor TO WS-Mov-Valor
               PERFORM 241-Grava-Gaveta-Dep
               MOVE 99999999 TO NumArr
               START ARRECAD KEY IS LESS THAN NumArr
                   INVALID KEY
                       MOVE 1 TO NumArr
                   NOT INVALID KEY
                       READ ARRECAD NEXT RECORD
                       ADD 1 TO NumArr
               END-START
               MOVE WS-Arr-Barras TO CodBarrasArr
               MOVE WS-Arr-Empresa TO CodEmpresaArr
               MOVE WS-Arr-Valor TO ValorArr
               MOVE ANO TO AnoArr
               MOVE MES TO MesArr
               MOVE DIA TO DiaArr
               COMPUTE HoraArr = HH-SIS * 10000 + MM-SIS * 100
                   + SS-SIS
               MOVE WS-Operador TO OperadorArr
               MOVE 'P' TO StatusArr
               MOVE ZEROS TO DataRepasseArr TarifaArr
               WRITE REG-ARRECAD
                   INVALID KEY
                       MOVE "ERRO AO REGISTRAR - AVISE O SUPERVISOR"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2020
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       DISPLAY NumArr AT 1225
                       DISPLAY "CONTA RECEBIDA EM DINHEIRO" AT 2020
               END-WRITE
           ELSE
               DISPLAY "OPERACAO CANCELADA" AT 2020
           END-IF.

       662-VArrValor.
           ACCEPT WS-Arr-Valor AT 0925 WITH PROMPT AUTO.
           IF WS-Arr-Valor = ZEROS
               MOVE "VALOR TEM QUE SER MAIOR QUE ZERO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2020
           ELSE
               DISPLAY ESPACO AT 2020
           END-IF.

       663-Confere-Linha-Arrec.
      *-DV de cada bloco e DV geral (posicao 4 do codigo de barras,
      *-sobre as outras 43) no modulo que o identificador manda. No
      *-modulo 11 da arrecadacao o resto 0 ou 1 da DV 0 (o de
      *-656-Modulo-11 e o do boleto, que vira 1).
           MOVE 'N' TO WS-Arr-Ok.
           MOVE SPACES TO WS-Msg-Erro.
           MOVE SPACES TO WS-Arr-Barras.
           IF WS-Arr-Linha NOT NUMERIC
               MOVE "LINHA DIGITAVEL TEM 48 DIGITOS" TO WS-Msg-Erro
           ELSE
               STRING WS-Arr-Campo(1) WS-Arr-Campo(2)
                   WS-Arr-Campo(3) WS-Arr-Campo(4)
                   DELIMITED BY SIZE INTO WS-Arr-Barras
               IF WS-Arr-Produto NOT = '8'
                   MOVE "NAO E CONTA DE ARRECADACAO" TO WS-Msg-Erro
               ELSE
                   IF NOT Arr-Modulo-10 AND NOT Arr-Modulo-11
                       MOVE "IDENTIFICADOR DE VALOR INVALIDO"
                           TO WS-Msg-Erro
                   END-IF
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               PERFORM 663-Confere-Bloco
                   VARYING WS-Arr-Idx FROM 1 BY 1
                   UNTIL WS-Arr-Idx > 4 OR WS-Msg-Erro NOT = SPACES
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE SPACES TO WS-Mod-Campo
               STRING WS-Arr-Barras(1:3) WS-Arr-Barras(5:40)
                   DELIMITED BY SIZE INTO WS-Mod-Campo
               MOVE 43 TO WS-Mod-Tam
               PERFORM 663-Calcula-DV-Arrec
               IF WS-Mod-DV NOT = WS-Arr-DVGeral
                   MOVE "DIGITO GERAL DA CONTA NAO CONFERE"
                       TO WS-Msg-Erro
               END-IF
           END-IF.
           IF WS-Msg-Erro = SPACES
               AND Arr-Valor-Efetivo
               AND (WS-Arr-Valor-Cod = ZEROS
                    OR WS-Arr-Valor-Cod > 9999999,99)
               MOVE "VALOR DA CONTA INVALIDO" TO WS-Msg-Erro
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE 'S' TO WS-Arr-Ok
           END-IF.

       663-Confere-Bloco.
           MOVE WS-Arr-Campo(WS-Arr-Idx) TO WS-Mod-Campo.
           MOVE 11 TO WS-Mod-Tam.
           PERFORM 663-Calcula-DV-Arrec.
           IF WS-Mod-DV NOT = WS-Arr-DV(WS-Arr-Idx)
               MOVE SPACES TO WS-Msg-Erro
               STRING "DIGITO DO BLOCO " WS-Arr-Idx " NAO CONFERE"
                   DELIMITED BY SIZE INTO WS-Msg-Erro
           END-IF.

       663-Calcula-DV-Arrec.
           IF Arr-Modulo-10
               PERFORM 655-Modulo-10
           ELSE
               PERFORM 656-Modulo-11
               IF WS-Mod-Resto < 2
                   MOVE ZEROS TO WS-Mod-DV
               ELSE
                   COMPUTE WS-Mod-DV = 11 - WS-Mod-Resto
               END-IF
           END-IF.

       664-Confere-Empresa.
           MOVE WS-Arr-Empresa-Cod TO WS-Arr-Empresa.
           MOVE WS-Arr-Empresa TO CodEmpresaCve.
           READ CONVEMP
               INVALID KEY
                   MOVE 'N' TO WS-Arr-Ok
                   MOVE "EMPRESA SEM CONVENIO DE ARRECADACAO"
                       TO WS-Msg-Erro
               NOT INVALID KEY
                   IF NOT Convenio-Ativo
                       MOVE 'N' TO WS-Arr-Ok
                       MOVE "CONVENIO DA EMPRESA INATIVO"
                           TO WS-Msg-Erro
                   ELSE
                       DISPLAY CodEmpresaCve AT 0825
                       DISPLAY NomeEmpresaCve AT 0830
                   END-IF
           END-READ.
           IF NOT Linha-Arrec-Ok
               DISPLAY WS-Msg-Erro AT 2020
               PERFORM 32-Grava-Log-Erro
           END-IF.

       665-Confere-Duplicidade.
      *-A mesma conta (mesmo codigo de barras) nao e recebida duas
      *-vezes: mostra a autenticacao da primeira.
           MOVE WS-Arr-Barras TO CodBarrasArr.
           START ARRECAD KEY IS = CodBarrasArr
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARRECAD NEXT RECORD
                   MOVE 'N' TO WS-Arr-Ok
                   MOVE SPACES TO WS-Msg-Erro
                   STRING "CONTA JA RECEBIDA - AUTENTICACAO " NumArr
                       DELIMITED BY SIZE INTO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2020
                   PERFORM 32-Grava-Log-Erro
           END-START.

       666-Consulta-Arrecadacao.
      *-"Voces receberam minha conta?": pela linha digitavel da
      *-conta, os recebimentos nas linhas 14-18 com a situacao do
      *-repasse a empresa.
           MOVE SPACES TO WS-Arr-Linha.
           ACCEPT WS-Arr-Linha AT 0627 WITH PROMPT AUTO.
           MOVE SPACES TO WS-Arr-Barras.
           STRING WS-Arr-Campo(1) WS-Arr-Campo(2)
               WS-Arr-Campo(3) WS-Arr-Campo(4)
               DELIMITED BY SIZE INTO WS-Arr-Barras.
           DISPLAY "Autent.  Recebida   Valor      Empresa Repasse"
               AT 1310.
           MOVE 14 TO WS-Arr-Tela-Linha.
           MOVE ZEROS TO WS-Arr-Listados.
           MOVE WS-Arr-Barras TO CodBarrasArr.
           START ARRECAD KEY IS = CodBarrasArr
               INVALID KEY
                   MOVE "10" TO ARQST-ARR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-ARR
           END-START.
           PERFORM 667-Varre-Arrecadacao UNTIL ARQST-ARR = "10".
           IF WS-Arr-Listados = ZEROS
               DISPLAY "NENHUM RECEBIMENTO DESTA CONTA" AT 2020
           END-IF.

       667-Varre-Arrecadacao.
           READ ARRECAD NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-ARR
               NOT AT END
                   IF CodBarrasArr NOT = WS-Arr-Barras
                       MOVE "10" TO ARQST-ARR
                   ELSE
                       PERFORM 667-Linha-Arrecadacao
                   END-IF
           END-READ.

       667-Linha-Arrecadacao.
           IF WS-Arr-Tela-Linha <= 18
               MOVE ValorArr TO WS-Arr-Edt
               MOVE SPACES TO WS-Arr-Det
               IF Arr-Repassada
                   STRING NumArr " " DiaArr "/" MesArr "/" AnoArr
                       " " WS-Arr-Edt " " CodEmpresaArr "    "
                       DiaRepasseArr "/" MesRepasseArr "/"
                       AnoRepasseArr
                       DELIMITED BY SIZE INTO WS-Arr-Det
               ELSE
                   STRING NumArr " " DiaArr "/" MesArr "/" AnoArr
                       " " WS-Arr-Edt " " CodEmpresaArr "    "
                       "PENDENTE"
                       DELIMITED BY SIZE INTO WS-Arr-Det
               END-IF
               DISPLAY WS-Arr-Det AT LINE WS-Arr-Tela-Linha COL 10
               ADD 1 TO WS-Arr-Tela-Linha
           END-IF.
           ADD 1 TO WS-Arr-Listados.

       668-Cadastra-Convenio.
      *-Inclusao ou alteracao da empresa conveniada: conta de
      *-repasse ativa em CC.DAT, tarifa por conta e situacao.
           DISPLAY "Codigo da empresa:" AT 1410.
           DISPLAY "Nome:" AT 1510.
           DISPLAY "Conta de repasse:" AT 1610.
           DISPLAY "Tarifa por conta:" AT 1710.
           DISPLAY "Situacao (A=Ativa I=Inativa):" AT 1810.
           MOVE ZEROS TO WS-Arr-Empresa.
           ACCEPT WS-Arr-Empresa AT 1429 WITH PROMPT AUTO.
           MOVE WS-Arr-Empresa TO CodEmpresaCve.
           READ CONVEMP
               INVALID KEY
                   MOVE 'S' TO WS-Arr-Novo
                   MOVE SPACES TO WS-Arr-Nome
                   MOVE ZEROS TO WS-Arr-Conta WS-Arr-Tarifa
                   MOVE 'A' TO WS-Arr-Situacao
               NOT INVALID KEY
                   MOVE 'N' TO WS-Arr-Novo
                   MOVE NomeEmpresaCve TO WS-Arr-Nome
                   MOVE CodC-Cve TO WS-Arr-Conta
                   MOVE TarifaCve TO WS-Arr-Tarifa
                   MOVE StatusCve TO WS-Arr-Situacao
           END-READ.
      *-Empresa ja cadastrada: os valores atuais ficam a direita e
      *-os campos sao redigitados.
           IF NOT Convenio-Novo
               DISPLAY "ATUAL:" AT 1448
               DISPLAY WS-Arr-Nome AT 1548
               DISPLAY WS-Arr-Conta AT 1648
               MOVE WS-Arr-Tarifa TO WS-Arr-Edt
               DISPLAY WS-Arr-Edt AT 1748
               DISPLAY WS-Arr-Situacao AT 1848
           END-IF.
           ACCEPT WS-Arr-Nome AT 1516 WITH PROMPT AUTO.
           ACCEPT WS-Arr-Conta AT 1628 WITH PROMPT AUTO.
           ACCEPT WS-Arr-Tarifa AT 1728 WITH PROMPT AUTO.
           ACCEPT WS-Arr-Situacao AT 1841 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Arr-Situacao)
               TO WS-Arr-Situacao.
           MOVE SPACES TO WS-Msg-Erro.
           IF WS-Arr-Empresa = ZEROS OR WS-Arr-Nome = SPACES
               MOVE "CODIGO E NOME DA EMPRESA OBRIGATORIOS"
                   TO WS-Msg-Erro
           END-IF.
           IF WS-Msg-Erro = SPACES
               AND WS-Arr-Situacao NOT = 'A' AND NOT = 'I'
               MOVE "SITUACAO INVALIDA, USE A OU I" TO WS-Msg-Erro
           END-IF.
           IF WS-Msg-Erro = SPACES
               MOVE WS-Arr-Conta TO CodC
               READ CC
                   INVALID KEY
                       MOVE "CONTA DE REPASSE NAO ENCONTRADA"
                           TO WS-Msg-Erro
                   NOT INVALID KEY
                       IF NOT Conta-Ativa
                           MOVE "CONTA DE REPASSE INATIVA"
                               TO WS-Msg-Erro
                       END-IF
               END-READ
           END-IF.
           IF WS-Msg-Erro NOT = SPACES
               DISPLAY WS-Msg-Erro AT 2020
               PERFORM 32-Grava-Log-Erro
           ELSE
               PERFORM 669-Grava-Convenio
           END-IF.

       669-Grava-Convenio.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Arr-Empresa TO CodEmpresaCve.
           MOVE WS-Arr-Nome TO NomeEmpresaCve.
           MOVE WS-Arr-Conta TO CodC-Cve.
           MOVE WS-Arr-Tarifa TO TarifaCve.
           MOVE WS-Arr-Situacao TO StatusCve.
           MOVE ANO TO AnoCadastroCve.
           MOVE MES TO MesCadastroCve.
           MOVE DIA TO DiaCadastroCve.
           MOVE WS-Operador TO OperadorCve.
           IF Convenio-Novo
               WRITE REG-CONVEMP
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A EMPRESA" AT 2020
                   NOT INVALID KEY
                       DISPLAY "EMPRESA CONVENIADA INCLUIDA" AT 2020
               END-WRITE
           ELSE
               REWRITE REG-CONVEMP
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A EMPRESA" AT 2020
                   NOT INVALID KEY
                       DISPLAY "EMPRESA CONVENIADA ALTERADA" AT 2020
               END-REWRITE
           END-IF.

       670-Suspenso-Ted.
      *-Pesquisa da conta de suspenso: TED recebida que nao casou
      *-com conta nossa (ProgramaP2RecebeTransf) fica aqui ate o
      *-operador achar a conta certa; o credito sai como "TE" com
      *-autorizacao de supervisor. O que nao for alocado em
      *-SUSPDIAS dias uteis volta ao remetente no batch
      *-ProgramaP2Suspenso.
           DISPLAY Tela-Suspenso.
           PERFORM 05-Mostra-Data.
           PERFORM 671-Lista-Suspenso.
           IF WS-Spn-Listados = ZEROS
               DISPLAY "NENHUM ITEM EM SUSPENSO" AT 2120
           ELSE
               MOVE WS-Spn-Total TO WS-Spn-Tot-Edt
               MOVE SPACES TO WS-Spn-Det
               STRING "PENDENTES: " WS-Spn-Listados
                   "  TOTAL: " WS-Spn-Tot-Edt
                   DELIMITED BY SIZE INTO WS-Spn-Det
               DISPLAY WS-Spn-Det AT 1510
           END-IF.
           MOVE ZEROS TO WS-Spn-Num.
           ACCEPT WS-Spn-Num AT 1725 WITH PROMPT AUTO.
           IF WS-Spn-Num > ZEROS
               MOVE WS-Spn-Num TO NumSusp
               READ SUSPENSO
                   INVALID KEY
                       MOVE "ITEM NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Susp-Pendente
                           MOVE "ITEM JA ALOCADO OU DEVOLVIDO"
                               TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           PERFORM 673-Aloca-Suspenso
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       671-Lista-Suspenso.
           MOVE ZEROS TO WS-Spn-Listados WS-Spn-Total.
           MOVE 6 TO WS-Spn-Linha.
           MOVE ZEROS TO NumSusp.
           START SUSPENSO KEY IS NOT LESS THAN NumSusp
               INVALID KEY
                   MOVE "10" TO ARQST-SUS
               NOT INVALID KEY
                   MOVE "00" TO ARQST-SUS
           END-START.
           PERFORM 672-Varre-Suspenso UNTIL ARQST-SUS = "10".

       672-Varre-Suspenso.
           READ SUSPENSO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-SUS
               NOT AT END
                   IF Susp-Pendente
                       ADD 1 TO WS-Spn-Listados
                       ADD ValorSusp TO WS-Spn-Total
                       IF WS-Spn-Linha <= 14
                           MOVE ValorSusp TO WS-Spn-Edt
                           MOVE SPACES TO WS-Spn-Det
                           STRING NumSusp " " DiaEntradaSusp "/"
                               MesEntradaSusp "   " CodBancoSusp "  "
                               CodAgenciaSusp "/" CodContaSusp " "
                               NomeRemetSusp(1:15) " " WS-Spn-Edt
                               DELIMITED BY SIZE INTO WS-Spn-Det
                           DISPLAY WS-Spn-Det
                               AT LINE WS-Spn-Linha COL 10
                           ADD 1 TO WS-Spn-Linha
                       END-IF
                   END-IF
           END-READ.

       673-Aloca-Suspenso.
           MOVE SPACES TO WS-Spn-Det.
           STRING "REMETENTE: " NomeRemetSusp(1:28) " MOTIVO: "
               MotivoSusp
               DELIMITED BY SIZE INTO WS-Spn-Det.
           DISPLAY WS-Spn-Det AT 1610.
           MOVE 'N' TO WS-Spn-Ok.
           MOVE 1 TO WS-Spn-Conta.
           PERFORM 674-VSusConta
               UNTIL Conta-Spn-Ok OR WS-Spn-Conta = ZEROS.
           IF NOT Conta-Spn-Ok
               DISPLAY "OPERACAO CANCELADA" AT 2120
           ELSE
               MOVE SPACES TO WS-Spn-Confirma
               ACCEPT WS-Spn-Confirma AT 1936 WITH PROMPT AUTO
               IF WS-Spn-Confirma NOT = 'S' AND NOT = 's'
                   DISPLAY "OPERACAO CANCELADA" AT 2120
               ELSE
                   PERFORM 31-Valida-Pin-Supervisor
                   IF NOT Pin-Valido
                       DISPLAY "AUTORIZACAO NEGADA" AT 2120
                   ELSE
                       PERFORM 675-Credita-Suspenso
                   END-IF
               END-IF
           END-IF.

       674-VSusConta.
      *-Conta bloqueada ainda recebe credito, como na entrada da
      *-TED; encerrada/recolhida nao.
           ACCEPT WS-Spn-Conta AT 1828 WITH PROMPT AUTO.
           IF WS-Spn-Conta NOT = ZEROS
               MOVE WS-Spn-Conta TO CodC
               READ CC
                   INVALID KEY
                       MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Conta-Ativa AND NOT Conta-Bloqueada
                           MOVE "CONTA NAO RECEBE CREDITO"
                               TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           DISPLAY ESPACO AT 2120
                           DISPLAY NomeC AT 1836
                           MOVE 'S' TO WS-Spn-Ok
                       END-IF
               END-READ
           END-IF.

       675-Credita-Suspenso.
      *-Relido o item antes do credito: o batch da noite pode te-lo
      *-devolvido enquanto a tela estava aberta.
           MOVE WS-Spn-Num TO NumSusp.
           READ SUSPENSO
               INVALID KEY
                   MOVE SPACE TO StatusSusp
           END-READ.
           IF NOT Susp-Pendente
               MOVE "ITEM JA ALOCADO OU DEVOLVIDO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE WS-Spn-Conta TO CodC
               READ CC
                   INVALID KEY
                       DISPLAY "ERRO AO LER A CONTA" AT 2120
                   NOT INVALID KEY
                       MOVE SaldoC TO SaldoC-Antes
                       ADD ValorSusp TO SaldoC
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO AO CREDITAR A CONTA"
                                   AT 2120
                           NOT INVALID KEY
                               PERFORM 676-Baixa-Suspenso
                       END-REWRITE
               END-READ
           END-IF.

       676-Baixa-Suspenso.
           MOVE "TE" TO WS-Tipo-Lancamento.
           MOVE SPACE TO WS-Origem-Lancamento.
           MOVE SPACES TO WS-Descricao-Lancamento.
           STRING "TED DO BANCO " CodBancoSusp " - SUSPENSO"
               DELIMITED BY SIZE INTO WS-Descricao-Lancamento.
           PERFORM 12-Grava-Movimento.
           MOVE ValorSusp TO WS-Capt-Credito.
           PERFORM 475-Captura-Bloqueio.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE 'A' TO StatusSusp.
           MOVE CodC TO CodC-Susp.
           MOVE NumSeq-Mov TO NumSeqMovSusp.
           MOVE WS-Operador TO OperadorSusp.
           MOVE WS-Sup-Id TO SupervisorSusp.
           MOVE ANO TO AnoBaixaSusp.
           MOVE MES TO MesBaixaSusp.
           MOVE DIA TO DiaBaixaSusp.
           REWRITE REG-SUSPENSO
               INVALID KEY
                   MOVE "CREDITADO - ERRO AO BAIXAR O SUSPENSO"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   DISPLAY "ITEM ALOCADO E CREDITADO NA CONTA" AT 2120
           END-REWRITE.

       680-Cartoes.
      *-Cartao de debito da conta: emite (um cartao valido por
      *-conta; o seguinte e sempre substituicao), bloqueia
      *-(temporario ou perda/roubo), desbloqueia o bloqueio
      *-temporario e substitui. O ProgramaP2ATM so aceita saque
      *-com cartao ativo, dentro da validade e do limite diario.
           DISPLAY Tela-Cartoes.
           PERFORM 05-Mostra-Data.
           MOVE SPACES TO WS-Cdb-Acao.
           PERFORM 681-VCdbAcao UNTIL Cdb-Acao-Valida.
           MOVE ZEROS TO WS-Cdb-CodC.
           ACCEPT WS-Cdb-CodC AT 0727 WITH PROMPT AUTO.
           MOVE WS-Cdb-CodC TO CodC.
           READ CC
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   EVALUATE WS-Cdb-Acao
                       WHEN 'E'
                           PERFORM 682-Emite-Cartao
                       WHEN 'L'
                           PERFORM 684-Lista-Cartoes
                           IF WS-Cdb-Listados = ZEROS
                               DISPLAY "CONTA SEM CARTAO" AT 2220
                           END-IF
                       WHEN OTHER
                           PERFORM 686-Altera-Cartao
                   END-EVALUATE
           END-READ.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       681-VCdbAcao.
           ACCEPT WS-Cdb-Acao AT 0428 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Cdb-Acao) TO WS-Cdb-Acao.
           IF NOT Cdb-Acao-Valida
               DISPLAY "ACAO INVALIDA, USE E, B, D, S OU L" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       682-Emite-Cartao.
      *-Conta com cartao ativo ou bloqueado nao ganha outro: o
      *-caminho e a substituicao, que cancela o anterior.
           IF NOT Conta-Ativa
               MOVE "CONTA BLOQUEADA OU ENCERRADA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               PERFORM 684-Lista-Cartoes
               IF WS-Cdb-Validos > ZEROS
                   MOVE "CONTA JA TEM CARTAO, USE SUBSTITUIR"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   PERFORM 683-Pede-Limite
                   MOVE SPACES TO WS-Cdb-Confirma
                   ACCEPT WS-Cdb-Confirma AT 2026 WITH PROMPT AUTO
                   IF WS-Cdb-Confirma = 'S' OR = 's'
                       MOVE ZEROS TO WS-Cdb-Antigo
                       PERFORM 687-Gera-Cartao
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 2220
                   END-IF
               END-IF
           END-IF.

       683-Pede-Limite.
      *-Limite diario de saque no ATM; zero fica o padrao CRTLIMDI.
           MOVE ZEROS TO WS-Cdb-Limite.
           ACCEPT WS-Cdb-Limite AT 1343 WITH PROMPT AUTO.
           IF WS-Cdb-Limite = ZEROS
               MOVE WS-Cdb-Limite-Padrao TO WS-Cdb-Limite
           END-IF.
           MOVE WS-Cdb-Limite TO WS-Cdb-Edt.
           DISPLAY WS-Cdb-Edt AT 1343.

       684-Lista-Cartoes.
           MOVE ZEROS TO WS-Cdb-Listados WS-Cdb-Validos.
           MOVE 15 TO WS-Cdb-Linha.
           MOVE WS-Cdb-CodC TO CodC-Cdb.
           START CARTAO KEY IS = CodC-Cdb
               INVALID KEY
                   MOVE "10" TO ARQST-CDB
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CDB
           END-START.
           PERFORM 685-Varre-Cartoes UNTIL ARQST-CDB = "10".

       685-Varre-Cartoes.
           READ CARTAO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CDB
               NOT AT END
                   IF CodC-Cdb NOT = WS-Cdb-CodC
                       MOVE "10" TO ARQST-CDB
                   ELSE
                       IF Cartao-Ativo OR Cartao-Bloqueado
                           ADD 1 TO WS-Cdb-Validos
                       END-IF
                       IF WS-Cdb-Linha <= 19
                           MOVE LimiteDiarioCdb TO WS-Cdb-Edt
                           MOVE SPACES TO WS-Cdb-Det
                           STRING NumCartao "  " StatusCdb "   "
                               MesValidadeCdb "/" AnoValidadeCdb
                               "  " WS-Cdb-Edt "  "
                               DiaEmissaoCdb "/" MesEmissaoCdb "/"
                               AnoEmissaoCdb
                               DELIMITED BY SIZE INTO WS-Cdb-Det
                           DISPLAY WS-Cdb-Det
                               AT LINE WS-Cdb-Linha COL 10
                           ADD 1 TO WS-Cdb-Linha
                       END-IF
                       ADD 1 TO WS-Cdb-Listados
                   END-IF
           END-READ.

       686-Altera-Cartao.
      *-Bloqueio, desbloqueio e substituicao pelo numero digitado,
      *-sempre de cartao da propria conta informada.
           MOVE ZEROS TO WS-Cdb-Num.
           ACCEPT WS-Cdb-Num AT 0928 WITH PROMPT AUTO.
           MOVE WS-Cdb-Num TO NumCartao.
           READ CARTAO
               INVALID KEY
                   MOVE "CARTAO NAO ENCONTRADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   IF CodC-Cdb NOT = CodC
                       MOVE "CARTAO NAO E DESTA CONTA" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2220
                       PERFORM 32-Grava-Log-Erro
                   ELSE
                       EVALUATE WS-Cdb-Acao
                           WHEN 'B'
                               PERFORM 688-Bloqueia-Cartao
                           WHEN 'D'
                               PERFORM 689-Desbloqueia-Cartao
                           WHEN 'S'
                               PERFORM 690-Substitui-Cartao
                       END-EVALUATE
                   END-IF
           END-READ.

       687-Gera-Cartao.
      *-Novo numero: maior sequencial ja emitido + 1, dentro da
      *-faixa do banco, com o DV no modulo 10 (655-Modulo-10) sobre
      *-os 15 primeiros digitos. Conta em CodC, limite em
      *-WS-Cdb-Limite e cartao substituido (ou zero) em
      *-WS-Cdb-Antigo.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE 9999999999999999 TO NumCartao.
           START CARTAO KEY IS LESS THAN NumCartao
               INVALID KEY
                   MOVE 1 TO WS-Cdb-Seq
               NOT INVALID KEY
                   READ CARTAO NEXT RECORD
                   COMPUTE WS-Cdb-Seq = SeqCdb + 1
           END-START.
           COMPUTE WS-Cdb-Base = WS-Cdb-Bin * 1000000000 + WS-Cdb-Seq.
           MOVE WS-Cdb-Base TO WS-Mod-Campo.
           MOVE 15 TO WS-Mod-Tam.
           PERFORM 655-Modulo-10.
           MOVE WS-Mod-DV TO WS-Cdb-DV.
           MOVE WS-Cdb-Num TO NumCartao.
           MOVE CodC TO CodC-Cdb.
           COMPUTE AnoValidadeCdb = ANO + WS-Cdb-Validade-Anos.
           MOVE MES TO MesValidadeCdb.
           MOVE 'A' TO StatusCdb.
           MOVE WS-Cdb-Limite TO LimiteDiarioCdb.
           MOVE ZEROS TO DataUltSaqueCdb SacadoDiaCdb.
           MOVE ANO TO AnoEmissaoCdb AnoStatusCdb.
           MOVE MES TO MesEmissaoCdb MesStatusCdb.
           MOVE DIA TO DiaEmissaoCdb DiaStatusCdb.
           MOVE WS-Operador TO OperadorEmissaoCdb OperadorStatusCdb.
           MOVE WS-Cdb-Antigo TO NumCartaoAntCdb.
           MOVE ZEROS TO NumCartaoNovoCdb.
           MOVE 'N' TO WS-Cdb-Gravado.
           WRITE REG-CARTAO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O CARTAO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdb-Gravado
                   MOVE SPACES TO WS-Cdb-Det
                   STRING "CARTAO EMITIDO: " NumCartao " VALIDADE "
                       MesValidadeCdb "/" AnoValidadeCdb
                       DELIMITED BY SIZE INTO WS-Cdb-Det
                   DISPLAY WS-Cdb-Det AT 2220
           END-WRITE.

       688-Bloqueia-Cartao.
      *-Bloqueio temporario ('B') ou perda/roubo ('P', definitivo:
      *-so sai por substituicao). Cartao ja bloqueado pode passar a
      *-perda/roubo.
           IF NOT Cartao-Ativo AND NOT Cartao-Bloqueado
               MOVE "CARTAO JA CANCELADO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE SPACES TO WS-Cdb-Motivo
               PERFORM 691-VCdbMotivo
                   UNTIL WS-Cdb-Motivo = 'B' OR = 'P'
               IF Cartao-Bloqueado AND WS-Cdb-Motivo = 'B'
                   MOVE "CARTAO JA BLOQUEADO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE SPACES TO WS-Cdb-Confirma
                   ACCEPT WS-Cdb-Confirma AT 2026 WITH PROMPT AUTO
                   IF WS-Cdb-Confirma = 'S' OR = 's'
                       MOVE WS-Cdb-Motivo TO StatusCdb
                       PERFORM 692-Regrava-Cartao
                       IF Cartao-Cdb-Gravado
                           DISPLAY "CARTAO BLOQUEADO" AT 2220
                       END-IF
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 2220
                   END-IF
               END-IF
           END-IF.

       689-Desbloqueia-Cartao.
           IF NOT Cartao-Bloqueado
               IF Cartao-Perdido
                   MOVE "CARTAO PERDIDO/ROUBADO, USE SUBSTITUIR"
                       TO WS-Msg-Erro
               ELSE
                   MOVE "CARTAO NAO ESTA BLOQUEADO" TO WS-Msg-Erro
               END-IF
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE SPACES TO WS-Cdb-Confirma
               ACCEPT WS-Cdb-Confirma AT 2026 WITH PROMPT AUTO
               IF WS-Cdb-Confirma = 'S' OR = 's'
                   MOVE 'A' TO StatusCdb
                   PERFORM 692-Regrava-Cartao
                   IF Cartao-Cdb-Gravado
                       DISPLAY "CARTAO DESBLOQUEADO" AT 2220
                   END-IF
               ELSE
                   DISPLAY "OPERACAO CANCELADA" AT 2220
               END-IF
           END-IF.

       690-Substitui-Cartao.
      *-Segunda via: novo numero e nova validade, mesmo limite; o
      *-antigo fica 'S' apontando para o novo.
           IF Cartao-Substituido
               MOVE "CARTAO JA SUBSTITUIDO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2220
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF NOT Conta-Ativa
                   MOVE "CONTA BLOQUEADA OU ENCERRADA" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   MOVE LimiteDiarioCdb TO WS-Cdb-Limite
                   MOVE WS-Cdb-Limite TO WS-Cdb-Edt
                   DISPLAY WS-Cdb-Edt AT 1343
                   MOVE SPACES TO WS-Cdb-Confirma
                   ACCEPT WS-Cdb-Confirma AT 2026 WITH PROMPT AUTO
                   IF WS-Cdb-Confirma = 'S' OR = 's'
                       MOVE NumCartao TO WS-Cdb-Antigo
                       PERFORM 687-Gera-Cartao
                       IF Cartao-Cdb-Gravado
                           PERFORM 693-Cancela-Antigo
                       END-IF
                   ELSE
                       DISPLAY "OPERACAO CANCELADA" AT 2220
                   END-IF
               END-IF
           END-IF.

       691-VCdbMotivo.
           ACCEPT WS-Cdb-Motivo AT 1145 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Cdb-Motivo) TO WS-Cdb-Motivo.
           IF WS-Cdb-Motivo NOT = 'B' AND NOT = 'P'
               DISPLAY "MOTIVO INVALIDO, USE B OU P" AT 2220
           ELSE
               DISPLAY ESPACO AT 2220
           END-IF.

       692-Regrava-Cartao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE ANO TO AnoStatusCdb.
           MOVE MES TO MesStatusCdb.
           MOVE DIA TO DiaStatusCdb.
           MOVE WS-Operador TO OperadorStatusCdb.
           MOVE 'N' TO WS-Cdb-Gravado.
           REWRITE REG-CARTAO
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR O CARTAO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2220
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cdb-Gravado
           END-REWRITE.

       693-Cancela-Antigo.
      *-687-Gera-Cartao deixou o novo numero em WS-Cdb-Num.
           MOVE WS-Cdb-Antigo TO NumCartao.
           READ CARTAO
               INVALID KEY
                   MOVE "ERRO AO CANCELAR O CARTAO ANTIGO"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE 'S' TO StatusCdb
                   MOVE WS-Cdb-Num TO NumCartaoNovoCdb
                   PERFORM 692-Regrava-Cartao
           END-READ.

       694-Libera-Recebido.
      *-Arquivo de interface ja processado e recusado inteiro pelo
      *-batch (entrada 'D' em RECEBIDOS.DAT). Reprocessar e
      *-decisao do supervisor: a liberacao fica na entrada
      *-recusada e vale para a proxima execucao do mesmo arquivo,
      *-que a consome e registra quem liberou.
           DISPLAY Tela-Recebidos.
           PERFORM 05-Mostra-Data.
           PERFORM 695-Lista-Recebidos.
           IF WS-Rcb-Listados = ZEROS
               DISPLAY "NENHUM ARQUIVO RECUSADO A LIBERAR" AT 2120
           ELSE
               MOVE SPACES TO WS-Rcb-Det
               STRING "RECUSADOS SEM LIBERACAO: " WS-Rcb-Listados
                   DELIMITED BY SIZE INTO WS-Rcb-Det
               DISPLAY WS-Rcb-Det AT 1510
           END-IF.
           MOVE ZEROS TO WS-Rcb-Num.
           ACCEPT WS-Rcb-Num AT 1729 WITH PROMPT AUTO.
           IF WS-Rcb-Num > ZEROS
               MOVE WS-Rcb-Num TO NumRec
               READ RECEBIDO
                   INVALID KEY
                       MOVE "REGISTRO NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Rec-Duplicado OR LiberacaoRec NOT = SPACE
                           MOVE "REGISTRO NAO RECUSADO OU JA LIBERADO"
                               TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           PERFORM 697-Confirma-Liberacao
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       695-Lista-Recebidos.
           MOVE ZEROS TO WS-Rcb-Listados.
           MOVE 6 TO WS-Rcb-Linha.
           MOVE ZEROS TO NumRec.
           START RECEBIDO KEY IS NOT LESS THAN NumRec
               INVALID KEY
                   MOVE "10" TO ARQST-RCB
               NOT INVALID KEY
                   MOVE "00" TO ARQST-RCB
           END-START.
           PERFORM 696-Varre-Recebidos UNTIL ARQST-RCB = "10".

       696-Varre-Recebidos.
           READ RECEBIDO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-RCB
               NOT AT END
                   IF Rec-Duplicado AND LiberacaoRec = SPACE
                       ADD 1 TO WS-Rcb-Listados
                       IF WS-Rcb-Linha <= 14
                           MOVE TotalRec TO WS-Rcb-Edt
                           MOVE SPACES TO WS-Rcb-Det
                           STRING NumRec " " NomeArqRec " " DiaRec "/"
                               MesRec "/" AnoRec(3:2) " " QtdRegRec
                               WS-Rcb-Edt " " DuplicaRec
                               DELIMITED BY SIZE INTO WS-Rcb-Det
                           DISPLAY WS-Rcb-Det
                               AT LINE WS-Rcb-Linha COL 10
                           ADD 1 TO WS-Rcb-Linha
                       END-IF
                   END-IF
           END-READ.

       697-Confirma-Liberacao.
           MOVE SPACES TO WS-Rcb-Det.
           STRING JobRec " " IdentRec(1:40)
               DELIMITED BY SIZE INTO WS-Rcb-Det.
           DISPLAY WS-Rcb-Det AT 1810.
           MOVE SPACES TO WS-Rcb-Confirma.
           ACCEPT WS-Rcb-Confirma AT 1942 WITH PROMPT AUTO.
           IF WS-Rcb-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 2120
           ELSE
               PERFORM 31-Valida-Pin-Supervisor
               IF NOT Pin-Valido
                   DISPLAY "AUTORIZACAO NEGADA" AT 2120
               ELSE
                   PERFORM 698-Grava-Liberacao
               END-IF
           END-IF.

       698-Grava-Liberacao.
      *-Relida a entrada: a validacao do PIN nao segura o registro.
           MOVE WS-Rcb-Num TO NumRec.
           READ RECEBIDO
               INVALID KEY
                   MOVE SPACE TO SituacaoRec
           END-READ.
           IF NOT Rec-Duplicado OR LiberacaoRec NOT = SPACE
               MOVE "REGISTRO NAO RECUSADO OU JA LIBERADO"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               MOVE 'A' TO LiberacaoRec
               MOVE WS-Sup-Id TO SupervisorRec
               MOVE ANO TO AnoLiberacaoRec
               MOVE MES TO MesLiberacaoRec
               MOVE DIA TO DiaLiberacaoRec
               REWRITE REG-RECEBIDO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A LIBERACAO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       DISPLAY "REPROCESSAMENTO LIBERADO" AT 2120
               END-REWRITE
           END-IF.

       700-Inicia-Jornal.
      *-Registro de inicio, gravado antes do debito com tudo o que
      *-e preciso para terminar ou desfazer a transacao sem a tela
      *-(WS-Jrn-* montados por quem chamou) e o ultimo sequencial
      *-de lancamento de cada conta, que separa o que ja existia
      *-do que esta transacao lancou. CodC e a chave do registro
      *-de conta que vai ser regravado: guardado e devolvido.
           MOVE 'N' TO WS-Jrn-Aberto.
           MOVE CodC TO WS-Jrn-CodC-Guarda.
           MOVE WS-Jrn-Origem TO CodC.
           PERFORM 701-Ultimo-Seq.
           MOVE UltimoSeqMov TO WS-Jrn-Seq-Origem.
           MOVE WS-Jrn-Destino TO CodC.
           PERFORM 701-Ultimo-Seq.
           MOVE UltimoSeqMov TO WS-Jrn-Seq-Destino.
           MOVE WS-Jrn-CodC-Guarda TO CodC.
           MOVE 99999999 TO NumJrn.
           START JORNAL KEY IS LESS THAN NumJrn
               INVALID KEY
                   MOVE 1 TO NumJrn
               NOT INVALID KEY
                   READ JORNAL NEXT RECORD
                   ADD 1 TO NumJrn
           END-START.
           MOVE NumJrn TO WS-Jrn-Num.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE WS-Jrn-Tipo TO TipoJrn.
           MOVE ANO TO AnoJrn.
           MOVE MES TO MesJrn.
           MOVE DIA TO DiaJrn.
           COMPUTE HoraJrn = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorJrn.
           MOVE WS-Jrn-Origem TO ContaOrigemJrn.
           MOVE WS-Jrn-Destino TO ContaDestinoJrn.
           MOVE WS-Jrn-Debito TO ValorDebitoJrn.
           MOVE WS-Jrn-Credito TO ValorCreditoJrn.
           MOVE WS-Jrn-Desc-Debito TO DescDebitoJrn.
           MOVE WS-Jrn-Desc-Credito TO DescCreditoJrn.
           MOVE WS-Jrn-Seq-Origem TO SeqOrigemJrn.
           MOVE WS-Jrn-Seq-Destino TO SeqDestinoJrn.
           MOVE 'I' TO EtapaJrn.
           MOVE SPACES TO OperadorRecJrn MotivoRecJrn ConferidoJrn.
           MOVE ZEROS TO DataRecJrn HoraRecJrn.
           WRITE REG-JORNAL
               INVALID KEY
                   MOVE "ERRO AO GRAVAR O JORNAL" TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   MOVE 'S' TO WS-Jrn-Aberto
           END-WRITE.

       701-Ultimo-Seq.
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   PERFORM 222-Inicia-Contador
           END-READ.

       702-Marca-Jornal.
      *-Avanca a etapa da transacao em curso (WS-Jrn-Etapa); a
      *-conclusao ('C') ou o estorno online ('E') fecham a entrada.
           IF Jornal-Aberto
               MOVE WS-Jrn-Num TO NumJrn
               READ JORNAL
                   INVALID KEY
                       MOVE 'N' TO WS-Jrn-Aberto
                   NOT INVALID KEY
                       MOVE WS-Jrn-Etapa TO EtapaJrn
                       REWRITE REG-JORNAL
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               IF WS-Jrn-Etapa = 'C' OR 'E'
                   MOVE 'N' TO WS-Jrn-Aberto
               END-IF
           END-IF.

       710-Recupera-Jornal.
      *-Entrada do jornal sem conclusao ('I' iniciada, 'D' so
      *-debitada) e de sessao que caiu no meio da transacao. No
      *-sign-on cada uma e terminada (o credito que faltava) ou
      *-desfeita (o debito devolvido a origem), conforme o que os
      *-lancamentos mostram que chegou a ser feito; o resultado
      *-fica na entrada para o supervisor conferir
      *-(723-Confere-Jornal). Entrada de hoje com menos de um
      *-minuto pode ser de outro terminal ainda em curso e fica
      *-para o proximo sign-on.
           MOVE ZEROS TO WS-Jrn-Qtd WS-Jrn-Recuperadas.
           MOVE 6 TO WS-Jrn-Linha.
           MOVE 'I' TO WS-Jrn-Etapa.
           PERFORM 711-Coleta-Pendentes.
           MOVE 'D' TO WS-Jrn-Etapa.
           PERFORM 711-Coleta-Pendentes.
           IF WS-Jrn-Qtd > ZEROS
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               ACCEPT HORA-SIS FROM TIME
               COMPUTE WS-Jrn-Hoje = ANO * 10000 + MES * 100 + DIA
               COMPUTE WS-Jrn-Segs-Agora =
                   HH-SIS * 3600 + MM-SIS * 60 + SS-SIS
               PERFORM 713-Recupera-Uma
                   VARYING WS-Jrn-Idx FROM 1 BY 1
                   UNTIL WS-Jrn-Idx > WS-Jrn-Qtd
           END-IF.
           IF WS-Jrn-Recuperadas > ZEROS
               MOVE SPACES TO WS-Jrn-Det
               STRING "TRANSACOES RECUPERADAS: " WS-Jrn-Recuperadas
                   " - AVISE O SUPERVISOR"
                   DELIMITED BY SIZE INTO WS-Jrn-Det
               DISPLAY WS-Jrn-Det AT 2120
               DISPLAY "ENTER PARA CONTINUAR" AT 2310
               ACCEPT Opc AT 2331
               MOVE SPACE TO Opc
           END-IF.

       711-Coleta-Pendentes.
      *-As chaves sao guardadas antes de tratar: a recuperacao
      *-muda a etapa, que e a chave alternativa da leitura.
           MOVE WS-Jrn-Etapa TO EtapaJrn.
           START JORNAL KEY IS EQUAL TO EtapaJrn
               INVALID KEY
                   MOVE "10" TO ARQST-JRN
               NOT INVALID KEY
                   MOVE "00" TO ARQST-JRN
           END-START.
           PERFORM 712-Le-Pendente UNTIL ARQST-JRN = "10".

       712-Le-Pendente.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-JRN
               NOT AT END
                   IF EtapaJrn NOT = WS-Jrn-Etapa OR WS-Jrn-Qtd = 50
                       MOVE "10" TO ARQST-JRN
                   ELSE
                       ADD 1 TO WS-Jrn-Qtd
                       MOVE NumJrn TO WS-Jrn-Pend(WS-Jrn-Qtd)
                   END-IF
           END-READ.

       713-Recupera-Uma.
           MOVE WS-Jrn-Pend(WS-Jrn-Idx) TO NumJrn.
           READ JORNAL
               INVALID KEY
                   MOVE SPACE TO EtapaJrn
           END-READ.
           IF Jrn-Pendente
               COMPUTE WS-Jrn-Data =
                   AnoJrn * 10000 + MesJrn * 100 + DiaJrn
               MOVE HoraJrn TO WS-Jrn-Hora
               COMPUTE WS-Jrn-Segs-Ini =
                   WS-Jrn-HH * 3600 + WS-Jrn-MM * 60 + WS-Jrn-SS
               IF WS-Jrn-Data NOT = WS-Jrn-Hoje
                   OR WS-Jrn-Segs-Agora - WS-Jrn-Segs-Ini >= 60
                   PERFORM 714-Decide-Recuperacao
               END-IF
           END-IF.

       714-Decide-Recuperacao.
      *-O debito na origem decide: se nao foi lancado, nada a
      *-desfazer; se ja foi devolvido ou o credito ja entrou, so
      *-falta fechar a entrada; senao o credito e completado ou,
      *-com o destino sem receber, o debito volta para a origem.
           MOVE NumJrn TO WS-Jrn-Num.
           MOVE TipoJrn TO WS-Jrn-Tipo.
           MOVE ContaOrigemJrn TO WS-Jrn-Origem.
           MOVE ContaDestinoJrn TO WS-Jrn-Destino.
           MOVE ValorDebitoJrn TO WS-Jrn-Debito.
           MOVE ValorCreditoJrn TO WS-Jrn-Credito.
           MOVE DescDebitoJrn TO WS-Jrn-Desc-Debito.
           MOVE DescCreditoJrn TO WS-Jrn-Desc-Credito.
           MOVE SeqOrigemJrn TO WS-Jrn-Seq-Origem.
           MOVE SeqDestinoJrn TO WS-Jrn-Seq-Destino.
           MOVE EtapaJrn TO WS-Jrn-Etapa.
           MOVE SPACES TO WS-Jrn-Motivo.
           IF Jrn-Encerramento
               MOVE "ESTORNO DE ENCERRAMENTO" TO WS-Jrn-Desc-Estorno
           ELSE
               MOVE "ESTORNO DE TRANSFERENCIA" TO WS-Jrn-Desc-Estorno
           END-IF.
           PERFORM 715-Procura-Debito.
           IF NOT Lanc-Jrn-Achado
               MOVE 'V' TO WS-Jrn-Etapa
               MOVE "DEBITO NAO CHEGOU A SER LANCADO" TO WS-Jrn-Motivo
           ELSE
               PERFORM 716-Procura-Estorno
               IF Lanc-Jrn-Achado
                   MOVE 'V' TO WS-Jrn-Etapa
                   MOVE "DEBITO JA DEVOLVIDO A ORIGEM" TO WS-Jrn-Motivo
               ELSE
                   PERFORM 717-Procura-Credito
                   IF Lanc-Jrn-Achado
                       MOVE 'F' TO WS-Jrn-Etapa
                       MOVE "CREDITO JA LANCADO NO DESTINO"
                           TO WS-Jrn-Motivo
                   ELSE
                       PERFORM 718-Completa-Credito
                       IF WS-Jrn-Etapa NOT = 'F'
                           PERFORM 719-Desfaz-Debito
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 720-Grava-Recuperacao.

       715-Procura-Debito.
           MOVE WS-Jrn-Origem TO WS-Jrn-Conta.
           MOVE WS-Jrn-Seq-Origem TO WS-Jrn-Seq-Base.
           COMPUTE WS-Jrn-Valor-Busca = ZEROS - WS-Jrn-Debito.
           MOVE WS-Jrn-Desc-Debito TO WS-Jrn-Desc-Busca.
           PERFORM 721-Procura-Lancamento.

       716-Procura-Estorno.
      *-Estorno online (52-Estorna-Origem, 308-Estorna-Encerramento)
      *-lancado depois do debito, com a sessao caindo antes de
      *-fechar a entrada.
           MOVE WS-Jrn-Origem TO WS-Jrn-Conta.
           MOVE WS-Jrn-Seq-Achado TO WS-Jrn-Seq-Base.
           MOVE WS-Jrn-Debito TO WS-Jrn-Valor-Busca.
           MOVE WS-Jrn-Desc-Estorno TO WS-Jrn-Desc-Busca.
           PERFORM 721-Procura-Lancamento.

       717-Procura-Credito.
           MOVE WS-Jrn-Destino TO WS-Jrn-Conta.
           MOVE WS-Jrn-Seq-Destino TO WS-Jrn-Seq-Base.
           MOVE WS-Jrn-Credito TO WS-Jrn-Valor-Busca.
           MOVE WS-Jrn-Desc-Credito TO WS-Jrn-Desc-Busca.
           PERFORM 721-Procura-Lancamento.

       718-Completa-Credito.
      *-O credito que faltava, so em conta que ainda recebe (ativa
      *-ou bloqueada), com a mesma captura de bloqueio judicial do
      *-25-Credita-Destino na transferencia.
           MOVE WS-Jrn-Destino TO CodC.
           READ CC
               INVALID KEY
                   MOVE "DESTINO NAO ENCONTRADO" TO WS-Jrn-Motivo
               NOT INVALID KEY
                   IF NOT Conta-Ativa AND NOT Conta-Bloqueada
                       MOVE "DESTINO ENCERRADO" TO WS-Jrn-Motivo
                   ELSE
                       MOVE SaldoC TO SaldoC-Antes
                       ADD WS-Jrn-Credito TO SaldoC
                       MOVE SPACE TO WS-Origem-Lancamento
                       MOVE "TR" TO WS-Tipo-Lancamento
                       MOVE WS-Jrn-Desc-Credito
                           TO WS-Descricao-Lancamento
                       REWRITE REG-CONTA
                           INVALID KEY
                               MOVE "ERRO AO CREDITAR O DESTINO"
                                   TO WS-Jrn-Motivo
                           NOT INVALID KEY
                               PERFORM 12-Grava-Movimento
                               MOVE 'F' TO WS-Jrn-Etapa
                               MOVE "CREDITO COMPLETADO NO DESTINO"
                                   TO WS-Jrn-Motivo
                               IF Jrn-Transferencia
                                   MOVE WS-Jrn-Credito
                                       TO WS-Capt-Credito
                                   PERFORM 475-Captura-Bloqueio
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       719-Desfaz-Debito.
      *-Destino sem receber: o debito volta para a origem, como no
      *-estorno online. Sem a origem a entrada fica pendente, com
      *-o motivo, para ser conferida.
           MOVE WS-Jrn-Origem TO CodC.
           READ CC
               INVALID KEY
                   MOVE "ORIGEM NAO ENCONTRADA - CONFERIR"
                       TO WS-Jrn-Motivo
               NOT INVALID KEY
                   MOVE SaldoC TO SaldoC-Antes
                   ADD WS-Jrn-Debito TO SaldoC
                   MOVE SPACE TO WS-Origem-Lancamento
                   MOVE "TR" TO WS-Tipo-Lancamento
                   MOVE WS-Jrn-Desc-Estorno TO WS-Descricao-Lancamento
                   REWRITE REG-CONTA
                       INVALID KEY
                           MOVE "ERRO AO DEVOLVER A ORIGEM - CONFERIR"
                               TO WS-Jrn-Motivo
                       NOT INVALID KEY
                           PERFORM 12-Grava-Movimento
                           MOVE 'V' TO WS-Jrn-Etapa
                           MOVE SPACES TO WS-Jrn-Det
                           STRING WS-Jrn-Motivo DELIMITED BY "  "
                               ", DEVOLVIDO A ORIGEM"
                               DELIMITED BY SIZE INTO WS-Jrn-Det
                           MOVE WS-Jrn-Det TO WS-Jrn-Motivo
                   END-REWRITE
           END-READ.

       720-Grava-Recuperacao.
           MOVE WS-Jrn-Num TO NumJrn.
           READ JORNAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ACCEPT DATA-SIS FROM DATE YYYYMMDD
                   ACCEPT HORA-SIS FROM TIME
                   MOVE WS-Jrn-Etapa TO EtapaJrn
                   MOVE WS-Operador TO OperadorRecJrn
                   MOVE ANO TO AnoRecJrn
                   MOVE MES TO MesRecJrn
                   MOVE DIA TO DiaRecJrn
                   COMPUTE HoraRecJrn =
                       HH-SIS * 10000 + MM-SIS * 100 + SS-SIS
                   MOVE WS-Jrn-Motivo TO MotivoRecJrn
                   REWRITE REG-JORNAL
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-Jrn-Recuperadas = ZEROS
                       DISPLAY Tela-Recupera-Jornal
                       PERFORM 05-Mostra-Data
                   END-IF
                   ADD 1 TO WS-Jrn-Recuperadas
                   IF WS-Jrn-Linha <= 19
                       PERFORM 729-Monta-Linha-Jornal
                       DISPLAY WS-Jrn-Det
                           AT LINE WS-Jrn-Linha COL 10
                       ADD 1 TO WS-Jrn-Linha
                   END-IF
           END-READ.

       721-Procura-Lancamento.
      *-Lancamento "TR" de WS-Jrn-Valor-Busca com a descricao
      *-WS-Jrn-Desc-Busca na conta WS-Jrn-Conta, depois do
      *-sequencial WS-Jrn-Seq-Base.
           MOVE 'N' TO WS-Jrn-Achou.
           MOVE WS-Jrn-Conta TO CodC-Mov.
           COMPUTE NumSeq-Mov = WS-Jrn-Seq-Base + 1.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 722-Varre-Lancamento
               UNTIL ARQST-MOV = "10" OR Lanc-Jrn-Achado.

       722-Varre-Lancamento.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = WS-Jrn-Conta
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       IF TipoMov = "TR"
                           AND ValorMov = WS-Jrn-Valor-Busca
                           AND DescricaoMov = WS-Jrn-Desc-Busca
                           MOVE 'S' TO WS-Jrn-Achou
                           MOVE NumSeq-Mov TO WS-Jrn-Seq-Achado
                       END-IF
                   END-IF
           END-READ.

       723-Confere-Jornal.
      *-Transacoes terminadas ('F') ou desfeitas ('V') no sign-on
      *-e ainda nao conferidas: o supervisor confere uma a uma e
      *-fica registrado quem conferiu.
           DISPLAY Tela-Jornal.
           PERFORM 05-Mostra-Data.
           PERFORM 724-Lista-Jornal.
           IF WS-Jrn-Listados = ZEROS
               DISPLAY "NENHUMA TRANSACAO RECUPERADA A CONFERIR"
                   AT 2120
           ELSE
               MOVE SPACES TO WS-Jrn-Det
               STRING "RECUPERADAS A CONFERIR: " WS-Jrn-Listados
                   DELIMITED BY SIZE INTO WS-Jrn-Det
               DISPLAY WS-Jrn-Det AT 1510
           END-IF.
           MOVE ZEROS TO WS-Jrn-Num.
           ACCEPT WS-Jrn-Num AT 1727 WITH PROMPT AUTO.
           IF WS-Jrn-Num > ZEROS
               MOVE WS-Jrn-Num TO NumJrn
               READ JORNAL
                   INVALID KEY
                       MOVE "REGISTRO NAO ENCONTRADO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       IF NOT Jrn-Recuperada
                           OR ConferidoJrn NOT = SPACES
                           MOVE "TRANSACAO NAO RECUPERADA OU CONFERIDA"
                               TO WS-Msg-Erro
                           DISPLAY WS-Msg-Erro AT 2120
                           PERFORM 32-Grava-Log-Erro
                       ELSE
                           PERFORM 727-Confirma-Conferencia
                       END-IF
               END-READ
           END-IF.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       724-Lista-Jornal.
           MOVE ZEROS TO WS-Jrn-Listados.
           MOVE 6 TO WS-Jrn-Linha.
           MOVE 'F' TO WS-Jrn-Etapa.
           PERFORM 725-Posiciona-Jornal.
           MOVE 'V' TO WS-Jrn-Etapa.
           PERFORM 725-Posiciona-Jornal.

       725-Posiciona-Jornal.
           MOVE WS-Jrn-Etapa TO EtapaJrn.
           START JORNAL KEY IS EQUAL TO EtapaJrn
               INVALID KEY
                   MOVE "10" TO ARQST-JRN
               NOT INVALID KEY
                   MOVE "00" TO ARQST-JRN
           END-START.
           PERFORM 726-Varre-Jornal UNTIL ARQST-JRN = "10".

       726-Varre-Jornal.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-JRN
               NOT AT END
                   IF EtapaJrn NOT = WS-Jrn-Etapa
                       MOVE "10" TO ARQST-JRN
                   ELSE
                       IF ConferidoJrn = SPACES
                           ADD 1 TO WS-Jrn-Listados
                           IF WS-Jrn-Linha <= 14
                               PERFORM 729-Monta-Linha-Jornal
                               DISPLAY WS-Jrn-Det
                                   AT LINE WS-Jrn-Linha COL 10
                               ADD 1 TO WS-Jrn-Linha
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       727-Confirma-Conferencia.
           MOVE SPACES TO WS-Jrn-Det.
           STRING "OPERADOR " OperadorJrn " RECUPERADA POR "
               OperadorRecJrn " EM " DiaRecJrn "/" MesRecJrn "/"
               AnoRecJrn
               DELIMITED BY SIZE INTO WS-Jrn-Det.
           DISPLAY WS-Jrn-Det AT 1810.
           MOVE SPACES TO WS-Jrn-Confirma.
           ACCEPT WS-Jrn-Confirma AT 1940 WITH PROMPT AUTO.
           IF WS-Jrn-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 2120
           ELSE
               PERFORM 728-Grava-Conferencia
           END-IF.

       728-Grava-Conferencia.
           MOVE WS-Jrn-Num TO NumJrn.
           READ JORNAL
               INVALID KEY
                   MOVE SPACE TO EtapaJrn
           END-READ.
           IF NOT Jrn-Recuperada OR ConferidoJrn NOT = SPACES
               MOVE "TRANSACAO NAO RECUPERADA OU CONFERIDA"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE WS-Operador TO ConferidoJrn
               REWRITE REG-JORNAL
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A CONFERENCIA"
                           TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       DISPLAY "CONFERENCIA REGISTRADA" AT 2120
               END-REWRITE
           END-IF.

       729-Monta-Linha-Jornal.
           MOVE ValorDebitoJrn TO WS-Jrn-Edt.
           MOVE SPACES TO WS-Jrn-Det.
           STRING NumJrn " " TipoJrn " " ContaOrigemJrn " "
               ContaDestinoJrn " " WS-Jrn-Edt " " EtapaJrn " "
               MotivoRecJrn(1:25)
               DELIMITED BY SIZE INTO WS-Jrn-Det.

       730-Aprovacoes.
      *-Fila de aprovacao das alteracoes de dados de referencia
      *-propostas nas telas de manutencao: F lista as pendentes e
      *-decide uma (aprovar aplica a alteracao com os carimbos do
      *-proponente e do aprovador; rejeitar pede o motivo), H lista
      *-as rejeitadas e expiradas. Na abertura, as pendentes com
      *-mais de APRVDIAS dias viram expiradas.
           DISPLAY Tela-Aprovacoes.
           PERFORM 05-Mostra-Data.
           PERFORM 738-Expira-Propostas.
           IF WS-Apr-Expiradas > ZEROS
               MOVE SPACES TO WS-Apr-Det
               STRING "PROPOSTAS EXPIRADAS AGORA: " WS-Apr-Expiradas
                   DELIMITED BY SIZE INTO WS-Apr-Det
               DISPLAY WS-Apr-Det AT 2120
           END-IF.
           MOVE SPACES TO WS-Apr-Acao.
           ACCEPT WS-Apr-Acao AT 0437 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Apr-Acao) TO WS-Apr-Acao.
           EVALUATE WS-Apr-Acao
               WHEN 'F'
                   PERFORM 731-Fila-Aprovacoes
               WHEN 'H'
                   MOVE ZEROS TO WS-Apr-Listados
                   MOVE 6 TO WS-Apr-Linha
                   MOVE 'R' TO WS-Apr-Situacao
                   PERFORM 732-Posiciona-Aprovacao
                   MOVE 'E' TO WS-Apr-Situacao
                   PERFORM 732-Posiciona-Aprovacao
                   IF WS-Apr-Listados = ZEROS
                       DISPLAY "NENHUMA REJEITADA OU EXPIRADA" AT 2120
                   END-IF
               WHEN OTHER
                   DISPLAY "ACAO INVALIDA, USE F OU H" AT 2120
           END-EVALUATE.
           DISPLAY "ENTER PARA VOLTAR" AT 2310.
           ACCEPT Opc AT 2330.

       731-Fila-Aprovacoes.
           MOVE ZEROS TO WS-Apr-Listados.
           MOVE 6 TO WS-Apr-Linha.
           MOVE 'P' TO WS-Apr-Situacao.
           PERFORM 732-Posiciona-Aprovacao.
           IF WS-Apr-Listados = ZEROS
               DISPLAY "NENHUMA PROPOSTA PENDENTE" AT 2120
           ELSE
               MOVE SPACES TO WS-Apr-Det
               STRING "PENDENTES DE APROVACAO: " WS-Apr-Listados
                   DELIMITED BY SIZE INTO WS-Apr-Det
               DISPLAY WS-Apr-Det AT 1510
               MOVE ZEROS TO WS-Apr-Num
               ACCEPT WS-Apr-Num AT 1729 WITH PROMPT AUTO
               IF WS-Apr-Num > ZEROS
                   PERFORM 734-Decide-Proposta
               END-IF
           END-IF.

       732-Posiciona-Aprovacao.
           MOVE WS-Apr-Situacao TO StatusApr.
           START APROVAC KEY IS EQUAL TO StatusApr
               INVALID KEY
                   MOVE "10" TO ARQST-APR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-APR
           END-START.
           PERFORM 733-Varre-Aprovacao UNTIL ARQST-APR = "10".

       733-Varre-Aprovacao.
           READ APROVAC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APR
               NOT AT END
                   IF StatusApr NOT = WS-Apr-Situacao
                       MOVE "10" TO ARQST-APR
                   ELSE
                       ADD 1 TO WS-Apr-Listados
                       IF WS-Apr-Linha <= 14
                           PERFORM 739-Monta-Linha-Aprovacao
                           DISPLAY WS-Apr-Det
                               AT LINE WS-Apr-Linha COL 10
                           ADD 1 TO WS-Apr-Linha
                       END-IF
                   END-IF
           END-READ.

       734-Decide-Proposta.
           MOVE WS-Apr-Num TO NumApr.
           READ APROVAC
               INVALID KEY
                   MOVE SPACE TO StatusApr
           END-READ.
           IF NOT Apr-Pendente
               MOVE "PROPOSTA NAO ENCONTRADA OU JA DECIDIDA"
                   TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               IF ProponenteApr = WS-Operador
                   MOVE "APROVADOR TEM QUE SER OUTRO SUPERVISOR"
                       TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               ELSE
                   PERFORM 739-Monta-Linha-Aprovacao
                   DISPLAY WS-Apr-Det AT 1610
                   MOVE SPACES TO WS-Apr-Decisao
                   ACCEPT WS-Apr-Decisao AT 1949 WITH PROMPT AUTO
                   MOVE FUNCTION UPPER-CASE(WS-Apr-Decisao)
                       TO WS-Apr-Decisao
                   EVALUATE WS-Apr-Decisao
                       WHEN 'A'
                           PERFORM 736-Aprova-Proposta
                       WHEN 'R'
                           PERFORM 737-Rejeita-Proposta
                       WHEN OTHER
                           DISPLAY "OPERACAO CANCELADA" AT 2120
                   END-EVALUATE
               END-IF
           END-IF.

       735-Registra-Proposta.
      *-Grava a proposta do tipo WS-Apr-Tipo com a imagem ja
      *-montada em DadosApr pela tela de manutencao; o proponente e
      *-o supervisor que autorizou a tela (WS-Sup-Id). A numeracao
      *-passa pela area do registro: a imagem e guardada antes.
           MOVE DadosApr TO WS-Apr-Dados.
           MOVE 99999999 TO NumApr.
           START APROVAC KEY IS LESS THAN NumApr
               INVALID KEY
                   MOVE 1 TO NumApr
               NOT INVALID KEY
                   READ APROVAC NEXT RECORD
                   ADD 1 TO NumApr
           END-START.
           MOVE NumApr TO WS-Apr-Num.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE WS-Apr-Tipo TO TipoApr.
           MOVE ANO TO AnoPropApr.
           MOVE MES TO MesPropApr.
           MOVE DIA TO DiaPropApr.
           COMPUTE HoraPropApr = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Sup-Id TO ProponenteApr.
           MOVE WS-Apr-Dados TO DadosApr.
           MOVE 'P' TO StatusApr.
           MOVE SPACES TO AprovadorApr MotivoApr.
           MOVE ZEROS TO DataDecisaoApr HoraDecisaoApr.
           MOVE SPACES TO WS-Apr-Msg.
           WRITE REG-APROVACAO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A PROPOSTA" TO WS-Apr-Msg
                   MOVE WS-Apr-Msg TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   STRING "PROPOSTA " WS-Apr-Num " AGUARDA APROVACAO"
                       DELIMITED BY SIZE INTO WS-Apr-Msg
           END-WRITE.

       736-Aprova-Proposta.
      *-Aplica a alteracao no arquivo de referencia; se ela nao
      *-cabe mais (banco ja incluido por outra proposta, etc.), a
      *-proposta e rejeitada com o motivo da falha.
           MOVE 'N' TO WS-Apr-Falhou.
           MOVE SPACES TO WS-Apr-Msg.
           EVALUATE TRUE
               WHEN Apr-Parametro
                   PERFORM 740-Aplica-Parametro
               WHEN Apr-Inclui-Banco
                   PERFORM 741-Aplica-Inclui-Banco
               WHEN Apr-Desativa-Banco
                   PERFORM 742-Aplica-Desativa-Banco
               WHEN Apr-Pacote
                   PERFORM 743-Aplica-Pacote
               WHEN Apr-Feriado
                   PERFORM 744-Aplica-Feriado
           END-EVALUATE.
      *-Os paragrafos de aplicacao usam outros arquivos; o registro
      *-da proposta e relido antes de regravar a decisao.
           MOVE WS-Apr-Num TO NumApr.
           READ APROVAC
               INVALID KEY
                   MOVE SPACE TO StatusApr
           END-READ.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           IF Aplicacao-Falhou
               MOVE 'R' TO StatusApr
               MOVE SPACES TO MotivoApr
               STRING "FALHA NA APLICACAO: " WS-Apr-Msg
                   DELIMITED BY SIZE INTO MotivoApr
           ELSE
               MOVE 'A' TO StatusApr
               MOVE SPACES TO MotivoApr
           END-IF.
           MOVE WS-Operador TO AprovadorApr.
           MOVE ANO TO AnoDecisaoApr.
           MOVE MES TO MesDecisaoApr.
           MOVE DIA TO DiaDecisaoApr.
           COMPUTE HoraDecisaoApr =
               HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           REWRITE REG-APROVACAO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A DECISAO" TO WS-Msg-Erro
                   DISPLAY WS-Msg-Erro AT 2120
                   PERFORM 32-Grava-Log-Erro
               NOT INVALID KEY
                   DISPLAY WS-Apr-Msg AT 2120
           END-REWRITE.

       737-Rejeita-Proposta.
           MOVE SPACES TO WS-Apr-Motivo.
           ACCEPT WS-Apr-Motivo AT 2018 WITH PROMPT AUTO.
           IF WS-Apr-Motivo = SPACES
               MOVE "INFORME O MOTIVO DA REJEICAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 2120
               PERFORM 32-Grava-Log-Erro
           ELSE
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               ACCEPT HORA-SIS FROM TIME
               MOVE 'R' TO StatusApr
               MOVE WS-Operador TO AprovadorApr
               MOVE WS-Apr-Motivo TO MotivoApr
               MOVE ANO TO AnoDecisaoApr
               MOVE MES TO MesDecisaoApr
               MOVE DIA TO DiaDecisaoApr
               COMPUTE HoraDecisaoApr =
                   HH-SIS * 10000 + MM-SIS * 100 + SS-SIS
               REWRITE REG-APROVACAO
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR A DECISAO" TO WS-Msg-Erro
                       DISPLAY WS-Msg-Erro AT 2120
                       PERFORM 32-Grava-Log-Erro
                   NOT INVALID KEY
                       DISPLAY "PROPOSTA REJEITADA" AT 2120
               END-REWRITE
           END-IF.

       738-Expira-Propostas.
      *-As chaves sao guardadas antes de tratar: a expiracao muda
      *-a situacao, que e a chave alternativa da leitura.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-Apr-Qtd WS-Apr-Expiradas.
           MOVE 'P' TO StatusApr.
           START APROVAC KEY IS EQUAL TO StatusApr
               INVALID KEY
                   MOVE "10" TO ARQST-APR
               NOT INVALID KEY
                   MOVE "00" TO ARQST-APR
           END-START.
           PERFORM 745-Coleta-Expirada UNTIL ARQST-APR = "10".
           PERFORM 746-Expira-Uma
               VARYING WS-Apr-Idx FROM 1 BY 1
               UNTIL WS-Apr-Idx > WS-Apr-Qtd.

       739-Monta-Linha-Aprovacao.
           MOVE SPACES TO WS-Apr-Resumo.
           EVALUATE TRUE
               WHEN Apr-Parametro
                   MOVE ValorParamApr TO WS-Apr-Valor-Edt
                   STRING CodParamApr " " WS-Apr-Valor-Edt
                       DELIMITED BY SIZE INTO WS-Apr-Resumo
               WHEN Apr-Inclui-Banco
               WHEN Apr-Desativa-Banco
                   STRING CodBancoApr " " NomeBancoApr
                       DELIMITED BY SIZE INTO WS-Apr-Resumo
               WHEN Apr-Pacote
                   STRING CodPacoteApr " " NomePacoteApr
                       DELIMITED BY SIZE INTO WS-Apr-Resumo
               WHEN Apr-Feriado
                   STRING DiaFeriadoApr "/" MesFeriadoApr "/"
                       AnoFeriadoApr " " DescricaoFerApr
                       DELIMITED BY SIZE INTO WS-Apr-Resumo
           END-EVALUATE.
           MOVE SPACES TO WS-Apr-Det.
           IF Apr-Pendente
               STRING NumApr " " TipoApr " " StatusApr " "
                   ProponenteApr " " DiaPropApr "/" MesPropApr "/"
                   AnoPropApr " " WS-Apr-Resumo
                   DELIMITED BY SIZE INTO WS-Apr-Det
           ELSE
               STRING NumApr " " TipoApr " " StatusApr " "
                   ProponenteApr " " AprovadorApr " "
                   MotivoApr(1:36)
                   DELIMITED BY SIZE INTO WS-Apr-Det
           END-IF.

       740-Aplica-Parametro.
           MOVE CodParamApr TO WS-Prm-Codigo.
           MOVE ValorParamApr TO WS-Prm-Valor.
           MOVE VigenciaParamApr TO WS-Prm-Vigencia.
           PERFORM 92-Grava-Parametro.

       741-Aplica-Inclui-Banco.
           MOVE CodBancoApr TO CodBancoTab.
           MOVE NomeBancoApr TO NomeBancoTab.
           MOVE 'A' TO StatusBancoTab.
           MOVE ProponenteApr TO OperadorBancoTab.
           MOVE WS-Operador TO AprovadorBancoTab.
           WRITE REG-BANCOTAB
               INVALID KEY
                   MOVE 'S' TO WS-Apr-Falhou
                   MOVE "CODIGO JA CADASTRADO" TO WS-Apr-Msg
               NOT INVALID KEY
                   MOVE "BANCO INCLUIDO" TO WS-Apr-Msg
           END-WRITE.

       742-Aplica-Desativa-Banco.
           MOVE CodBancoApr TO CodBancoTab.
           READ BANCOTAB
               INVALID KEY
                   MOVE 'S' TO WS-Apr-Falhou
                   MOVE "BANCO NAO CADASTRADO" TO WS-Apr-Msg
               NOT INVALID KEY
                   MOVE 'I' TO StatusBancoTab
                   MOVE ProponenteApr TO OperadorBancoTab
                   MOVE WS-Operador TO AprovadorBancoTab
                   REWRITE REG-BANCOTAB
                       INVALID KEY
                           MOVE 'S' TO WS-Apr-Falhou
                           MOVE "ERRO AO DESATIVAR" TO WS-Apr-Msg
                       NOT INVALID KEY
                           MOVE "BANCO DESATIVADO" TO WS-Apr-Msg
                   END-REWRITE
           END-READ.

       743-Aplica-Pacote.
           MOVE CodPacoteApr TO CodPacote.
           MOVE NomePacoteApr TO NomePacote.
           MOVE FranqSaqueApr TO FranqSaquePac.
           MOVE FranqTransfApr TO FranqTransfPac.
           MOVE FranqDepositoApr TO FranqDepositoPac.
           MOVE TarExcSaqueApr TO TarExcSaquePac.
           MOVE TarExcTransfApr TO TarExcTransfPac.
           MOVE TarExcDepositoApr TO TarExcDepositoPac.
           MOVE ProponenteApr TO OperadorPac.
           MOVE WS-Operador TO AprovadorPac.
           WRITE REG-PACOTE
               INVALID KEY
                   REWRITE REG-PACOTE
                       INVALID KEY
                           MOVE 'S' TO WS-Apr-Falhou
                           MOVE "ERRO AO GRAVAR PACOTE" TO WS-Apr-Msg
                       NOT INVALID KEY
                           MOVE "PACOTE ALTERADO" TO WS-Apr-Msg
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "PACOTE INCLUIDO" TO WS-Apr-Msg
           END-WRITE.

       744-Aplica-Feriado.
           MOVE "00" TO ARQST-FER.
           OPEN EXTEND FERIADOS.
           IF ARQST-FER NOT = "00"
               CLOSE FERIADOS
               OPEN OUTPUT FERIADOS
           END-IF.
           MOVE AnoFeriadoApr TO AnoFeriado.
           MOVE MesFeriadoApr TO MesFeriado.
           MOVE DiaFeriadoApr TO DiaFeriado.
           MOVE DescricaoFerApr TO DescricaoFer.
           MOVE ProponenteApr TO OperadorFer.
           MOVE WS-Operador TO AprovadorFer.
           WRITE REG-FERIADO.
           CLOSE FERIADOS.
           MOVE "FERIADO INCLUIDO" TO WS-Apr-Msg.

       745-Coleta-Expirada.
           READ APROVAC NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-APR
               NOT AT END
                   IF StatusApr NOT = 'P' OR WS-Apr-Qtd = 50
                       MOVE "10" TO ARQST-APR
                   ELSE
                       COMPUTE WS-Apr-Idade =
                           FUNCTION INTEGER-OF-DATE
                               (ANO * 10000 + MES * 100 + DIA)
                           - FUNCTION INTEGER-OF-DATE
                               (AnoPropApr * 10000 + MesPropApr * 100
                                + DiaPropApr)
                       IF WS-Apr-Idade > WS-Apr-Dias
                           ADD 1 TO WS-Apr-Qtd
                           MOVE NumApr TO WS-Apr-Exp(WS-Apr-Qtd)
                       END-IF
                   END-IF
           END-READ.

       746-Expira-Uma.
           MOVE WS-Apr-Exp(WS-Apr-Idx) TO NumApr.
           READ APROVAC
               INVALID KEY
                   MOVE SPACE TO StatusApr
           END-READ.
           IF Apr-Pendente
               ACCEPT HORA-SIS FROM TIME
               MOVE 'E' TO StatusApr
               MOVE SPACES TO AprovadorApr
               MOVE "EXPIRADA SEM REVISAO" TO MotivoApr
               MOVE ANO TO AnoDecisaoApr
               MOVE MES TO MesDecisaoApr
               MOVE DIA TO DiaDecisaoApr
               COMPUTE HoraDecisaoApr =
                   HH-SIS * 10000 + MM-SIS * 100 + SS-SIS
               REWRITE REG-APROVACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Apr-Expiradas
               END-REWRITE
           END-IF.

       560-Carta-Saldo.
      *-Carta de saldo (certidao): emite a carta assinavel com os
           COMPUTE HoraCpv = HH-SIS * 10000 + MM-SIS * 100
               + SS-SIS.
           MOVE 1 TO ViasCpv.
           MOVE WS-Proc-Cpf TO CpfProcCpv.
           MOVE WS-Proc-Nome TO NomeProcCpv.
           WRITE REG-COMPROV
               INVALID KEY
                   CONTINUE
               "  OPERADOR: " OperadorCpv
               DELIMITED BY SIZE INTO LINHA-CPV.
           WRITE LINHA-CPV.
           IF CpfProcCpv > ZEROS
               MOVE SPACES TO LINHA-CPV
               STRING "PROCURADOR: " CpfProcCpv " " NomeProcCpv
                   DELIMITED BY SIZE INTO LINHA-CPV
               WRITE LINHA-CPV
           END-IF.
           CLOSE COMPRIMP.

       525-Segunda-Via.
      *-telas (o operador aceita com ENTER ou corrige), em vez de
      *-redigitar tudo e criar a quinta grafia do mesmo nome.
           MOVE CpfCnpjC TO CpfCnpjCli.
           MOVE 'S' TO WS-Kyc-Coletar.
           READ CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *-Cliente conhecido ja com perfil KYC nao repete a coleta no
      *-Incluir (a renovacao e pela opcao de servicos).
                   IF DataKycCli NOT = ZEROS
                       MOVE 'N' TO WS-Kyc-Coletar
                   END-IF
                   IF NOT Editando-Cadastro
                       MOVE NomeCli TO Nome NomeC
                       DISPLAY Nome AT 0636
       112-Atualiza-Cliente.
      *-Grava (ou regrava) o cliente com os dados da conta que
      *-acabou de ser salva: o cadastro unico acompanha a ultima
      *-versao confirmada pelo operador. O registro e lido antes,
      *-para a regravacao preservar o perfil KYC ja existente; o
      *-perfil recem-coletado no Incluir entra junto. Nome ou
      *-documento na lista restritiva (e ainda nao liberado pelo
      *-supervisor) nao entra no cadastro unico.
           MOVE CpfCnpjC TO WS-Tri-Doc.
           MOVE NomeC TO WS-Tri-Nome.
           MOVE 'C' TO WS-Tri-Origem.
           MOVE CodC TO WS-Tri-CodC.
           MOVE ZEROS TO WS-Tri-Valor.
           PERFORM 610-Tria-Parte.
           IF Triagem-Retida
               DISPLAY "CLIENTE RETIDO: LISTA RESTRITIVA" AT 2010
           ELSE
               PERFORM 112-Grava-Cliente
           END-IF.

       112-Grava-Cliente.
           MOVE CpfCnpjC TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   MOVE 'N' TO WS-Kyc-Cli-Existe
                   MOVE ZEROS TO DataNascCli RendaMensalCli
                       PatrimonioCli DataKycCli
                   MOVE SPACES TO ProfissaoCli PepCli RiscoKycCli
                       OperadorKycCli
                   MOVE ZEROS TO DataObitoCli DataAlvaraCli
                   MOVE SPACES TO OperadorObitoCli AlvaraCli
                       OperadorAlvaraCli
               NOT INVALID KEY
                   MOVE 'S' TO WS-Kyc-Cli-Existe
           END-READ.
           MOVE CpfCnpjC TO CpfCnpjCli.
           MOVE NomeC TO NomeCli.
           MOVE CepC TO CepCli.
           MOVE UfC TO UfCli.
           MOVE TelefoneC TO TelefoneCli.
           MOVE EmailC TO EmailCli.
           IF NOT Editando-Cadastro AND Kyc-A-Coletar
               PERFORM 117-Move-Kyc
               MOVE 'N' TO WS-Kyc-Coletar
           END-IF.
           IF WS-Kyc-Cli-Existe = 'S'
               REWRITE REG-CLIENTE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-CLIENTE
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       115-Coleta-Kyc.
      *-Perfil KYC do cliente em tela propria; os dados ficam em
      *-WS-Kyc-* ate 112-Atualiza-Cliente (ou 592-Renova-Kyc)
      *-gravar o cliente.
           DISPLAY Tela-Kyc.
           PERFORM 05-Mostra-Data.
           DISPLAY CpfCnpjC AT 0420.
           MOVE ZEROS TO WS-Kyc-Nasc WS-Kyc-Renda WS-Kyc-Patrimonio.
           MOVE SPACES TO WS-Kyc-Profissao WS-Kyc-Pep.
           MOVE 'N' TO WS-Kyc-Nasc-Ok.
           PERFORM 115-VKycNasc UNTIL Kyc-Nasc-Valida.
           PERFORM 115-VKycProfissao
               UNTIL WS-Kyc-Profissao NOT = SPACES.
           ACCEPT WS-Kyc-Renda AT 1034 WITH PROMPT AUTO.
           ACCEPT WS-Kyc-Patrimonio AT 1232 WITH PROMPT AUTO.
           PERFORM 115-VKycPep UNTIL WS-Kyc-Pep = 'S' OR = 'N'.
           PERFORM 116-Classifica-Risco-Kyc.
           EVALUATE WS-Kyc-Risco
               WHEN 'A'
                   DISPLAY "CLIENTE CLASSIFICADO RISCO ALTO" AT 1635
               WHEN 'M'
                   DISPLAY "CLIENTE CLASSIFICADO RISCO MEDIO" AT 1635
               WHEN OTHER
                   DISPLAY "CLIENTE CLASSIFICADO RISCO BAIXO" AT 1635
           END-EVALUATE.

       115-VKycNasc.
           ACCEPT WS-Kyc-Nasc AT 0642 WITH PROMPT AUTO.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           IF WS-Kyc-Nasc-Mes < 1 OR WS-Kyc-Nasc-Mes > 12
               OR WS-Kyc-Nasc-Dia < 1 OR WS-Kyc-Nasc-Dia > 31
               OR WS-Kyc-Nasc-Ano < 1900
               OR WS-Kyc-Nasc > ANO * 10000 + MES * 100 + DIA
               MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1635
               PERFORM 32-Grava-Log-Erro
           ELSE
               MOVE 'S' TO WS-Kyc-Nasc-Ok
               DISPLAY ESPACO AT 1635
           END-IF.

       115-VKycProfissao.
           ACCEPT WS-Kyc-Profissao AT 0830 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Kyc-Profissao)
               TO WS-Kyc-Profissao.
           IF WS-Kyc-Profissao = SPACES
               MOVE "INFORME A OCUPACAO" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1635
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1635
           END-IF.

       115-VKycPep.
           ACCEPT WS-Kyc-Pep AT 1446 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Kyc-Pep) TO WS-Kyc-Pep.
           IF WS-Kyc-Pep NOT = 'S' AND NOT = 'N'
               DISPLAY "RESPONDA S OU N" AT 1635
           ELSE
               DISPLAY ESPACO AT 1635
           END-IF.

       116-Classifica-Risco-Kyc.
      *-PEP e sempre risco alto; patrimonio acima de KYCPATR e
      *-medio; o resto e baixo. A classe define o ciclo de
      *-renovacao usado pelo ProgramaP2RelKyc.
           IF WS-Kyc-Pep = 'S'
               MOVE 'A' TO WS-Kyc-Risco
           ELSE
               IF WS-Kyc-Patrimonio > WS-Kyc-Patr-Medio
                   MOVE 'M' TO WS-Kyc-Risco
               ELSE
                   MOVE 'B' TO WS-Kyc-Risco
               END-IF
           END-IF.

       117-Move-Kyc.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-Kyc-Nasc-Ano TO AnoNascCli.
           MOVE WS-Kyc-Nasc-Mes TO MesNascCli.
           MOVE WS-Kyc-Nasc-Dia TO DiaNascCli.
           MOVE WS-Kyc-Profissao TO ProfissaoCli.
           MOVE WS-Kyc-Renda TO RendaMensalCli.
           MOVE WS-Kyc-Patrimonio TO PatrimonioCli.
           MOVE WS-Kyc-Pep TO PepCli.
           MOVE WS-Kyc-Risco TO RiscoKycCli.
           MOVE ANO TO AnoKycCli.
           MOVE MES TO MesKycCli.
           MOVE DIA TO DiaKycCli.
           MOVE WS-Operador TO OperadorKycCli.

       118-Mostra-Renda-Kyc.
      *-Concessao de credito: renda declarada no perfil KYC ao lado
      *-da parcela pedida, com o quanto da renda a parcela compromete.
           MOVE CpfCnpjC TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   DISPLAY "RENDA: SEM PERFIL KYC" AT 1250
               NOT INVALID KEY
                   IF DataKycCli = ZEROS OR RendaMensalCli = ZEROS
                       DISPLAY "RENDA: NAO DECLARADA" AT 1250
                   ELSE
                       MOVE RendaMensalCli TO WS-Kyc-Renda-Edt
                       DISPLAY "RENDA:" AT 1250
                       DISPLAY WS-Kyc-Renda-Edt AT 1257
                       COMPUTE WS-Kyc-Comprom ROUNDED =
                           WS-Emp-Parcela * 100 / RendaMensalCli
                       MOVE WS-Kyc-Comprom TO WS-Kyc-Comprom-Edt
                       DISPLAY WS-Kyc-Comprom-Edt AT 1268
                       DISPLAY "%" AT 1275
                   END-IF
           END-READ.

       120-Posicao-Consol.
      *-Uma ligacao, uma tela: conta, ordens ativas, compras do
           MOVE WS-Flt-Lib-Mes TO MesLiberacaoFlt.
           MOVE WS-Flt-Lib-Dia TO DiaLiberacaoFlt.
           MOVE WS-Operador TO OperadorFlt.
           MOVE 'N' TO ApresentadoFlt.
           MOVE ZEROS TO DataApresentacaoFlt.
           MOVE ZEROS TO AlineaDevFlt.
           MOVE ZEROS TO DataDevolucaoFlt.
           WRITE REG-FLOAT
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FLOAT DO DEPOSITO" AT 1635
               NOT INVALID KEY
                   DISPLAY "BLOQUEIO " NumBloqueio " INCLUIDO"
                       AT 1436
                   PERFORM 792-Notifica-Bloqueio
           END-WRITE.

       186-VBlqConta.
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

       222-Inicia-Contador.
      *-Contador novo parte do maior sequencial da cadeia e do hash
      *-daquele lancamento.
           MOVE ZEROS TO WS-Seq-Maior WS-Hash-Maior.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
           PERFORM 223-Varre-Maior-Seq UNTIL ARQST-MOV = "10".
           MOVE CodC TO CodC-Seq.
           MOVE WS-Seq-Maior TO UltimoSeqMov.
           MOVE WS-Hash-Maior TO UltimoHashMov.
           WRITE REG-MOVSEQ
               INVALID KEY
                   CONTINUE
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

       221-Grava-Seq-Mov.
      *-Persiste o sequencial efetivamente gravado (o laco de
      *-colisao pode ter avancado alem do previsto) e encadeia o
      *-lancamento na cadeia de hash da conta.
           MOVE CodC TO CodC-Seq.
           READ MOVSEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 224-Encadeia-Mov
                   MOVE NumSeq-Mov TO UltimoSeqMov
                   MOVE HashMov TO UltimoHashMov
                   REWRITE REG-MOVSEQ
           END-READ.

       224-Encadeia-Mov.
      *-O anterior e o ultimo hash guardado no contador; o
      *-lancamento ja gravado e regravado com os dois hashes.
      *-Lancamento que ja e o ultimo do contador (o "ES" regravado
      *-em 235-Referencia-Estorno) mantem o anterior que ja tinha.
           IF UltimoSeqMov NOT = NumSeq-Mov
               IF UltimoHashMov NUMERIC
                   MOVE UltimoHashMov TO HashAntMov
               ELSE
                   MOVE ZEROS TO HashAntMov
               END-IF
           END-IF.
           PERFORM 225-Calcula-Hash-Mov.
           MOVE WS-Hash-Valor TO HashMov.
           REWRITE REG-MOVIMENTO
               INVALID KEY
                   MOVE "ERRO AO ENCADEAR LANCAMENTO" TO WS-Msg-Erro
                   PERFORM 32-Grava-Log-Erro
           END-REWRITE.

       225-Calcula-Hash-Mov.
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
           PERFORM 226-Soma-Hash.

       226-Soma-Hash.
      *-Serve as duas cadeias: WS-Hash-Linha ja montada por quem
      *-chamou (lancamento ou linha de auditoria).
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 227-Soma-Caracter-Hash
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       227-Soma-Caracter-Hash.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       228-Encadeia-Aud.
      *-A linha de auditoria montada por quem chamou recebe o hash
      *-da ultima linha do arquivo e o proprio. O anterior e lido
      *-do arquivo a cada gravacao (e nao guardado na sessao): os
      *-batches tambem acrescentam linhas em AUDITORIA.DAT com a
      *-sessao aberta. Mesma varredura de 34-Localiza-Ultima-
      *-Alteracao.
           MOVE REG-AUDITORIA TO WS-Aud-Registro.
           MOVE ZEROS TO WS-Hash-Ultimo-Aud.
           CLOSE AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF ARQST-AUD = "00"
               PERFORM 229-Le-Ultimo-Aud UNTIL ARQST-AUD = "10"
           END-IF.
           CLOSE AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE WS-Aud-Registro TO REG-AUDITORIA.
           MOVE WS-Hash-Ultimo-Aud TO HashAntAud.
           MOVE ZEROS TO HashAud.
           MOVE REG-AUDITORIA TO WS-Hash-Linha.
           PERFORM 226-Soma-Hash.
           MOVE WS-Hash-Valor TO HashAud.

       229-Le-Ultimo-Aud.
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

       230-Estorno.
      *-Correcao de lancamento errado sem editar saldo: o
      *-lancamento oposto ("ES") referencia o original, o saldo
                   IF TipoMov = "ES"
                       DISPLAY "ESTORNO NAO SE ESTORNA" AT 1236
                   ELSE
      *-Lancamento de mes fechado: o estorno vai pelo
      *-ProgramaP2AjustePeriodo, com supervisor e no mes corrente.
                       COMPUTE WS-Per-Data = AnoMov * 100 + MesMov
                       PERFORM 203-Verifica-Periodo
                       IF Periodo-Travado
                           DISPLAY "PERIODO FECHADO: USE AJUSTE"
                               AT 1236
                       ELSE
                           PERFORM 233-Confirma-Estorno
                       END-IF
                   END-IF
                   END-IF
           END-READ.
           DISPLAY AnoMov AT 0832.
           DISPLAY TipoMov AT 0846.
           COMPUTE WS-Est-Delta = SaldoNovoMov - SaldoAnteriorMov.
           MOVE DataMov TO WS-Est-Data.
           MOVE WS-Est-Delta TO WS-Est-Valor-Edt.
           DISPLAY WS-Est-Valor-Edt AT 0862.
      *-Lancamento de valor zero (ex.: transporte zerado) nao tem o
           ELSE
               MOVE SPACE TO WS-Est-Confirma
               ACCEPT WS-Est-Confirma AT 1044 WITH PROMPT AUTO
               IF WS-Est-Confirma = 'S' OR = 's'
                   MOVE "ES" TO WS-Alc-Tipo
                   IF WS-Est-Delta < ZEROS
                       COMPUTE WS-Alc-Valor = ZERO - WS-Est-Delta
                   ELSE
                       MOVE WS-Est-Delta TO WS-Alc-Valor
                   END-IF
                   MOVE WS-Est-CodC TO WS-Alc-Conta
                   PERFORM 755-Verifica-Alcada
                   IF NOT Alcada-Coberta
                       MOVE 'N' TO WS-Est-Confirma
                   END-IF
               END-IF
               IF WS-Est-Confirma = 'S' OR = 's'
                   PERFORM 234-Aplica-Estorno
               ELSE
       235-Referencia-Estorno.
      *-12-Grava-Movimento acabou de gravar o lancamento "ES" (o
      *-buffer ainda e ele): regrava com a referencia ao original.
      *-Original de dia anterior: o estorno vale desde aquele dia e
      *-fica pendente do recalculo de juros/IOF do
      *-ProgramaP2DataValor.
           MOVE WS-Est-Seq TO SeqEstornoMov.
           IF WS-Est-Data < DataMov
               MOVE WS-Est-Data TO DataValorMov
               MOVE 'P' TO SitValorMov
           END-IF.
           MOVE NumSeq-Mov TO WS-Est-Seq-Novo.
           REWRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO REFERENCIAR ESTORNO" AT 1336
           END-REWRITE.
      *-A referencia entra no hash: refaz o elo do "ES".
           PERFORM 221-Grava-Seq-Mov.

       236-Marca-Original.
           MOVE WS-Est-CodC TO CodC-Mov.
                   PERFORM 430-Renegociacao
               WHEN '4'
                   PERFORM 440-Fila-Cobranca
               WHEN '5'
                   PERFORM 445-Recuperacao
               WHEN '0'
                   CONTINUE
               WHEN OTHER
       410-Abre-Contrato.
      *-Abre contrato contra conta ativa, com supervisor: o valor e
      *-creditado na conta pelo ledger ("LB"), o contrato vai para
      *-EMPRESTIMO.DAT e a agenda mensal para PARCEMP.DAT (Price ou
      *-SAC, juros compostos sobre o saldo devedor, cada parcela
      *-com amortizacao e juros separados - 266-Calcula-Parcela;
      *-vencimentos com dia limitado a 28, a partir do mes
      *-seguinte). O contrato impresso leva a agenda e o CET.
      *-Consignado (empresa informada) tem a parcela limitada pela
      *-margem consignavel (650-Margem-Consignavel) e e cobrado na
      *-folha da empresa, pelo ProgramaP2CreditoSalario.
           DISPLAY Tela-Emprestimo.
           PERFORM 05-Mostra-Data.
           PERFORM 31-Valida-Pin-Supervisor.
               DISPLAY "AUTORIZACAO NEGADA" AT 1636
           ELSE
               PERFORM 261-Emprestimo-Dados
                   THRU 261-Emprestimo-Dados-Fim
           END-IF.

       420-Quitacao.
      *-Quitacao antecipada: liquida hoje o contrato inteiro com
      *-abatimento dos juros nao ganhos das parcelas pendentes
      *-(Price/SAC: os juros gravados nas parcelas ainda a vencer;
      *-contrato antigo de juros simples: cada parcela pendente
      *-carrega ValorEmp * TaxaEmp de juros). Um debito unico na conta,
      *-parcelas pendentes baixadas, contrato quitado e
      *-demonstrativo impresso em QUITEMPnnnnnn.DAT.
           DISPLAY Tela-Quitacao.
           END-READ.

       421-Calcula-Quitacao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Qui-Hoje = ANO * 10000 + MES * 100 + DIA.
           PERFORM 423-Conta-Parcelas-Pendentes.
           IF SistemaEmp = SPACE
               COMPUTE WS-Qui-Abatimento ROUNDED =
                   WS-Qui-Pendentes * ValorEmp * TaxaEmp
           ELSE
               MOVE WS-Qui-Juros-Futuros TO WS-Qui-Abatimento
           END-IF.
           IF WS-Qui-Abatimento > SaldoDevedorEmp
               MOVE SaldoDevedorEmp TO WS-Qui-Abatimento
           END-IF.
       423-Conta-Parcelas-Pendentes.
      *-Conta as parcelas pendentes do contrato em PARCEMP.DAT
      *-(aberto EXTEND na sessao, troca para INPUT so na varredura).
           MOVE ZEROS TO WS-Qui-Pendentes WS-Qui-Juros-Futuros.
           CLOSE PARCEMP.
           OPEN INPUT PARCEMP.
           PERFORM 424-Varre-Parcela-Quit UNTIL ARQST-PEM = "10".
                   IF NumContrato-Pe = WS-Qui-Contrato
                       AND ParcEmp-Pendente
                       ADD 1 TO WS-Qui-Pendentes
      *-Juros de parcela ja vencida foram ganhos: so os das
      *-parcelas a vencer saem da quitacao.
                       MOVE Vencimento-Pe TO WS-Qui-Vencimento
                       IF WS-Qui-Vencimento > WS-Qui-Hoje
                           ADD Juros-Pe TO WS-Qui-Juros-Futuros
                       END-IF
                   END-IF
           END-READ.

           PERFORM 432-VRenTaxa UNTIL WS-Emp-Taxa > ZEROS.
           PERFORM 433-VRenPrazo
               UNTIL WS-Emp-Prazo >= 1 AND WS-Emp-Prazo <= 120.
           MOVE SPACE TO WS-Emp-Sistema.
           PERFORM 433-VRenSistema
               UNTIL WS-Emp-Sistema = 'P' OR = 'S'.
           PERFORM 266-Calcula-Parcela.
           MOVE WS-Emp-Parcela TO WS-Qui-Valor-Edt.
           DISPLAY WS-Qui-Valor-Edt AT 1233.
           MOVE WS-Emp-Cet TO WS-Emp-Cet-Edt.
           DISPLAY "CET % A.A.:" AT 1250.
           DISPLAY WS-Emp-Cet-Edt AT 1262.
           PERFORM 31-Valida-Pin-Supervisor.
           IF NOT Pin-Valido
               DISPLAY "AUTORIZACAO NEGADA" AT 1636
               DISPLAY ESPACO AT 1636
           END-IF.

       433-VRenSistema.
           ACCEPT WS-Emp-Sistema AT 1344 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Emp-Sistema) TO WS-Emp-Sistema.
           IF WS-Emp-Sistema NOT = 'P' AND NOT = 'S'
               MOVE "SISTEMA INVALIDO, USE P OU S" TO WS-Msg-Erro
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       434-Aplica-Renegociacao.
      *-Baixa as parcelas pendentes do antigo, grava o contrato
      *-novo com a agenda nova e encerra o antigo com o elo.
           MOVE WS-Ren-Contrato-Antigo TO WS-Qui-Contrato.
      *-Consignado renegociado continua descontado na mesma folha.
           MOVE WS-Ren-Contrato-Antigo TO NumContrato.
           MOVE SPACES TO WS-Emp-Consig.
           READ EMPRESTIMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ConsignanteEmp TO WS-Emp-Consig
           END-READ.
           MOVE WS-Ren-Contrato-Antigo TO WS-Gar-Contrato.
           PERFORM 459-Carrega-Garantias.
           PERFORM 426-Baixa-Parcelas-Quit.
           PERFORM 269-Proximo-Contrato.
           MOVE NumContrato TO WS-Ren-Contrato-Novo.
           MOVE ZEROS TO ContratoNovoEmp.
           MOVE SPACES TO ClasseRiscoEmp ClasseRiscoAntEmp.
           MOVE ZEROS TO EstagioCobEmp DataEstagioCobEmp.
           MOVE WS-Emp-Sistema TO SistemaEmp.
           MOVE WS-Emp-Cet TO CetAnualEmp.
           MOVE WS-Emp-Consig TO ConsignanteEmp.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTRATO NOVO" AT 1636
               NOT INVALID KEY
                   PERFORM 262-Gera-Agenda-Emp
                   PERFORM 458-Grava-Garantias
                   PERFORM 272-Imprime-Contrato
                   PERFORM 435-Encerra-Contrato-Antigo
                   DISPLAY "RENEGOCIADO: CONTRATO " AT 1636
                   DISPLAY WS-Ren-Contrato-Novo AT 1659
                   END-IF
           END-READ.

       445-Recuperacao.
      *-Pagamento de contrato baixado para prejuizo
      *-(ProgramaP2BaixaPrejuizo): o contrato nao volta a carteira;
      *-o valor recebido, debitado da conta ("RP") ou em dinheiro na
      *-gaveta, soma no registro de baixados (BAIXAEMP.DAT) e vai
      *-para o diario de recuperacoes (RECUPEMP.DAT). Recebimento
      *-limitado ao saldo ainda a recuperar.
           DISPLAY Tela-Recuperacao.
           PERFORM 05-Mostra-Data.
           MOVE ZEROS TO WS-Rcp-Contrato.
           ACCEPT WS-Rcp-Contrato AT 0439 WITH PROMPT AUTO.
           OPEN I-O BAIXAEMP.
           IF ARQST-BX NOT = "00"
               DISPLAY "NENHUM CONTRATO BAIXADO" AT 1436
           ELSE
               MOVE WS-Rcp-Contrato TO NumContrato-Bx
               READ BAIXAEMP
                   INVALID KEY
                       DISPLAY "CONTRATO NAO CONSTA COMO BAIXADO"
                           AT 1436
                   NOT INVALID KEY
                       IF Baixa-Recuperada
                           DISPLAY "CONTRATO JA RECUPERADO" AT 1436
                       ELSE
                           PERFORM 446-Dados-Recuperacao
                       END-IF
               END-READ
           END-IF.
           CLOSE BAIXAEMP.

       446-Dados-Recuperacao.
           COMPUTE WS-Rcp-Saldo =
               ValorBaixadoBx - ValorRecuperadoBx.
           DISPLAY CodC-Bx AT 0626.
           MOVE ValorBaixadoBx TO WS-Qui-Valor-Edt.
           DISPLAY WS-Qui-Valor-Edt AT 0734.
           MOVE ValorRecuperadoBx TO WS-Qui-Valor-Edt.
           DISPLAY WS-Qui-Valor-Edt AT 0834.
           MOVE WS-Rcp-Saldo TO WS-Qui-Valor-Edt.
           DISPLAY WS-Qui-Valor-Edt AT 0938.
           MOVE ZEROS TO WS-Rcp-Valor.
           ACCEPT WS-Rcp-Valor AT 1035 WITH PROMPT AUTO.
           IF WS-Rcp-Valor = ZEROS OR WS-Rcp-Valor > WS-Rcp-Saldo
               DISPLAY "VALOR INVALIDO OU ACIMA DO SALDO BAIXADO"
                   AT 1436
           ELSE
               MOVE SPACES TO WS-Rcp-Forma
               ACCEPT WS-Rcp-Forma AT 1147 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE(WS-Rcp-Forma) TO WS-Rcp-Forma
               EVALUATE WS-Rcp-Forma
                   WHEN 'C'
                       PERFORM 447-Recupera-Na-Conta
                   WHEN 'D'
                       MOVE WS-Rcp-Valor TO WS-Mov-Valor
                       PERFORM 241-Grava-Gaveta-Dep
                       PERFORM 448-Registra-Recuperacao
                       DISPLAY "RECUPERACAO RECEBIDA EM DINHEIRO"
                           AT 1436
                   WHEN OTHER
                       DISPLAY "FORMA INVALIDA, USE C OU D" AT 1436
               END-EVALUATE
           END-IF.

       447-Recupera-Na-Conta.
      *-Debito na conta do contrato, respeitando o saldo disponivel
      *-(bloqueio judicial e float descontados), como na tela D.
           MOVE CodC-Bx TO CodC.
           READ CC
               INVALID KEY
                   DISPLAY "CONTA DO CONTRATO NAO EXISTE" AT 1436
               NOT INVALID KEY
                   PERFORM 181-Apura-Bloqueios
                   IF NOT Conta-Ativa OR WS-Rcp-Valor >
                       SaldoC + LimiteChequeEspecialC
                       - WS-Total-Bloqueado - WS-Total-Float
                       DISPLAY "SALDO INSUFICIENTE NA CONTA" AT 1436
                   ELSE
                       MOVE SaldoC TO SaldoC-Antes
                       SUBTRACT WS-Rcp-Valor FROM SaldoC
                       MOVE "RP" TO WS-Tipo-Lancamento
                       MOVE SPACE TO WS-Origem-Lancamento
                       MOVE SPACES TO WS-Descricao-Lancamento
                       STRING "RECUPERACAO CONTRATO " WS-Rcp-Contrato
                           DELIMITED BY SIZE
                           INTO WS-Descricao-Lancamento
                       REWRITE REG-CONTA
                           INVALID KEY
                               DISPLAY "ERRO AO DEBITAR A CONTA"
                                   AT 1436
                           NOT INVALID KEY
                               PERFORM 12-Grava-Movimento
                               PERFORM 448-Registra-Recuperacao
                               DISPLAY "RECUPERACAO DEBITADA NA CONTA"
                                   AT 1436
                       END-REWRITE
                   END-IF
           END-READ.

       448-Registra-Recuperacao.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ADD WS-Rcp-Valor TO ValorRecuperadoBx.
           ADD 1 TO QtdRecuperacoesBx.
           MOVE ANO TO AnoUltRecBx.
           MOVE MES TO MesUltRecBx.
           MOVE DIA TO DiaUltRecBx.
           IF ValorRecuperadoBx >= ValorBaixadoBx
               MOVE 'R' TO StatusBx
           END-IF.
           REWRITE REG-BAIXAEMP.
           MOVE NumContrato-Bx TO NumContrato-Rc.
           MOVE CodC-Bx TO CodC-Rc.
           MOVE CodAgencia-Bx TO CodAgencia-Rc.
           MOVE ANO TO AnoRecup.
           MOVE MES TO MesRecup.
           MOVE DIA TO DiaRecup.
           MOVE WS-Rcp-Valor TO ValorRecup.
           MOVE WS-Rcp-Forma TO FormaRecup.
           MOVE WS-Operador TO OperadorRecup.
           OPEN EXTEND RECUPEMP.
           IF ARQST-RCP NOT = "00"
               CLOSE RECUPEMP
               OPEN OUTPUT RECUPEMP
           END-IF.
           WRITE REG-RECUPEMP.
           CLOSE RECUPEMP.

       435-Encerra-Contrato-Antigo.
           MOVE WS-Ren-Contrato-Antigo TO NumContrato.
           READ EMPRESTIMO

       261-Emprestimo-Dados.
           MOVE ZEROS TO WS-Emp-CodC WS-Emp-Valor.
           MOVE ZEROS TO WS-Gar-Qtd.
           MOVE ZEROS TO WS-Emp-Taxa WS-Emp-Prazo.
           ACCEPT WS-Emp-CodC AT 0437 WITH PROMPT AUTO.
           MOVE WS-Emp-CodC TO CodC.
                   IF NOT Conta-Ativa
                       DISPLAY "CONTA BLOQUEADA OU ENCERRADA" AT 1636
                   ELSE
      *-Conta com documento de abertura pendente nao toma
      *-emprestimo.
                       PERFORM 800-Verifica-Pendencia-Doc
                       IF Conta-Com-Pendencia
                           DISPLAY "DOCUMENTOS PENDENTES: NAO CONCEDE"
                               AT 1636
                           GO TO 261-Emprestimo-Dados-Fim
                       END-IF
      *-Score do titular na concessao: abaixo do corte, o
      *-supervisor ja autenticado confirma expressamente e o
      *-override fica em ERRLOG.DAT.
                               DELIMITED BY SIZE INTO WS-Msg-Erro
                           PERFORM 32-Grava-Log-Erro
                       END-IF
      *-Empresa em branco = emprestimo comum; preenchida, contrato
      *-consignado na folha que essa empresa manda (SALARIO.DAT).
                       MOVE SPACES TO WS-Emp-Consig
                       ACCEPT WS-Emp-Consig AT 0541 WITH PROMPT AUTO
                       PERFORM 263-VEmpValor
                           UNTIL WS-Emp-Valor > ZEROS
                       PERFORM 264-VEmpTaxa
                       PERFORM 265-VEmpPrazo
                           UNTIL WS-Emp-Prazo >= 1
                           AND WS-Emp-Prazo <= 120
                       MOVE SPACE TO WS-Emp-Sistema
                       PERFORM 266-VEmpSistema
                           UNTIL WS-Emp-Sistema = 'P' OR = 'S'
                       PERFORM 266-Calcula-Parcela
                       MOVE WS-Emp-Parcela TO Saldo
                       DISPLAY Saldo AT 1235
                       MOVE WS-Emp-Cet TO WS-Emp-Cet-Edt
                       DISPLAY WS-Emp-Cet-Edt AT 1335
                       PERFORM 118-Mostra-Renda-Kyc
                       IF WS-Emp-Consig NOT = SPACES
                           PERFORM 650-Margem-Consignavel
                           IF NOT Margem-Consignavel-Ok
                               GO TO 261-Emprestimo-Dados-Fim
                           END-IF
                       END-IF
      *-Avalistas e bens em garantia, conferidos contra a politica
      *-(GARMIN/GARLTV) antes da confirmacao.
                       PERFORM 451-Coleta-Garantias
                       IF NOT Garantia-Ok
                           GO TO 261-Emprestimo-Dados-Fim
                       END-IF
                       PERFORM 267-Confirma-Contrato
                   END-IF
           END-READ.
               END-READ
           END-IF.

       451-Coleta-Garantias.
      *-Garantias do contrato, ate cinco: avalista pelo CPF/CNPJ
      *-(cliente cadastrado e vivo, fora do CCF e com score no
      *-corte) ou bem com especie, valor e data de avaliacao ainda
      *-dentro de GARREAV meses. F encerra a coleta e a politica e
      *-conferida no fim (456-Confere-Politica-Gar).
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Gar-Hoje = ANO * 10000 + MES * 100 + DIA.
           MOVE ZEROS TO WS-Gar-Qtd.
           MOVE SPACE TO WS-Gar-Tipo-Ent.
           DISPLAY "GARANTIA (A=AVALISTA B=BEM F=FIM):" AT 2019.
           PERFORM 452-Coleta-Uma-Garantia
               UNTIL WS-Gar-Tipo-Ent = 'F' OR WS-Gar-Qtd = 5.
           DISPLAY Espaco AT 2119.
           DISPLAY Espaco AT 2219.
           DISPLAY Espaco AT 2319.
           PERFORM 456-Confere-Politica-Gar.

       452-Coleta-Uma-Garantia.
           MOVE SPACE TO WS-Gar-Tipo-Ent.
           ACCEPT WS-Gar-Tipo-Ent AT 2054 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Gar-Tipo-Ent)
               TO WS-Gar-Tipo-Ent.
           DISPLAY Espaco AT 2119.
           DISPLAY Espaco AT 2219.
           DISPLAY Espaco AT 2319.
           EVALUATE WS-Gar-Tipo-Ent
               WHEN 'A'
                   PERFORM 453-Coleta-Avalista
               WHEN 'B'
                   PERFORM 455-Coleta-Bem
               WHEN 'F'
                   DISPLAY ESPACO AT 1636
               WHEN OTHER
                   DISPLAY "GARANTIA: USE A, B OU F" AT 1636
           END-EVALUATE.
           DISPLAY "GARANTIAS:" AT 2058.
           DISPLAY WS-Gar-Qtd AT 2069.

       453-Coleta-Avalista.
           MOVE ZEROS TO WS-Gar-Cpf-Ent.
           DISPLAY "CPF/CNPJ DO AVALISTA:" AT 2119.
           ACCEPT WS-Gar-Cpf-Ent AT 2141 WITH PROMPT AUTO.
           IF WS-Gar-Cpf-Ent = ZEROS OR WS-Gar-Cpf-Ent = CpfCnpjC
               MOVE "AVALISTA EM BRANCO OU O PROPRIO TITULAR"
                   TO WS-Msg-Erro
           ELSE
               PERFORM 454-Confere-Avalista
           END-IF.
           IF WS-Msg-Erro = SPACES
               ADD 1 TO WS-Gar-Qtd
               MOVE 'A' TO WS-Gar-Tipo(WS-Gar-Qtd)
               MOVE WS-Gar-Cpf-Ent TO WS-Gar-Cpf(WS-Gar-Qtd)
               MOVE NomeCli TO WS-Gar-Nome(WS-Gar-Qtd)
               MOVE SPACE TO WS-Gar-Especie(WS-Gar-Qtd)
               MOVE SPACES TO WS-Gar-Desc(WS-Gar-Qtd)
               MOVE ZEROS TO WS-Gar-Valor(WS-Gar-Qtd)
               MOVE ZEROS TO WS-Gar-Data(WS-Gar-Qtd)
               DISPLAY "AVALISTA ACEITO" AT 1636
           ELSE
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           END-IF.

       454-Confere-Avalista.
      *-Avalista tem que ser cliente (CLIENTES.DAT) sem obito
      *-registrado, nao pode estar ativo no CCF e, tendo score
      *-calculado, nao pode estar abaixo de SCORECUT. Aqui nao ha
      *-override de supervisor: avalista recusado e trocado.
           MOVE SPACES TO WS-Msg-Erro.
           MOVE WS-Gar-Cpf-Ent TO CpfCnpjCli.
           READ CLIENTE
               INVALID KEY
                   MOVE "AVALISTA SEM CADASTRO DE CLIENTE"
                       TO WS-Msg-Erro
               NOT INVALID KEY
                   IF DataObitoCli NOT = ZEROS
                       MOVE "AVALISTA COM OBITO REGISTRADO"
                           TO WS-Msg-Erro
                   END-IF
           END-READ.
           IF WS-Msg-Erro = SPACES
               MOVE WS-Gar-Cpf-Ent TO CpfCnpjCcf
               READ CCF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Ccf-Ativo
                           MOVE "AVALISTA NO CCF (CHEQUE SEM FUNDOS)"
                               TO WS-Msg-Erro
                       END-IF
               END-READ
           END-IF.
           IF WS-Msg-Erro = SPACES AND WS-Score-Aberto = 'S'
               MOVE WS-Gar-Cpf-Ent TO CpfCnpjScore
               READ SCORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ScoreTotal < WS-Score-Corte
                           STRING "AVALISTA COM SCORE BAIXO: "
                               ScoreTotal
                               DELIMITED BY SIZE INTO WS-Msg-Erro
                       END-IF
               END-READ
           END-IF.

       455-Coleta-Bem.
           MOVE SPACE TO WS-Gar-Especie-Ent.
           MOVE SPACES TO WS-Gar-Desc-Ent.
           MOVE ZEROS TO WS-Gar-Valor-Ent WS-Gar-Data-Ent.
           DISPLAY "ESPECIE (I=IMOV V=VEIC A=APLIC O=OUTRO):"
               AT 2119.
           ACCEPT WS-Gar-Especie-Ent AT 2160 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Gar-Especie-Ent)
               TO WS-Gar-Especie-Ent.
           DISPLAY "DESCRICAO:" AT 2219.
           ACCEPT WS-Gar-Desc-Ent AT 2230 WITH PROMPT AUTO.
           DISPLAY "VALOR AVALIADO:" AT 2319.
           ACCEPT WS-Gar-Valor-Ent AT 2335 WITH PROMPT AUTO.
           DISPLAY "EM (AAAAMMDD):" AT 2349.
           ACCEPT WS-Gar-Data-Ent AT 2364 WITH PROMPT AUTO.
      *-Idade da avaliacao em meses completos.
           COMPUTE WS-Gar-Meses = (ANO * 12 + MES)
               - (WS-Gar-Ent-Ano * 12 + WS-Gar-Ent-Mes).
           IF DIA < WS-Gar-Ent-Dia
               SUBTRACT 1 FROM WS-Gar-Meses
           END-IF.
           MOVE SPACES TO WS-Msg-Erro.
           EVALUATE TRUE
               WHEN WS-Gar-Especie-Ent NOT = 'I' AND NOT = 'V'
                   AND NOT = 'A' AND NOT = 'O'
                   MOVE "ESPECIE DO BEM INVALIDA" TO WS-Msg-Erro
               WHEN WS-Gar-Desc-Ent = SPACES
                   MOVE "DESCREVA O BEM" TO WS-Msg-Erro
               WHEN WS-Gar-Valor-Ent = ZEROS
                   MOVE "VALOR AVALIADO ZERADO" TO WS-Msg-Erro
               WHEN WS-Gar-Ent-Mes < 1 OR WS-Gar-Ent-Mes > 12
                   OR WS-Gar-Ent-Dia < 1 OR WS-Gar-Ent-Dia > 31
                   OR WS-Gar-Data-Ent > WS-Gar-Hoje
                   MOVE "DATA DE AVALIACAO INVALIDA" TO WS-Msg-Erro
               WHEN WS-Gar-Meses >= WS-Gar-Reav-Meses
                   MOVE "AVALIACAO VENCIDA - REAVALIAR O BEM"
                       TO WS-Msg-Erro
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-Msg-Erro = SPACES
               ADD 1 TO WS-Gar-Qtd
               MOVE 'B' TO WS-Gar-Tipo(WS-Gar-Qtd)
               MOVE ZEROS TO WS-Gar-Cpf(WS-Gar-Qtd)
               MOVE SPACES TO WS-Gar-Nome(WS-Gar-Qtd)
               MOVE WS-Gar-Especie-Ent TO WS-Gar-Especie(WS-Gar-Qtd)
               MOVE WS-Gar-Desc-Ent TO WS-Gar-Desc(WS-Gar-Qtd)
               MOVE WS-Gar-Valor-Ent TO WS-Gar-Valor(WS-Gar-Qtd)
               MOVE WS-Gar-Data-Ent TO WS-Gar-Data(WS-Gar-Qtd)
               DISPLAY "BEM ACEITO" AT 1636
           ELSE
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           END-IF.

       456-Confere-Politica-Gar.
      *-Contrato a partir de GARMIN sem nenhuma garantia nao passa.
      *-Garantido so por bens, o LTV (valor do contrato sobre o
      *-total avaliado) tem que ficar ate GARLTV; com avalista os
      *-bens sao reforco e o LTV so e mostrado.
           MOVE 'S' TO WS-Gar-Ok.
           MOVE 'N' TO WS-Gar-Tem-Aval.
           MOVE ZEROS TO WS-Gar-Soma-Bens WS-Gar-Ltv.
           PERFORM 457-Soma-Garantia
               VARYING WS-Gar-Idx FROM 1 BY 1
               UNTIL WS-Gar-Idx > WS-Gar-Qtd.
           IF WS-Gar-Soma-Bens > ZEROS
               COMPUTE WS-Gar-Ltv ROUNDED =
                   WS-Emp-Valor * 100 / WS-Gar-Soma-Bens
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-Gar-Ltv
               END-COMPUTE
               MOVE WS-Gar-Ltv TO WS-Gar-Ltv-Edt
               DISPLAY "LTV (%):" AT 2119
               DISPLAY WS-Gar-Ltv-Edt AT 2128
           END-IF.
           MOVE SPACES TO WS-Msg-Erro.
           EVALUATE TRUE
               WHEN WS-Emp-Valor >= WS-Gar-Minimo
                   AND WS-Gar-Qtd = ZEROS
                   MOVE 'N' TO WS-Gar-Ok
                   MOVE "CONTRATO EXIGE AVALISTA OU BEM"
                       TO WS-Msg-Erro
               WHEN WS-Gar-Soma-Bens > ZEROS
                   AND WS-Gar-Tem-Aval = 'N'
                   AND WS-Gar-Ltv > WS-Gar-Ltv-Max
                   MOVE 'N' TO WS-Gar-Ok
                   STRING "LTV ACIMA DA POLITICA: " WS-Gar-Ltv-Edt
                       DELIMITED BY SIZE INTO WS-Msg-Erro
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT Garantia-Ok
               DISPLAY WS-Msg-Erro AT 1636
               PERFORM 32-Grava-Log-Erro
           END-IF.

       457-Soma-Garantia.
           IF WS-Gar-Tipo(WS-Gar-Idx) = 'A'
               MOVE 'S' TO WS-Gar-Tem-Aval
           ELSE
               ADD WS-Gar-Valor(WS-Gar-Idx) TO WS-Gar-Soma-Bens
           END-IF.

       458-Grava-Garantias.
      *-Garantias do contrato recem-gravado (NumContrato), na ordem
      *-da coleta.
           IF WS-Gar-Qtd > ZEROS
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               OPEN I-O GARANTIA
               IF ARQST-GAR NOT = "00"
                   CLOSE GARANTIA
                   OPEN OUTPUT GARANTIA
                   CLOSE GARANTIA
                   OPEN I-O GARANTIA
               END-IF
               PERFORM 458-Grava-Uma-Garantia
                   VARYING WS-Gar-Idx FROM 1 BY 1
                   UNTIL WS-Gar-Idx > WS-Gar-Qtd
               CLOSE GARANTIA
           END-IF.

       458-Grava-Uma-Garantia.
           MOVE NumContrato TO NumContrato-Gar.
           MOVE WS-Gar-Idx TO SeqGar.
           MOVE WS-Gar-Tipo(WS-Gar-Idx) TO TipoGar.
           MOVE WS-Gar-Cpf(WS-Gar-Idx) TO CpfCnpjAvalGar.
           MOVE WS-Gar-Nome(WS-Gar-Idx) TO NomeAvalGar.
           MOVE WS-Gar-Especie(WS-Gar-Idx) TO EspecieBemGar.
           MOVE WS-Gar-Desc(WS-Gar-Idx) TO DescricaoBemGar.
           MOVE WS-Gar-Valor(WS-Gar-Idx) TO ValorAvaliadoGar.
           MOVE WS-Gar-Data(WS-Gar-Idx) TO DataAvaliacaoGar.
           MOVE ANO TO AnoCadastroGar.
           MOVE MES TO MesCadastroGar.
           MOVE DIA TO DiaCadastroGar.
           MOVE WS-Operador TO OperadorGar.
           WRITE REG-GARANTIA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR GARANTIA" AT 1636
           END-WRITE.

       459-Carrega-Garantias.
      *-Renegociacao: as garantias do contrato antigo passam para o
      *-novo como estavam (458-Grava-Garantias depois do WRITE).
           MOVE ZEROS TO WS-Gar-Qtd.
           OPEN INPUT GARANTIA.
           IF ARQST-GAR = "00"
               MOVE WS-Gar-Contrato TO NumContrato-Gar
               MOVE ZEROS TO SeqGar
               START GARANTIA KEY IS NOT LESS THAN ChaveGar
                   INVALID KEY
                       MOVE "10" TO ARQST-GAR
               END-START
               PERFORM 459-Le-Garantia-Antiga UNTIL ARQST-GAR = "10"
               CLOSE GARANTIA
           END-IF.

       459-Le-Garantia-Antiga.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-GAR
               NOT AT END
                   IF NumContrato-Gar NOT = WS-Gar-Contrato
                       OR WS-Gar-Qtd = 5
                       MOVE "10" TO ARQST-GAR
                   ELSE
                       ADD 1 TO WS-Gar-Qtd
                       MOVE TipoGar TO WS-Gar-Tipo(WS-Gar-Qtd)
                       MOVE CpfCnpjAvalGar TO WS-Gar-Cpf(WS-Gar-Qtd)
                       MOVE NomeAvalGar TO WS-Gar-Nome(WS-Gar-Qtd)
                       MOVE EspecieBemGar
                           TO WS-Gar-Especie(WS-Gar-Qtd)
                       MOVE DescricaoBemGar TO WS-Gar-Desc(WS-Gar-Qtd)
                       MOVE ValorAvaliadoGar
                           TO WS-Gar-Valor(WS-Gar-Qtd)
                       MOVE DataAvaliacaoGar
                           TO WS-Gar-Data(WS-Gar-Qtd)
                   END-IF
           END-READ.

       263-VEmpValor.
           ACCEPT WS-Emp-Valor AT 0640 WITH PROMPT AUTO.
           IF WS-Emp-Valor = ZEROS
           END-IF.

       266-Calcula-Parcela.
      *-Juros compostos sobre o saldo devedor: cada parcela paga os
      *-juros do mes sobre o saldo que resta e amortiza o resto.
      *-Price: parcela fixa = valor * i / (1 - (1 + i) ** -n).
      *-SAC: amortizacao fixa = valor / n, parcela decrescente. A
      *-agenda inteira fica montada em WS-Emp-Agenda (a ultima
      *-parcela leva o arredondamento e zera o saldo) para a
      *-gravacao em PARCEMP.DAT, o CET e o contrato impresso.
           IF WS-Emp-Sistema = 'P'
               COMPUTE WS-Emp-Desconto ROUNDED =
                   1 / ((1 + WS-Emp-Taxa) ** WS-Emp-Prazo)
               COMPUTE WS-Emp-Prestacao ROUNDED =
                   WS-Emp-Valor * WS-Emp-Taxa / (1 - WS-Emp-Desconto)
           ELSE
               DIVIDE WS-Emp-Valor BY WS-Emp-Prazo
                   GIVING WS-Emp-Prestacao
           END-IF.
           MOVE WS-Emp-Valor TO WS-Emp-Saldo.
           MOVE ZEROS TO WS-Emp-Total WS-Emp-Juros-Tot.
           PERFORM 266-Monta-Parcela
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Prazo.
           MOVE WS-Ag-Parcela(1) TO WS-Emp-Parcela.
           MOVE WS-Ag-Parcela(WS-Emp-Prazo) TO WS-Emp-Ultima.
           PERFORM 266-Calcula-Cet.

       266-Monta-Parcela.
           COMPUTE WS-Ag-Juros(WS-Emp-Idx) ROUNDED =
               WS-Emp-Saldo * WS-Emp-Taxa.
           IF WS-Emp-Sistema = 'P'
               COMPUTE WS-Ag-Amort(WS-Emp-Idx) =
                   WS-Emp-Prestacao - WS-Ag-Juros(WS-Emp-Idx)
           ELSE
               MOVE WS-Emp-Prestacao TO WS-Ag-Amort(WS-Emp-Idx)
           END-IF.
           IF WS-Emp-Idx = WS-Emp-Prazo
               OR WS-Ag-Amort(WS-Emp-Idx) > WS-Emp-Saldo
               MOVE WS-Emp-Saldo TO WS-Ag-Amort(WS-Emp-Idx)
           END-IF.
           COMPUTE WS-Ag-Parcela(WS-Emp-Idx) =
               WS-Ag-Amort(WS-Emp-Idx) + WS-Ag-Juros(WS-Emp-Idx).
           SUBTRACT WS-Ag-Amort(WS-Emp-Idx) FROM WS-Emp-Saldo.
           MOVE WS-Emp-Saldo TO WS-Ag-Saldo(WS-Emp-Idx).
           ADD WS-Ag-Parcela(WS-Emp-Idx) TO WS-Emp-Total.
           ADD WS-Ag-Juros(WS-Emp-Idx) TO WS-Emp-Juros-Tot.

       266-Calcula-Cet.
      *-CET: taxa mensal que iguala o valor liberado na conta ao
      *-valor presente das parcelas (taxa interna de retorno, por
      *-bissecao entre 0 e 100% a.m.), anualizada por
      *-(1 + taxa) ** 12 - 1. O credito e liberado cheio, sem
      *-tarifa nem imposto descontado na abertura.
           MOVE ZEROS TO WS-Cet-Min.
           MOVE 1 TO WS-Cet-Max.
           PERFORM 266-Bissecao-Cet
               VARYING WS-Cet-Iter FROM 1 BY 1
               UNTIL WS-Cet-Iter > 40.
           COMPUTE WS-Emp-Cet ROUNDED =
               ((1 + WS-Cet-Taxa) ** 12 - 1) * 100
               ON SIZE ERROR
                   MOVE 9999,99 TO WS-Emp-Cet
           END-COMPUTE.

       266-Bissecao-Cet.
           COMPUTE WS-Cet-Taxa = (WS-Cet-Min + WS-Cet-Max) / 2.
           MOVE 1 TO WS-Cet-Fator.
           MOVE ZEROS TO WS-Cet-VP.
           PERFORM 266-Desconta-Parcela
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Prazo.
           IF WS-Cet-VP > WS-Emp-Valor
               MOVE WS-Cet-Taxa TO WS-Cet-Min
           ELSE
               MOVE WS-Cet-Taxa TO WS-Cet-Max
           END-IF.

       266-Desconta-Parcela.
           COMPUTE WS-Cet-Fator ROUNDED =
               WS-Cet-Fator / (1 + WS-Cet-Taxa).
           COMPUTE WS-Cet-VP ROUNDED = WS-Cet-VP +
               WS-Ag-Parcela(WS-Emp-Idx) * WS-Cet-Fator.

       266-VEmpSistema.
           ACCEPT WS-Emp-Sistema AT 1144 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE(WS-Emp-Sistema) TO WS-Emp-Sistema.
           IF WS-Emp-Sistema NOT = 'P' AND NOT = 'S'
               DISPLAY "SISTEMA INVALIDO, USE P OU S" AT 1636
           ELSE
               DISPLAY ESPACO AT 1636
           END-IF.

       267-Confirma-Contrato.
           MOVE SPACE TO WS-Emp-Confirma.
           ACCEPT WS-Emp-Confirma AT 1445 WITH PROMPT AUTO.
           IF WS-Emp-Confirma = 'S' OR = 's'
               MOVE "EP" TO WS-Alc-Tipo
               MOVE WS-Emp-Valor TO WS-Alc-Valor
               MOVE WS-Emp-CodC TO WS-Alc-Conta
               PERFORM 755-Verifica-Alcada
               IF NOT Alcada-Coberta
                   MOVE 'N' TO WS-Emp-Confirma
               END-IF
           END-IF.
           IF WS-Emp-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 1636
           ELSE
           MOVE ZEROS TO ContratoAnteriorEmp ContratoNovoEmp.
           MOVE SPACES TO ClasseRiscoEmp ClasseRiscoAntEmp.
           MOVE ZEROS TO EstagioCobEmp DataEstagioCobEmp.
           MOVE WS-Emp-Sistema TO SistemaEmp.
           MOVE WS-Emp-Cet TO CetAnualEmp.
           MOVE WS-Emp-Consig TO ConsignanteEmp.
           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTRATO" AT 1636
               NOT INVALID KEY
                   PERFORM 262-Gera-Agenda-Emp
                   PERFORM 458-Grava-Garantias
                   PERFORM 272-Imprime-Contrato
                   PERFORM 270-Libera-Credito
                   DISPLAY "CONTRATO " NumContrato " ABERTO" AT 1636
           END-WRITE.
                   ADD 1 TO NumContrato
           END-START.

       262-Gera-Agenda-Emp.
           PERFORM 262-Primeiro-Vencimento.
           PERFORM 271-Grava-Parcela-Emp
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Prazo.

       262-Primeiro-Vencimento.
           MOVE ANO TO WS-Emp-Venc-Ano.
           MOVE MES TO WS-Emp-Venc-Mes.
           MOVE DIA TO WS-Emp-Venc-Dia.
           IF WS-Emp-Venc-Dia > 28
               MOVE 28 TO WS-Emp-Venc-Dia
           END-IF.

       271-Grava-Parcela-Emp.
           ADD 1 TO WS-Emp-Venc-Mes.
           END-IF.
           MOVE NumContrato TO NumContrato-Pe.
           MOVE WS-Emp-Idx TO NumParcela-Pe.
           MOVE WS-Ag-Parcela(WS-Emp-Idx) TO ValorParcela-Pe.
           MOVE WS-Ag-Amort(WS-Emp-Idx) TO Amortizacao-Pe.
           MOVE WS-Ag-Juros(WS-Emp-Idx) TO Juros-Pe.
           MOVE WS-Emp-Venc-Ano TO AnoVencimento-Pe.
           MOVE WS-Emp-Venc-Mes TO MesVencimento-Pe.
           MOVE WS-Emp-Venc-Dia TO DiaVencimento-Pe.
           MOVE ZEROS TO DataDebito-Pe Tentativas-Pe.
           WRITE REG-PARCEMP.

       272-Imprime-Contrato.
      *-Contrato impresso, no molde do demonstrativo de quitacao:
      *-um arquivo por contrato (CONTEMPnnnnnn.DAT) com as
      *-condicoes, o CET e a agenda completa de parcelas.
           MOVE SPACES TO WS-Nome-Contemp.
           STRING "CONTEMP" DELIMITED BY SIZE
               NumContrato DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-Nome-Contemp.
           OPEN OUTPUT CONTEMP.
           MOVE "CONTRATO DE EMPRESTIMO" TO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE SPACES TO LINHA-CTE.
           STRING "CONTRATO: " NumContrato
               "   CONTA: " CodC-Emp
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE SPACES TO LINHA-CTE.
           STRING "DATA: " DIA "/" MES "/" ANO
               "   OPERADOR: " WS-Operador
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           IF ContratoAnteriorEmp NOT = ZEROS
               MOVE SPACES TO LINHA-CTE
               STRING "RENEGOCIACAO DO CONTRATO " ContratoAnteriorEmp
                   DELIMITED BY SIZE INTO LINHA-CTE
               WRITE LINHA-CTE
           END-IF.
           IF ConsignanteEmp NOT = SPACES
               MOVE SPACES TO LINHA-CTE
               STRING "CONSIGNADO EM FOLHA: " ConsignanteEmp
                   DELIMITED BY SIZE INTO LINHA-CTE
               WRITE LINHA-CTE
           END-IF.
           MOVE WS-Emp-Valor TO WS-Qui-Valor-Edt.
           MOVE SPACES TO LINHA-CTE.
           STRING "VALOR CONTRATADO: " WS-Qui-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE WS-Emp-Taxa TO WS-Emp-Taxa-Edt.
           MOVE SPACES TO LINHA-CTE.
           IF Sistema-Price
               STRING "TAXA MENSAL: " WS-Emp-Taxa-Edt
                   "   PRAZO: " PrazoEmp " MESES"
                   "   SISTEMA: PRICE (PARCELA FIXA)"
                   DELIMITED BY SIZE INTO LINHA-CTE
           ELSE
               STRING "TAXA MENSAL: " WS-Emp-Taxa-Edt
                   "   PRAZO: " PrazoEmp " MESES"
                   "   SISTEMA: SAC (AMORTIZACAO FIXA)"
                   DELIMITED BY SIZE INTO LINHA-CTE
           END-IF.
           WRITE LINHA-CTE.
           MOVE WS-Emp-Juros-Tot TO WS-Qui-Valor-Edt.
           MOVE SPACES TO LINHA-CTE.
           STRING "TOTAL DE JUROS:   " WS-Qui-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE WS-Emp-Total TO WS-Qui-Valor-Edt.
           MOVE SPACES TO LINHA-CTE.
           STRING "TOTAL A PAGAR:    " WS-Qui-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE CetAnualEmp TO WS-Emp-Cet-Edt.
           MOVE SPACES TO LINHA-CTE.
           STRING "CUSTO EFETIVO TOTAL (CET): " WS-Emp-Cet-Edt
               "% AO ANO"
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           IF WS-Gar-Qtd > ZEROS
               MOVE "GARANTIAS:" TO LINHA-CTE
               WRITE LINHA-CTE
               PERFORM 272-Linha-Garantia
                   VARYING WS-Gar-Idx FROM 1 BY 1
                   UNTIL WS-Gar-Idx > WS-Gar-Qtd
           END-IF.
           MOVE SPACES TO LINHA-CTE.
           WRITE LINHA-CTE.
           MOVE SPACES TO LINHA-CTE.
           STRING "NUM  VENCIMENTO    PARCELA    AMORTIZ      JUROS"
               "        SALDO"
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.
           PERFORM 262-Primeiro-Vencimento.
           PERFORM 272-Linha-Agenda
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Prazo.
           CLOSE CONTEMP.

       272-Linha-Agenda.
           ADD 1 TO WS-Emp-Venc-Mes.
           IF WS-Emp-Venc-Mes > 12
               MOVE 1 TO WS-Emp-Venc-Mes
               ADD 1 TO WS-Emp-Venc-Ano
           END-IF.
           MOVE WS-Ag-Parcela(WS-Emp-Idx) TO WS-Emp-Parc-Edt.
           MOVE WS-Ag-Amort(WS-Emp-Idx) TO WS-Emp-Amort-Edt.
           MOVE WS-Ag-Juros(WS-Emp-Idx) TO WS-Emp-Juros-Edt.
           MOVE WS-Ag-Saldo(WS-Emp-Idx) TO WS-Qui-Valor-Edt.
           MOVE SPACES TO LINHA-CTE.
           STRING WS-Emp-Idx "  " WS-Emp-Venc-Dia "/" WS-Emp-Venc-Mes
               "/" WS-Emp-Venc-Ano " " WS-Emp-Parc-Edt " "
               WS-Emp-Amort-Edt " " WS-Emp-Juros-Edt " "
               WS-Qui-Valor-Edt
               DELIMITED BY SIZE INTO LINHA-CTE.
           WRITE LINHA-CTE.

       272-Linha-Garantia.
           MOVE SPACES TO LINHA-CTE.
           IF WS-Gar-Tipo(WS-Gar-Idx) = 'A'
               STRING "  AVALISTA " WS-Gar-Cpf(WS-Gar-Idx) " "
                   WS-Gar-Nome(WS-Gar-Idx)
                   DELIMITED BY SIZE INTO LINHA-CTE
           ELSE
               MOVE WS-Gar-Valor(WS-Gar-Idx) TO WS-Gar-Valor-Edt
               STRING "  BEM " WS-Gar-Especie(WS-Gar-Idx) " "
                   WS-Gar-Desc(WS-Gar-Idx) " "
                   WS-Gar-Data(WS-Gar-Idx)(7:2) "/"
                   WS-Gar-Data(WS-Gar-Idx)(5:2) "/"
                   WS-Gar-Data(WS-Gar-Idx)(1:4) " "
                   WS-Gar-Valor-Edt
                   DELIMITED BY SIZE INTO LINHA-CTE
           END-IF.
           WRITE LINHA-CTE.

       270-Libera-Credito.
      *-Credita o principal na conta pelo caminho normal do ledger,
      *-relendo o registro na hora (mesmo molde de 25-Credita-
       287-Confirma-Aplicacao.
           MOVE SPACE TO WS-Apl-Confirma.
           ACCEPT WS-Apl-Confirma AT 1636 WITH PROMPT AUTO.
           IF WS-Apl-Confirma = 'S' OR = 's'
               MOVE "AP" TO WS-Alc-Tipo
               MOVE WS-Apl-Valor TO WS-Alc-Valor
               MOVE WS-Apl-CodC TO WS-Alc-Conta
               PERFORM 755-Verifica-Alcada
               IF NOT Alcada-Coberta
                   MOVE 'N' TO WS-Apl-Confirma
               END-IF
           END-IF.
           IF WS-Apl-Confirma NOT = 'S' AND NOT = 's'
               DISPLAY "OPERACAO CANCELADA" AT 1836
           ELSE
               STRING "ENCERRAMENTO P/ CONTA " WS-Enc-Conta-Destino
                   DELIMITED BY SIZE INTO WS-Descricao-Lancamento
               END-STRING
               MOVE "EN" TO WS-Jrn-Tipo
               MOVE WS-Enc-CodC TO WS-Jrn-Origem
               MOVE WS-Enc-Conta-Destino TO WS-Jrn-Destino
               MOVE WS-Enc-Valor TO WS-Jrn-Debito WS-Jrn-Credito
               MOVE WS-Descricao-Lancamento TO WS-Jrn-Desc-Debito
               MOVE SPACES TO WS-Jrn-Desc-Credito
               STRING "ENCERR DA CONTA " WS-Enc-CodC
                   DELIMITED BY SIZE INTO WS-Jrn-Desc-Credito
               PERFORM 700-Inicia-Jornal
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY "ERRO AO LIQUIDAR" AT 1830
                   NOT INVALID KEY
                       PERFORM 12-Grava-Movimento
                       MOVE 'D' TO WS-Jrn-Etapa
                       PERFORM 702-Marca-Jornal
               END-REWRITE
           END-IF.

                   MOVE SaldoC TO SaldoC-Antes
                   ADD WS-Enc-Valor TO SaldoC
                   MOVE "TR" TO WS-Tipo-Lancamento
                   MOVE WS-Jrn-Desc-Credito TO WS-Descricao-Lancamento
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO AO CREDITAR DESTINO," AT 1830
                           DISPLAY "DEVOLVENDO A ORIGEM" AT 1930
                           PERFORM 308-Estorna-Encerramento
                           MOVE 'E' TO WS-Jrn-Etapa
                           PERFORM 702-Marca-Jornal
                       NOT INVALID KEY
                           PERFORM 12-Grava-Movimento
                           MOVE 'C' TO WS-Jrn-Etapa
                           PERFORM 702-Marca-Jornal
                           MOVE SPACES TO WS-Enc-Referencia
                           STRING "TRANSF P/ CONTA "
                               WS-Enc-Conta-Destino
           END-IF.

       05-MENU.
      *-Toda operacao comeca sem procurador; quem pergunta
      *-(625-Verifica-Procurador) preenche para o comprovante.
           MOVE ZEROS TO WS-Proc-Cpf.
           MOVE SPACES TO WS-Proc-Nome.
           Display Tela-Menu.
           PERFORM 05-Mostra-Data.
           Accept ESCOLHA at 0539 with prompt.
               IF Sistema-Em-Batch
                   PERFORM 201-Override-Batch
               END-IF
      *-Mes corrente ja fechado pelo ProgramaP2FechaPeriodo: nada
      *-mais se lanca nele, nem com supervisor.
               COMPUTE WS-Per-Data = Ano * 100 + Mes
               PERFORM 203-Verifica-Periodo
               IF Periodo-Travado
                   DISPLAY "PERIODO FECHADO - ATUALIZACAO BLOQUEADA"
                       AT 2205
                   MOVE SPACE TO ESCOLHA
               END-IF
           END-IF.
           IF NOT Acesso-Permitido
               MOVE "PERFIL SEM ACESSO A ESSA OPCAO" TO WS-Msg-Erro
                                               if ESCOLHA = 'I' or 'i'
                                               PERFORM 570-Fila-Entrega
                                               else
                                               if ESCOLHA = 'C' or 'c'
                                               PERFORM 580-Servicos
                                               else
                                               PERFORM 20-CONTINUA.

       09-Relatorios.
               WHEN 'C'
               WHEN 'c'
                   PERFORM 545-Visualiza-Spool
               WHEN 'D'
               WHEN 'd'
                   MOVE "ProgramaP2RelAlcadas" TO WS-Rel-Programa
                   PERFORM 191-Chama-Rel
               WHEN 'E'
               WHEN 'e'
                   MOVE "ProgramaP2RelCarteira" TO WS-Rel-Programa
                   PERFORM 191-Chama-Rel
               WHEN 'F'
               WHEN 'f'
                   MOVE "ProgramaP2RelLiquidez" TO WS-Rel-Programa
                   PERFORM 191-Chama-Rel
               WHEN '0'
                   CONTINUE
               WHEN OTHER
      *-Cadastro de favorecido, no mesmo molde de 41-Incluir-Ordem:
      *-codigo gerado automaticamente (maior CodFav + 1, mesma
      *-tecnica de 08-Gera-Codigo), nome obrigatorio, banco validado
      *-contra a tabela, agencia/conta livres. Nome na lista
      *-restritiva nao grava (fica na fila do supervisor).
           DISPLAY Tela-Favorecido-Incluir.
           PERFORM 05-Mostra-Data.
           PERFORM 66-Gera-Codigo-Favorecido.
           DISPLAY Cod AT 0443.
           MOVE SPACES TO NomeFav Nome.
           PERFORM 67-VFavNome UNTIL NomeFav NOT = SPACES.
           MOVE ZEROS TO WS-Tri-Doc.
           MOVE NomeFav TO WS-Tri-Nome.
           MOVE 'F' TO WS-Tri-Origem.
           MOVE ZEROS TO WS-Tri-CodC WS-Tri-Valor.
           PERFORM 610-Tria-Parte.
           IF Triagem-Retida
               DISPLAY "FAVORECIDO RETIDO: LISTA RESTRITIVA" AT 1436
           ELSE
               PERFORM 65-Grava-Favorecido
           END-IF.

       65-Grava-Favorecido.
           MOVE ZEROS TO CodBancoFav CodBanco.
           PERFORM 69-VFavBanco UNTIL CodBancoFav NOT = ZEROS.
           ACCEPT CodAgencia AT 1029 WITH PROMPT AUTO.
               CLOSE SISMODO
           END-IF.

       203-Verifica-Periodo.
      *-Carrega o ultimo mes fechado de PERIODO.DAT e trava o
      *-lancamento datado em WS-Per-Data (AAAAMM) ate esse mes.
      *-Sem o arquivo, nenhum mes esta fechado.
           MOVE 'L' TO WS-Per-Situacao.
           MOVE ZEROS TO WS-Per-Fechado.
           OPEN INPUT PERIODO.
           IF ARQST-PER = "00"
               PERFORM 204-Verifica-Periodo-Le UNTIL ARQST-PER = "10"
               CLOSE PERIODO
           END-IF.
           IF WS-Per-Data NOT > WS-Per-Fechado
               MOVE 'T' TO WS-Per-Situacao
           END-IF.

       204-Verifica-Periodo-Le.
           READ PERIODO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-PER
               NOT AT END
                   IF Periodo-Fechado
                       AND AnoPer * 100 + MesPer > WS-Per-Fechado
                       COMPUTE WS-Per-Fechado = AnoPer * 100 + MesPer
                   END-IF
           END-READ.

       201-Override-Batch.
      *-Sequencia noturna no ar: a atualizacao so passa com um
      *-supervisor liberando, e a liberacao fica registrada em
                   CpfCnpjSegundoTitular
           END-IF
           MOVE 'N' TO WS-Cancela-Incluir.
           MOVE 'N' TO WS-Tri-Retido.
           MOVE 'S' TO WS-Kyc-Coletar.
           MOVE SPACES TO WS-Cep-Uf-Achada WS-Cep-Cidade-Achada.
           IF NOT Editando-Cadastro
               PERFORM 08-Testa-Cod WITH TEST AFTER UNTIL CodC > 0
               PERFORM 27-Combo-Banco-Agencia-Conta
                   UNTIL NOT Duplicidade-Achada OR Cancela-Incluir
           END-IF.
      *-Nome + documento contra a lista restritiva antes do resto do
      *-cadastro: achado nao grava, fica na fila do supervisor.
           IF NOT Cancela-Incluir
               MOVE CpfCnpjC TO WS-Tri-Doc
               MOVE NomeC TO WS-Tri-Nome
               MOVE 'C' TO WS-Tri-Origem
               MOVE CodC TO WS-Tri-CodC
               MOVE ZEROS TO WS-Tri-Valor
               PERFORM 610-Tria-Parte
               IF Triagem-Retida
                   MOVE 'S' TO WS-Cancela-Incluir
               END-IF
           END-IF.
           IF NOT Cancela-Incluir
               PERFORM 10-VSaldo UNTIL (SaldoC NOT = ZEROS
                   AND Saldo-Confirmado) OR Cancela-Incluir
           END-IF.
           IF NOT Cancela-Incluir
      *-Conta nova nasce com documentos pendentes (801): sem limite
      *-de cheque especial ate o checklist completar.
               IF Editando-Cadastro
                   PERFORM 10-VLimite
               ELSE
                   MOVE ZEROS TO LimiteChequeEspecialC Limite
               END-IF
               PERFORM 10-VCep
               PERFORM 10-VEndereco
               PERFORM 10-VUf
               PERFORM 10-VSegundoTitular
               PERFORM 10-VCpfCnpjSegundoTitular
               PERFORM 10-VMoeda
               IF NOT Editando-Cadastro AND Kyc-A-Coletar
                   PERFORM 115-Coleta-Kyc
               END-IF
               PERFORM 11-GRAVA UNTIL SALVA = "S" OR = "N"
           ELSE
               IF Triagem-Retida
                   DISPLAY "CADASTRO RETIDO: LISTA RESTRITIVA" AT 1830
               ELSE
                   DISPLAY "CADASTRO CANCELADO PELO OPERADOR" AT 1830
               END-IF
           END-IF.

       08-Gera-Codigo.
                       DISPLAY CodAgencia AT 1040
                       MOVE SaldoC TO Saldo
                       DISPLAY Saldo AT 1240
      *-Encerramento pedido por procurador exige o poder de
      *-encerrar vigente.
                       MOVE 'E' TO WS-Proc-Poder
                       MOVE 20 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1830
                           Display ESPACO at 1333
                       ELSE
      *-Conta devedora nao encerra, nem conta com bloqueio judicial
      *-ativo (a penhora tem que ser baixada antes de o dinheiro
      *-sair); saldo credor livre e liquidado aqui mesmo
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ.

       06-Reabrir.
                       DISPLAY CodAgencia AT 1040
                       MOVE SaldoC TO Saldo
                       DISPLAY Saldo AT 1240
                       PERFORM 639-Verifica-Obito
                       IF Conta-Ativa
                           MOVE "JA ESTA ATIVA" TO WS-Situacao-Atual
                           DISPLAY WS-Situacao-Atual AT 1440
                           DISPLAY "CONTA JA ESTA ATIVA" AT 1830
                           Display ESPACO at 1533
                       ELSE
                       IF Conta-Espolio OR Titular-Falecido
      *-Titular falecido: so a liberacao contra alvara (servicos,
      *-espolio) devolve a conta, nunca o Reabrir.
                           MOVE "ESPOLIO" TO WS-Situacao-Atual
                           DISPLAY WS-Situacao-Atual AT 1440
                           DISPLAY "ESPOLIO: LIBERAR COM ALVARA" AT 1830
                           Display ESPACO at 1533
                       ELSE
                           EVALUATE TRUE
                               WHEN Conta-Encerrada
                           END-IF
                           END-IF
                       END-IF
                       END-IF
               END-READ.

       480-Devolve-Nao-Reclamado.
                   DISPLAY "CONTA NAO ENCONTRADA" AT 0835
               NOT INVALID KEY
                   PERFORM 34-Localiza-Ultima-Alteracao
      *-Desfazer que mexe no saldo de alteracao feita em mes fechado
      *-vai pelo ProgramaP2AjustePeriodo.
                   MOVE 'L' TO WS-Per-Situacao
                   IF Auditoria-Achada
                       AND WS-Desfaz-Saldo NOT = SaldoC
                       MOVE WS-Desfaz-Periodo TO WS-Per-Data
                       PERFORM 203-Verifica-Periodo
                   END-IF
                   IF Periodo-Travado
                       DISPLAY "PERIODO FECHADO: USE AJUSTE" AT 0835
                   ELSE
                   IF Auditoria-Achada
                       ACCEPT WS-Desfaz-Confirma AT 0663
                           WITH PROMPT AUTO
                           AT 0835
                       DISPLAY "CONTA" AT 0935
                   END-IF
                   END-IF
           END-READ.
           DISPLAY "Tecle ENTER para voltar ao Menu." AT 2230.
           ACCEPT Opc AT 2250.
                   AT END
                       MOVE "10" TO ARQST-AUD
                   NOT AT END
      *-Linhas da correcao de documento nao se desfazem por aqui.
                       IF CodC-Aud = CodC AND ArquivoAud = SPACES
                           MOVE 'S' TO WS-Aud-Achou
                           MOVE NomeAntesAud TO WS-Desfaz-Nome
                           MOVE CodBancoAntesAud TO WS-Desfaz-CodBanco
                           MOVE CodContaAntesAud
                               TO WS-Desfaz-CodConta
                           MOVE SaldoAntesAud TO WS-Desfaz-Saldo
                           COMPUTE WS-Desfaz-Periodo =
                               AnoAud * 100 + MesAud
                       END-IF
               END-READ
           END-PERFORM.
           Display Tela-Transferir.
           Perform 05-Mostra-Data.
           MOVE ZEROS TO WS-Cod-Origem WS-Cod-Destino WS-Valor-Transf.
           MOVE 'N' TO WS-Pix-Pagto.
           ACCEPT WS-Cod-Origem AT 0446 WITH PROMPT AUTO.
           MOVE WS-Cod-Origem TO CodC.
           READ CC
                       DISPLAY "CONTA DE ORIGEM BLOQUEADA OU ENCERRADA"
                           AT 1235
                   ELSE
                       MOVE 'T' TO WS-Proc-Poder
                       MOVE 15 TO WS-Proc-Linha
                       PERFORM 625-Verifica-Procurador
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1235
                       ELSE
                           PERFORM 06-Transferir-Origem
                       END-IF
                   END-IF
           END-READ.

       06-Transferir-Origem.
           MOVE SaldoC TO WS-Saldo-Origem.
           MOVE LimiteChequeEspecialC TO WS-Limite-Origem.
           PERFORM 181-Apura-Bloqueios.
           MOVE MoedaC TO WS-Moeda-Origem.
           MOVE 'S' TO WS-Taxa-Ok.
           PERFORM 152-Taxa-Da-Moeda.
           MOVE WS-Taxa-Origem TO WS-Taxa-Destino.
           PERFORM 21-Le-Conta-Destino.

       21-Le-Conta-Destino.
           ACCEPT WS-Cod-Destino AT 0647 WITH PROMPT AUTO.
           PERFORM 21-Valida-Destino.

       21-Valida-Destino.
      *-Separado da digitacao para o pagamento para chave PIX, que
      *-chega aqui com WS-Cod-Destino ja resolvido pela chave.
           IF WS-Cod-Destino = WS-Cod-Origem
               DISPLAY "DESTINO IGUAL A ORIGEM" AT 1235
           ELSE
      *-commit; o credito so acontece se o debito aconteceu. Com
      *-data de execucao futura, nada e debitado agora: a instrucao
      *-vai para AGENDTRF.DAT e o passo noturno executa na data.
      *-Acima da alcada do operador, agendada ou nao, so sai com
      *-visto (sem ele o Opc e limpo e a operacao cancelada).
           PERFORM 340-Pede-Data-Exec.
           ACCEPT Opc AT 1060 WITH PROMPT AUTO.
           IF Opc = "S" OR = "s"
               MOVE "TI" TO WS-Alc-Tipo
               MOVE WS-Valor-Transf TO WS-Alc-Valor
               MOVE WS-Cod-Origem TO WS-Alc-Conta
               PERFORM 755-Verifica-Alcada
               IF NOT Alcada-Coberta
                   MOVE SPACE TO Opc
               END-IF
           END-IF.
           IF Opc = "S" OR = "s"
               IF Transf-Agendada
                   PERFORM 341-Agenda-Interna
           COMPUTE SaldoC = SaldoC - WS-Valor-Transf
           MOVE "TR" TO WS-Tipo-Lancamento
           MOVE SPACES TO WS-Descricao-Lancamento
           IF Pagamento-Pix
               STRING "PIX ENVIADO CONTA " WS-Cod-Destino
                   DELIMITED BY SIZE INTO WS-Descricao-Lancamento
               END-STRING
           ELSE
               STRING "TRANSF PARA CONTA " WS-Cod-Destino
                   DELIMITED BY SIZE INTO WS-Descricao-Lancamento
               END-STRING
           END-IF
           MOVE "TR" TO WS-Jrn-Tipo
           MOVE WS-Cod-Origem TO WS-Jrn-Origem
           MOVE WS-Cod-Destino TO WS-Jrn-Destino
           MOVE WS-Valor-Transf TO WS-Jrn-Debito
           MOVE WS-Descricao-Lancamento TO WS-Jrn-Desc-Debito
           PERFORM 703-Prepara-Credito-Transf
           PERFORM 700-Inicia-Jornal
           REWRITE REG-CONTA
               NOT INVALID KEY
                   PERFORM 12-Grava-Movimento
                   MOVE 'D' TO WS-Jrn-Etapa
                   PERFORM 702-Marca-Jornal
           END-REWRITE
           END-IF.

       25-Credita-Destino.
      *-Valor e descricao do credito ja montados por
      *-703-Prepara-Credito-Transf no 24-Debita-Origem (e gravados
      *-no jornal).
           MOVE WS-Cod-Destino TO CodC.
           READ CC.
           MOVE SaldoC TO SaldoC-Antes.
           MOVE WS-Jrn-Credito TO WS-Valor-Convertido.
           COMPUTE SaldoC = SaldoC + WS-Valor-Convertido.
           MOVE "TR" TO WS-Tipo-Lancamento.
           MOVE WS-Jrn-Desc-Credito TO WS-Descricao-Lancamento.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR DESTINO, ESTORNANDO"
                       AT 1235
                   DISPLAY "A ORIGEM" AT 1335
                   PERFORM 52-Estorna-Origem
                   MOVE 'E' TO WS-Jrn-Etapa
                   PERFORM 702-Marca-Jornal
               NOT INVALID KEY
                   PERFORM 12-Grava-Movimento
                   MOVE 'C' TO WS-Jrn-Etapa
                   PERFORM 702-Marca-Jornal
                   MOVE WS-Valor-Convertido TO WS-Capt-Credito
                   PERFORM 475-Captura-Bloqueio
           END-REWRITE.

       703-Prepara-Credito-Transf.
      *-Entre moedas diferentes o credito e convertido pelo cambio
      *-do dia (valor * taxa origem / taxa destino), e a taxa usada
      *-fica registrada na descricao do lancamento.
           IF WS-Moeda-Destino = WS-Moeda-Origem
               MOVE WS-Valor-Transf TO WS-Jrn-Credito
           ELSE
               COMPUTE WS-Jrn-Credito ROUNDED =
                   WS-Valor-Transf * WS-Taxa-Origem
                   / WS-Taxa-Destino
           END-IF.
           MOVE SPACES TO WS-Jrn-Desc-Credito.
           IF Pagamento-Pix
               STRING "PIX RECEBIDO CONTA " WS-Cod-Origem
                   DELIMITED BY SIZE INTO WS-Jrn-Desc-Credito
           ELSE
           IF WS-Moeda-Destino = WS-Moeda-Origem
               STRING "TRANSF DA CONTA " WS-Cod-Origem
                   DELIMITED BY SIZE INTO WS-Jrn-Desc-Credito
           ELSE
               STRING "TRANSF " WS-Cod-Origem " CAMBIO "
                   WS-Moeda-Origem "/" WS-Moeda-Destino
                   DELIMITED BY SIZE INTO WS-Jrn-Desc-Credito
           END-IF
           END-IF.

       52-Estorna-Origem.
      *-25-Credita-Destino falhou depois que 24-Debita-Origem ja
      *-tinha gravado o debito: devolve o valor a origem para a
                       DISPLAY Saldo AT 0842
                       PERFORM 61-VMovTipo UNTIL Mov-Deposito
                           OR Mov-Saque OR Mov-Dep-Cheque
      *-Deposito qualquer um faz; saque por procurador exige o
      *-poder de sacar vigente.
                       MOVE 'N' TO WS-Proc-Recusa
                       IF Mov-Saque
                           MOVE 'S' TO WS-Proc-Poder
                           MOVE 18 TO WS-Proc-Linha
                           PERFORM 625-Verifica-Procurador
                       END-IF
                       IF Procurador-Recusado
                           DISPLAY WS-Msg-Erro AT 1635
                       ELSE
                           IF Mov-Dep-Cheque
                               PERFORM 332-Dados-Cheque-Dep
                           END-IF
                           PERFORM 62-VMovValor
                               UNTIL WS-Mov-Valor > ZEROS
                           PERFORM 63-Confirma-Movimento
                       END-IF
                   END-IF
           END-READ.

               END-IF
               IF Limite-Diario-Ok AND Conjunta-Autorizada
                   ACCEPT WS-Mov-Confirma AT 1458 WITH PROMPT AUTO
                   IF Mov-Saque
                       AND (WS-Mov-Confirma = 'S' OR = 's')
                       MOVE "SQ" TO WS-Alc-Tipo
                       MOVE WS-Mov-Valor TO WS-Alc-Valor
                       MOVE WS-Mov-CodC TO WS-Alc-Conta
                       PERFORM 755-Verifica-Alcada
                       IF NOT Alcada-Coberta
                           MOVE 'N' TO WS-Mov-Confirma
                       END-IF
                   END-IF
                   IF WS-Mov-Confirma = 'S' OR = 's'
                       PERFORM 64-Aplica-Movimento
                   ELSE
                   MOVE CodBancoC TO CodBancoC-Antes.
                   MOVE CodAgenciaC TO CodAgenciaC-Antes.
                   MOVE CodContaC TO CodContaC-Antes.
                   MOVE TelefoneC TO WS-Crc-Telefone-Antes.
                   MOVE EmailC TO WS-Crc-Email-Antes.
                   MOVE EnderecoC TO WS-Crc-Endereco-Antes.
                   MOVE CepC TO WS-Crc-Cep-Antes.
      *-Pre-carrega os campos de tela com o valor atual do registro,
      *-para 07-RECEBE mostrar cada um como default aceitavel (mesma
      *-tecnica de 05-ABERTURA exibindo o Cod gerado antes do
                   MOVE 'S' TO WS-Editando-Cadastro.
                   Perform 07-RECEBE.
                   MOVE 'N' TO WS-Editando-Cadastro.
                   MOVE WS-Operador TO WS-Lce-Aprovador.

      *-Conta com documento de abertura pendente nao ganha limite
      *-de cheque especial.
                   IF LimiteChequeEspecialC > WS-Limite-Antes-Edit
                       PERFORM 800-Verifica-Pendencia-Doc
                       IF Conta-Com-Pendencia
                           MOVE WS-Limite-Antes-Edit
                               TO LimiteChequeEspecialC
                           DISPLAY "DOCUMENTOS PENDENTES: LIMITE"
                               AT 2010
                       END-IF
                   END-IF.
      *-Aumento de limite de cheque especial com score abaixo do
      *-corte exige supervisor; negado, o limite volta ao que era.
                   IF LimiteChequeEspecialC > WS-Limite-Antes-Edit
                               AT 2021
                           PERFORM 31-Valida-Pin-Supervisor
                           IF Pin-Valido
                               MOVE WS-Sup-Id TO WS-Lce-Aprovador
                               MOVE SPACES TO WS-Msg-Erro
                               STRING "LIMITE CE COM SCORE BAIXO: "
                                   WS-Score-Valor
                           AT 1830
                       DISPLAY "REFACA A EDICAO" AT 1833
                   ELSE
                   IF Triagem-Retida
                       DISPLAY "CADASTRO RETIDO: LISTA RESTRITIVA"
                           AT 1830
                   ELSE
                   IF Pin-Valido AND Pin2-Valido
                   MOVE "AJ" TO WS-Tipo-Lancamento
                   MOVE "AJUSTE PELO OPERADOR"
                       DISPLAY "Deu"
                       PERFORM 12-Grava-Movimento
                       PERFORM 14-Grava-Auditoria
                       IF LimiteChequeEspecialC
                           NOT = WS-Limite-Antes-Edit
                           MOVE WS-Limite-Antes-Edit TO WS-Lce-Antes
                           PERFORM 790-Grava-Contrato-Limite
                       END-IF
                       PERFORM 112-Atualiza-Cliente
                       PERFORM 795-Verifica-Troca-Contato
                       Perform 11-GRAVA
               END-REWRITE
                   ELSE
                           DISPLAY "CANCELADA" AT 1833
                       END-IF
                   END-IF
                   END-IF
                   END-IF.

       36-Verifica-Edicao-Grande.
           MOVE CodContaC TO CodContaDepoisAud
           MOVE SaldoC-Antes TO SaldoAntesAud
           MOVE SaldoC TO SaldoDepoisAud
           MOVE SPACES TO ArquivoAud DetalheAud
           MOVE ZEROS TO CpfCnpjAntesAud CpfCnpjDepoisAud
           PERFORM 228-Encadeia-Aud
           WRITE REG-AUDITORIA.

       12-Grava-Movimento.
                   END-WRITE
               END-PERFORM
               PERFORM 221-Grava-Seq-Mov
               PERFORM 791-Notifica-Lancamento
               IF SaldoC < WS-Saldo-Minimo
                   IF SaldoC = ZEROS
                       MOVE "Z" TO TipoAlerta
               END-IF
           END-IF.

       791-Notifica-Lancamento.
      *-Aviso na hora do lancamento de balcao, para conta com
      *-preferencia ativa (ProgramaP2PrefNotif): debito a partir do
      *-limite, credito de salario e cheque devolvido, na mesma
      *-regra do lote ProgramaP2Notifica, que cobre os lancamentos
      *-dos batches. Sem NOTIFPREF.DAT, nada a fazer.
           MOVE SPACES TO WS-Ntf-Evento.
           OPEN INPUT NOTIFPREF.
           IF ARQST-PNT = "00"
               MOVE CodC TO CodC-Pnt
               READ NOTIFPREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Preferencia-Ativa
                           MOVE CanalPnt TO WS-Ntf-Canal
                           EVALUATE TRUE
                               WHEN TipoMov = "SA"
                                   AND ValorMov > ZEROS
                                   AND Avisa-Salario
                                   MOVE 'S' TO WS-Ntf-Evento
                               WHEN (TipoMov = "CD" OR TipoMov = "TD")
                                   AND Avisa-Cheque-Dev
                                   MOVE 'C' TO WS-Ntf-Evento
                               WHEN ValorMov < ZEROS AND Avisa-Debito
                                   AND ValorMov * -1 >= LimiteDebitoPnt
                                   MOVE 'D' TO WS-Ntf-Evento
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
               CLOSE NOTIFPREF
           END-IF.
           IF WS-Ntf-Evento NOT = SPACES
               MOVE ChaveMov TO WS-Ntf-Ref
               MOVE ValorMov TO WS-Ntf-Valor
               PERFORM 794-Edita-Valor-Aviso
               MOVE SPACES TO WS-Ntf-Texto
               EVALUATE WS-Ntf-Evento
                   WHEN 'S'
                       STRING "CREDITO DE SALARIO DE R$ "
                           WS-Ntf-Valor-Edt " NA CONTA " CodC
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
                   WHEN 'C'
                       STRING "CHEQUE DEVOLVIDO NA CONTA " CodC
                           ": " DescricaoMov
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
                   WHEN OTHER
                       STRING "DEBITO DE R$ " WS-Ntf-Valor-Edt
                           " NA CONTA " CodC ": " DescricaoMov
                           DELIMITED BY SIZE INTO WS-Ntf-Texto
               END-EVALUATE
               PERFORM 793-Enfileira-Notificacao
           END-IF.

       792-Notifica-Bloqueio.
      *-Bloqueio judicial recem-incluido (184-Inclui-Bloqueio), para
      *-conta que pediu esse aviso.
           MOVE SPACES TO WS-Ntf-Evento.
           OPEN INPUT NOTIFPREF.
           IF ARQST-PNT = "00"
               MOVE CodC-Blq TO CodC-Pnt
               READ NOTIFPREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Preferencia-Ativa AND Avisa-Bloqueio
                           MOVE CanalPnt TO WS-Ntf-Canal
                           MOVE 'B' TO WS-Ntf-Evento
                       END-IF
               END-READ
               CLOSE NOTIFPREF
           END-IF.
           IF WS-Ntf-Evento NOT = SPACES
               MOVE CodC-Blq TO CodC
               READ CC
                   INVALID KEY
                       MOVE SPACES TO WS-Ntf-Evento
               END-READ
           END-IF.
           IF WS-Ntf-Evento NOT = SPACES
               MOVE SPACES TO WS-Ntf-Ref
               MOVE NumBloqueio TO WS-Ntf-Ref(1:6)
               MOVE ValorBloqueio TO WS-Ntf-Valor
               PERFORM 794-Edita-Valor-Aviso
               MOVE SPACES TO WS-Ntf-Texto
               STRING "BLOQUEIO JUDICIAL DE R$ " WS-Ntf-Valor-Edt
                   " NA CONTA " CodC " PROC " ReferenciaBlq
                   DELIMITED BY SIZE INTO WS-Ntf-Texto
               PERFORM 793-Enfileira-Notificacao
           END-IF.

       793-Enfileira-Notificacao.
      *-Controle em NOTIFICA.DAT (a chave recusa o fato ja avisado)
      *-e a linha para o gateway em NOTIFSAI.DAT; destino do
      *-cadastro da conta (REG-CC carregado).
           IF (WS-Ntf-Canal = 'S' AND TelefoneC = SPACES)
               OR (WS-Ntf-Canal = 'E' AND EmailC = SPACES)
               MOVE SPACES TO WS-Ntf-Evento
           END-IF.
           IF WS-Ntf-Evento NOT = SPACES
               OPEN I-O NOTIFICA
               IF ARQST-NTF NOT = "00"
                   CLOSE NOTIFICA
                   OPEN OUTPUT NOTIFICA
                   CLOSE NOTIFICA
                   OPEN I-O NOTIFICA
               END-IF
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               ACCEPT HORA-SIS FROM TIME
               MOVE WS-Ntf-Evento TO EventoNtf
               MOVE WS-Ntf-Ref TO RefNtf
               MOVE CodC TO CodC-Ntf
               MOVE WS-Ntf-Canal TO CanalNtf
               IF WS-Ntf-Canal = 'S'
                   MOVE TelefoneC TO DestinoNtf
               ELSE
                   MOVE EmailC TO DestinoNtf
               END-IF
               MOVE WS-Ntf-Valor TO ValorNtf
               MOVE WS-Ntf-Texto TO TextoNtf
               COMPUTE DataNtf = ANO * 10000 + MES * 100 + DIA
               COMPUTE HoraNtf = HH-SIS * 10000 + MM-SIS * 100
                   + SS-SIS
               MOVE 'O' TO OrigemNtf
               MOVE 'F' TO StatusNtf
               MOVE ZEROS TO DataRetNtf
               MOVE SPACES TO MotivoNtf
               WRITE REG-NOTIFICA
                   INVALID KEY
                       MOVE SPACES TO WS-Ntf-Evento
               END-WRITE
               CLOSE NOTIFICA
           END-IF.
           IF WS-Ntf-Evento NOT = SPACES
               OPEN EXTEND NOTIFSAI
               IF ARQST-NSI NOT = "00"
                   OPEN OUTPUT NOTIFSAI
               END-IF
               MOVE ChaveNtf TO IdNsi
               MOVE CanalNtf TO CanalNsi
               MOVE DestinoNtf TO DestinoNsi
               MOVE TextoNtf TO TextoNsi
               MOVE DataNtf TO DataNsi
               MOVE HoraNtf TO HoraNsi
               WRITE REG-NOTIFSAI
               CLOSE NOTIFSAI
           END-IF.

       794-Edita-Valor-Aviso.
           IF WS-Ntf-Valor < ZEROS
               COMPUTE WS-Ntf-Valor-Abs = WS-Ntf-Valor * -1
           ELSE
               MOVE WS-Ntf-Valor TO WS-Ntf-Valor-Abs
           END-IF.
           MOVE WS-Ntf-Valor-Abs TO WS-Ntf-Valor-Edt.

       795-Verifica-Troca-Contato.
      *-Troca de telefone, e-mail ou endereco no Editar abre (ou
      *-estende) a carencia da conta em CARENCIA.DAT: por CARDIAS
      *-dias corridos a saida de dinheiro a partir de CARLIMIT fica
      *-retida (796). Dentro de uma carencia ainda aberta o contato
      *-anterior gravado nao muda: o retorno vai para o de antes da
      *-primeira troca, nunca para um contato recem-digitado.
           IF TelefoneC NOT = WS-Crc-Telefone-Antes
               OR EmailC NOT = WS-Crc-Email-Antes
               OR EnderecoC NOT = WS-Crc-Endereco-Antes
               OR CepC NOT = WS-Crc-Cep-Antes
               ACCEPT DATA-SIS FROM DATE YYYYMMDD
               ACCEPT HORA-SIS FROM TIME
               COMPUTE WS-Crc-Hoje = ANO * 10000 + MES * 100 + DIA
               OPEN I-O CARENCIA
               IF ARQST-CRC NOT = "00"
                   CLOSE CARENCIA
                   OPEN OUTPUT CARENCIA
                   CLOSE CARENCIA
                   OPEN I-O CARENCIA
               END-IF
               MOVE CodC TO CodC-Crc
               READ CARENCIA
                   INVALID KEY
                       MOVE 'N' TO WS-Crc-Existe
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Crc-Existe
               END-READ
               IF WS-Crc-Existe = 'N' OR DataFimCrc < WS-Crc-Hoje
                   MOVE CodC TO CodC-Crc
                   MOVE WS-Crc-Hoje TO DataIniCrc
                   MOVE 'N' TO TelefoneMudouCrc EmailMudouCrc
                       EnderecoMudouCrc
                   MOVE WS-Crc-Telefone-Antes TO TelefoneAntCrc
                   MOVE WS-Crc-Email-Antes TO EmailAntCrc
                   MOVE WS-Crc-Endereco-Antes TO EnderecoAntCrc
                   MOVE WS-Crc-Cep-Antes TO CepAntCrc
               END-IF
               IF TelefoneC NOT = WS-Crc-Telefone-Antes
                   MOVE 'S' TO TelefoneMudouCrc
               END-IF
               IF EmailC NOT = WS-Crc-Email-Antes
                   MOVE 'S' TO EmailMudouCrc
               END-IF
               IF EnderecoC NOT = WS-Crc-Endereco-Antes
                   OR CepC NOT = WS-Crc-Cep-Antes
                   MOVE 'S' TO EnderecoMudouCrc
               END-IF
               COMPUTE WS-Crc-Fim = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Crc-Hoje)
                   + WS-Crc-Dias)
               MOVE WS-Crc-Fim TO DataFimCrc
               MOVE WS-Crc-Hoje TO DataUltTrocaCrc
               COMPUTE HoraUltTrocaCrc = HH-SIS * 10000
                   + MM-SIS * 100 + SS-SIS
               MOVE WS-Operador TO OperadorCrc
               IF WS-Crc-Existe = 'S'
                   REWRITE REG-CARENCIA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CARENCIA" AT 2010
                   END-REWRITE
               ELSE
                   WRITE REG-CARENCIA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CARENCIA" AT 2010
                   END-WRITE
               END-IF
               CLOSE CARENCIA
               DISPLAY "CONTATO ALTERADO: SAIDAS RETIDAS ATE" AT 2010
               DISPLAY WS-Crc-Fim-Dia AT 2047
               DISPLAY "/" AT 2049
               DISPLAY WS-Crc-Fim-Mes AT 2050
               DISPLAY "/" AT 2052
               DISPLAY WS-Crc-Fim-Ano AT 2053
           END-IF.

       796-Verifica-Carencia.
      *-Conta (CodC) em carencia de troca de contato e valor
      *-(WS-Crc-Valor) a partir de CARLIMIT: a saida fica retida.
      *-Traz o contato anterior e o fim da carencia para 797.
           MOVE 'N' TO WS-Crc-Retem.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Crc-Hoje = ANO * 10000 + MES * 100 + DIA.
           OPEN INPUT CARENCIA.
           IF ARQST-CRC = "00"
               MOVE CodC TO CodC-Crc
               READ CARENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DataFimCrc >= WS-Crc-Hoje
                           AND WS-Crc-Valor >= WS-Crc-Limite
                           MOVE 'S' TO WS-Crc-Retem
                           MOVE TelefoneAntCrc TO WS-Crc-Telefone-Antes
                           MOVE EmailAntCrc TO WS-Crc-Email-Antes
                           MOVE DataFimCrc TO WS-Crc-Fim
                       END-IF
               END-READ
               CLOSE CARENCIA
           END-IF.

       797-Registra-Retencao.
      *-Registro da saida retida em RETENCAO.DAT, para o supervisor
      *-liberar ou cancelar depois do retorno ao contato anterior
      *-(ProgramaP2Retencao). TED e agendada vem do REG-AGENDTRF
      *-recem-gravado com situacao H; a portabilidade, da tela.
           OPEN I-O RETENCAO.
           IF ARQST-RTN NOT = "00"
               CLOSE RETENCAO
               OPEN OUTPUT RETENCAO
               CLOSE RETENCAO
               OPEN I-O RETENCAO
           END-IF.
      * ------- Proximo NumRtn livre = maior + 1, mesma tecnica de
      * ------- 343-Proximo-Numero-Agd.
           MOVE 99999999 TO NumRtn.
           START RETENCAO KEY IS LESS THAN NumRtn
               INVALID KEY
                   MOVE 1 TO NumRtn
               NOT INVALID KEY
                   READ RETENCAO NEXT RECORD
                   ADD 1 TO NumRtn
           END-START.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT HORA-SIS FROM TIME.
           MOVE CodC TO CodC-Rtn.
           MOVE WS-Crc-Tipo TO TipoRtn.
           IF WS-Crc-Tipo = 'P'
               MOVE ZEROS TO NumAgdRtn DataExecRtn
               MOVE WS-Ptb-Banco TO BancoRtn
               MOVE WS-Ptb-Agencia TO AgenciaRtn
               MOVE WS-Ptb-Conta TO ContaRtn
               MOVE WS-Ptb-Nome TO FavorecidoRtn
               MOVE WS-Crc-Valor TO ValorRtn
           ELSE
               MOVE NumAgd TO NumAgdRtn
               MOVE BancoDestinoAgd TO BancoRtn
               MOVE AgenciaDestinoAgd TO AgenciaRtn
               MOVE ContaDestinoAgd TO ContaRtn
               MOVE FavorecidoAgd TO FavorecidoRtn
               MOVE ValorAgd TO ValorRtn
               COMPUTE DataExecRtn = AnoExecucaoAgd * 10000
                   + MesExecucaoAgd * 100 + DiaExecucaoAgd
           END-IF.
           COMPUTE DataRtn = ANO * 10000 + MES * 100 + DIA.
           COMPUTE HoraRtn = HH-SIS * 10000 + MM-SIS * 100 + SS-SIS.
           MOVE WS-Operador TO OperadorRtn.
           MOVE WS-Crc-Telefone-Antes TO TelefoneAntRtn.
           MOVE WS-Crc-Email-Antes TO EmailAntRtn.
           MOVE WS-Crc-Fim TO FimCarenciaRtn.
           MOVE 'R' TO StatusRtn.
           MOVE ZEROS TO DataDecRtn HoraDecRtn.
           MOVE SPACES TO SupervisorRtn MotivoRtn.
           WRITE REG-RETENCAO
               INVALID KEY
                   MOVE ZEROS TO WS-Crc-Num
               NOT INVALID KEY
                   MOVE NumRtn TO WS-Crc-Num
           END-WRITE.
           CLOSE RETENCAO.

       798-Maior-Salario.
      *-Valor em jogo na portabilidade nova: o maior credito de
      *-salario ("SA" nao estornado) da conta no mes corrente e nos
      *-WS-Cons-Meses anteriores. Sem salario no periodo a proxima
      *-folha e desconhecida e conta como o proprio CARLIMIT.
           MOVE ZEROS TO WS-Crc-Valor.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Cons-AnoMes-Ini = ANO * 12 + MES - WS-Cons-Meses.
           MOVE CodC TO CodC-Mov.
           MOVE ZEROS TO NumSeq-Mov.
           START MOVIMENTO KEY IS NOT LESS THAN ChaveMov
               INVALID KEY
                   MOVE "10" TO ARQST-MOV
               NOT INVALID KEY
                   MOVE "00" TO ARQST-MOV
           END-START.
           PERFORM 798-Varre-Salario UNTIL ARQST-MOV = "10".
           IF WS-Crc-Valor = ZEROS
               MOVE WS-Crc-Limite TO WS-Crc-Valor
           END-IF.

       798-Varre-Salario.
           READ MOVIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-MOV
               NOT AT END
                   IF CodC-Mov NOT = CodC
                       MOVE "10" TO ARQST-MOV
                   ELSE
                       COMPUTE WS-Cons-AnoMes-Mov =
                           AnoMov * 12 + MesMov
                       IF TipoMov = "SA"
                           AND EstornadoMov NOT = "S"
                           AND WS-Cons-AnoMes-Mov >= WS-Cons-AnoMes-Ini
                           AND ValorMov > WS-Crc-Valor
                           MOVE ValorMov TO WS-Crc-Valor
                       END-IF
                   END-IF
           END-READ.

       800-Verifica-Pendencia-Doc.
      *-Conta (CodC) com checklist de abertura ainda pendente (ou
      *-vencido) em DOCPEND.DAT; conta sem registro, anterior ao
      *-checklist, nao tem restricao.
           MOVE 'N' TO WS-Doc-Pendente.
           OPEN INPUT DOCPEND.
           IF ARQST-DCP = "00"
               MOVE CodC TO CodC-Dcp
               READ DOCPEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Checklist-Completo
                           MOVE 'S' TO WS-Doc-Pendente
                       END-IF
               END-READ
               CLOSE DOCPEND
           END-IF.

       801-Gera-Checklist-Doc.
      *-Checklist da conta recem-aberta, pelo titular e pelo tipo
      *-(codigos em DOCTAB.CPY): CPF pede identidade e residencia,
      *-e renda na conta corrente; CNPJ pede contrato social, cartao
      *-CNPJ, identidade do representante e endereco da sede, e
      *-faturamento na conta corrente; conjunta pede tambem a
      *-identidade do segundo titular. Prazo de DOCPRAZO dias.
           ACCEPT DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-Doc-Hoje = ANO * 10000 + MES * 100 + DIA.
           OPEN I-O DOCPEND.
           IF ARQST-DCP NOT = "00"
               CLOSE DOCPEND
               OPEN OUTPUT DOCPEND
               CLOSE DOCPEND
               OPEN I-O DOCPEND
           END-IF.
           INITIALIZE REG-DOCPEND.
           MOVE CodC TO CodC-Dcp.
           MOVE ZEROS TO WS-Doc-Qtd.
           IF CpfCnpjC > 99999999999
               MOVE "CS" TO CodDocDcp(1)
               MOVE "CN" TO CodDocDcp(2)
               MOVE "RL" TO CodDocDcp(3)
               MOVE "ES" TO CodDocDcp(4)
               MOVE 4 TO WS-Doc-Qtd
               IF Conta-Corrente
                   ADD 1 TO WS-Doc-Qtd
                   MOVE "FA" TO CodDocDcp(WS-Doc-Qtd)
               END-IF
           ELSE
               MOVE "ID" TO CodDocDcp(1)
               MOVE "RS" TO CodDocDcp(2)
               MOVE 2 TO WS-Doc-Qtd
               IF Conta-Corrente
                   ADD 1 TO WS-Doc-Qtd
                   MOVE "RN" TO CodDocDcp(WS-Doc-Qtd)
               END-IF
           END-IF.
           IF Conta-Conjunta
               ADD 1 TO WS-Doc-Qtd
               MOVE "I2" TO CodDocDcp(WS-Doc-Qtd)
           END-IF.
           MOVE WS-Doc-Qtd TO QtdDocsDcp.
           PERFORM 802-Marca-Doc-Pendente
               VARYING WS-Doc-Qtd FROM 1 BY 1
               UNTIL WS-Doc-Qtd > QtdDocsDcp.
           MOVE WS-Doc-Hoje TO DataAberturaDcp.
           COMPUTE WS-Doc-Prazo = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Doc-Hoje)
               + WS-Doc-Prazo-Dias).
           MOVE WS-Doc-Prazo TO PrazoDcp.
           MOVE 'P' TO StatusDcp.
           MOVE WS-Operador TO OperadorDcp.
           WRITE REG-DOCPEND
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHECKLIST" AT 2010
               NOT INVALID KEY
                   DISPLAY "DOCUMENTOS PENDENTES:" AT 2010
                   DISPLAY QtdDocsDcp AT 2032
                   DISPLAY "- ENTREGA ATE" AT 2034
                   DISPLAY WS-Doc-Prazo-Dia AT 2048
                   DISPLAY "/" AT 2050
                   DISPLAY WS-Doc-Prazo-Mes AT 2051
                   DISPLAY "/" AT 2053
                   DISPLAY WS-Doc-Prazo-Ano AT 2054
           END-WRITE.
           CLOSE DOCPEND.

       802-Marca-Doc-Pendente.
           MOVE 'P' TO SituacaoDocDcp(WS-Doc-Qtd).
           MOVE ZEROS TO DataEntregaDcp(WS-Doc-Qtd).
           MOVE SPACES TO OperadorDocDcp(WS-Doc-Qtd).

       11-GRAVA.
           DISPLAY "SALVAR (S/N)? [ ]" AT 1830.
           ACCEPT SALVA AT 1845 WITH PROMPT AUTO.
                   MOVE "AB" TO WS-Tipo-Lancamento
                   MOVE "ABERTURA DE CONTA" TO WS-Descricao-Lancamento
                   PERFORM 12-Grava-Movimento
                   IF LimiteChequeEspecialC > ZEROS
                       MOVE ZEROS TO WS-Lce-Antes
                       MOVE WS-Operador TO WS-Lce-Aprovador
                       PERFORM 790-Grava-Contrato-Limite
                   END-IF
                   PERFORM 112-Atualiza-Cliente
                   PERFORM 801-Gera-Checklist-Doc
                   PERFORM 37-Imprime-Recibo
           END-WRITE.

           CLOSE CERTSAL.
           CLOSE ENTREGA.
           CLOSE CUSTODIA.
           CLOSE CHAVESPIX.
           CLOSE CASOSPLD.
           IF Restritos-Carregados
               CLOSE RESTRITOS
           END-IF.
           CLOSE TRIAGEM.
           CLOSE PROCURADORES.
           CLOSE OUVIDORIA.
           CLOSE CONVEMP ARRECAD SUSPENSO.
           CLOSE CARTAO RECEBIDO JORNAL.
           CLOSE APROVAC.
           CLOSE ALCADA ALCUSO MUDANCA.
           CLOSE GERENTE CARTEIRA LIMITECE.
           IF WS-Agencia-Aberta = 'S'
               CLOSE AGENCIA
           END-IF.
