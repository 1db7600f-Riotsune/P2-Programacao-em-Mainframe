      *-  TXCHEQ   taxa mensal de juros de cheque especial
      *-  MULTACRE multa de cobranca vencida do crediario
      *-  LIMTENT  tentativas de cobranca antes de vencer
      *-  TARDEVOL tarifa de cheque devolvido, na conta do
      *-           emitente por saldo insuficiente
      *-           (ProgramaP2CompensaCheques) e na do depositante
      *-           quando o sacado devolve
      *-           (ProgramaP2RetornoCheques)
      *-  FLOATDIA dias uteis de bloqueio do deposito em cheque
      *-           (ProgramaP2, ProgramaP2LiberaFloat)
      *-  SAQUEDIA limite diario de saque por conta (ProgramaP2)
      *-  IOFDIA   taxa diaria de IOF sobre saldo negativo, em
      *-           valor por mil (ProgramaP2IOF)
      *-  BANCONOS codigo COMPE do nosso banco
      *-           (ProgramaP2EmiteBoleto, ProgramaP2PagFornecedor,
      *-           ProgramaP2, pagamento de boleto,
      *-           ProgramaP2ApresentaCheques)
      *-  DORMAVIS meses sem movimento ate a carta de aviso de
      *-           dormencia (ProgramaP2Dormencia)
      *-  DORMRECL meses sem movimento ate o recolhimento do saldo
      *-           do crediario (ProgramaP2)
      *-  NEGDIAS  dias corridos de saldo negativo ate a escalada
      *-           (ProgramaP2ControlaNegativo)
      *-  KYCPATR  patrimonio declarado acima do qual o cliente e
      *-           risco KYC medio (ProgramaP2)
      *-  KYCALTO  meses de validade do perfil KYC de risco alto
      *-           (ProgramaP2RelKyc)
      *-  KYCMEDIO meses de validade do perfil KYC de risco medio
      *-           (ProgramaP2RelKyc)
      *-  KYCBAIXO meses de validade do perfil KYC de risco baixo
      *-           (ProgramaP2RelKyc)
      *-  PLDLIMIT limite de comunicacao obrigatoria de operacao em
      *-           especie (ProgramaP2Pld)
      *-  PLDDIAS  janela em dias da deteccao de fracionamento
      *-           (ProgramaP2Pld)
      *-  PLDFRAC  percentual do limite a partir do qual a operacao
      *-           conta para o fracionamento (ProgramaP2Pld)
      *-  OUVPRAZO prazo em dias uteis para solucionar reclamacao
      *-           de ouvidoria (ProgramaP2)
      *-  EMPMULTA multa percentual sobre parcela de emprestimo
      *-           paga em atraso (ProgramaP2DebitoEmprestimo)
      *-  EMPMORA  juros de mora percentuais ao mes, pro rata dia,
      *-           sobre parcela de emprestimo em atraso
      *-           (ProgramaP2DebitoEmprestimo)
      *-  CONSMARG margem consignavel: percentual maximo da media
      *-           dos creditos de salario recentes que as parcelas
      *-           de consignado da conta podem comprometer
      *-           (ProgramaP2, abertura de contrato)
      *-  BOLMULTA multa percentual sobre boleto de outro banco
      *-           pago vencido no caixa (ProgramaP2)
      *-  BOLMORA  juros de mora percentuais ao mes, pro rata dia,
      *-           sobre boleto de outro banco pago vencido
      *-           (ProgramaP2)
      *-  SUSPDIAS dias uteis que a TED recebida sem conta fica no
      *-           suspenso antes de voltar ao remetente
      *-           (ProgramaP2Suspenso)
      *-  CRTLIMDI limite diario padrao de saque no ATM do cartao
      *-           de debito emitido (ProgramaP2)
      *-  CRTVALID validade em anos do cartao de debito emitido
      *-           (ProgramaP2)
      *-  APRVDIAS dias corridos que uma alteracao de dados de
      *-           referencia proposta espera aprovacao antes de
      *-           expirar (ProgramaP2, fila de aprovacoes)
      *-  MUDADIAS dias corridos que o numero antigo de uma conta
      *-           transferida de agencia segue recebendo TED
      *-           (ProgramaP2; o fim vai gravado no MUDANCA.DAT)
      *-  FATVENC  dia de vencimento da fatura do cartao da loja
      *-           das contas inscritas pelo lote
      *-           (ProgramaP2FaturaLoja)
      *-  FATDIAS  dias entre o fechamento e o vencimento da
      *-           fatura (ProgramaP2FaturaLoja, INDICE)
      *-  FATJUROS juros percentuais ao mes sobre o saldo rotativo
      *-           do cartao da loja (ProgramaP2FaturaLoja)
      *-  FATMINPC pagamento minimo da fatura, percentual do total
      *-           (ProgramaP2FaturaLoja)
      *-  FATMINVL pagamento minimo da fatura em valor, piso do
      *-           percentual (ProgramaP2FaturaLoja)
      *-  ALIQTRIB aliquota percentual de ICMS da classe fiscal
      *-           tributada (INDICE, documento fiscal)
      *-  ALIQREDU aliquota percentual efetiva da classe fiscal de
      *-           base reduzida (INDICE, documento fiscal)
      *-  FISCCANC prazo em minutos, apos a emissao e no mesmo dia,
      *-           para cancelar documento fiscal
      *-           (ProgramaP2DocFiscal)
      *-  CXSVALP  valor anual do aluguel da caixa pequena, media e
      *-  CXSVALM  grande, gravado no contrato
      *-  CXSVALG  (ProgramaP2CaixaSeg)
      *-  CXSABRE  dias de atraso da anuidade da caixa de aluguel
      *-           ate a abertura forcada (ProgramaP2CaixaSeg,
      *-           ProgramaP2RelCaixaSeg)
      *-  CARDIAS  dias corridos de carencia da conta apos troca de
      *-           telefone, e-mail ou endereco (ProgramaP2)
      *-  CARLIMIT valor a partir do qual TED, transferencia
      *-           externa agendada e portabilidade nova ficam
      *-           retidas na carencia (ProgramaP2)
      *-  DOCPRAZO dias corridos da abertura para entregar os
      *-           documentos do checklist; vencido o prazo, o
      *-           ProgramaP2DocPendente bloqueia a conta (ProgramaP2)
      *-  DOCSAQUE limite diario de saque da conta com documento
      *-           pendente (ProgramaP2, ProgramaP2ATM)
      *-  DOCTRANS limite diario de transferencias da conta com
      *-           documento pendente (ProgramaP2)
      *-  ANONANOS anos depois do encerramento em que os dados
      *-           pessoais do cliente sao anonimizados
      *-           (ProgramaP2Anonimiza)
      *-  EFINPF   limite mensal de credito/debito, ou de saldo no
      *-           fim do semestre, a partir do qual a pessoa
      *-           fisica vai na e-Financeira (ProgramaP2EFinanceira)
      *-  EFINPJ   o mesmo limite para pessoa juridica
      *-           (ProgramaP2EFinanceira)
      *-  GARMIN   valor de contrato de emprestimo a partir do qual
      *-           e exigido avalista ou bem em garantia (ProgramaP2)
      *-  GARLTV   LTV maximo, em %, do contrato garantido so por
      *-           bens: valor do contrato sobre o total avaliado
      *-           (ProgramaP2)
      *-  GARREAV  meses de validade da avaliacao do bem dado em
      *-           garantia (ProgramaP2, ProgramaP2RelGarantia)
      *-  BXPDIAS  dias de atraso a partir dos quais o contrato
      *-           classe H e baixado para prejuizo
      *-           (ProgramaP2BaixaPrejuizo)
      *-----------------------------------------------------------
       01 REG-PARAMETRO.
           02 CodParam pic X(8).
               03 AnoVigenciaParam pic 9(4).
               03 MesVigenciaParam pic 9(2).
               03 DiaVigenciaParam pic 9(2).
      *-Supervisor que propos a alteracao (OperadorParam) e o outro
      *-supervisor que a aprovou na fila de aprovacoes; registros
      *-anteriores a aprovacao dupla ficam com o aprovador em
      *-branco.
           02 OperadorParam pic X(8).
           02 DataGravacaoParam.
               03 AnoGravacaoParam pic 9(4).
               03 MesGravacaoParam pic 9(2).
               03 DiaGravacaoParam pic 9(2).
           02 AprovadorParam pic X(8).
