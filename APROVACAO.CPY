      *-----------------------------------------------------------
      *-Layout de REG-APROVACAO (APROVAC.DAT) - alteracoes de dados
      *-de referencia propostas nas telas de manutencao e ainda sem
      *-efeito: parametro (87-Manter-Parametros), inclusao ou
      *-desativacao de banco (105-Manter-Bancos), pacote de tarifas
      *-(400-Pacotes) e feriado (360-Feriados). A proposta guarda a
      *-imagem do que vai ser gravado e so e aplicada quando um
      *-supervisor DIFERENTE do proponente aprova na fila de
      *-aprovacoes (730-Aprovacoes); o registro final leva os dois
      *-carimbos. Rejeitadas e expiradas (sem revisao em APRVDIAS
      *-dias) nao sao apagadas: ficam no arquivo como historico.
      *-----------------------------------------------------------
       01 REG-APROVACAO.
           02 NumApr pic 9(8).
      *-PR parametro, BI inclusao de banco, BD desativacao de banco,
      *-PC pacote de tarifas, FE feriado.
           02 TipoApr pic X(2).
               88 Apr-Parametro value "PR".
               88 Apr-Inclui-Banco value "BI".
               88 Apr-Desativa-Banco value "BD".
               88 Apr-Pacote value "PC".
               88 Apr-Feriado value "FE".
           02 DataPropApr.
               03 AnoPropApr pic 9(4).
               03 MesPropApr pic 9(2).
               03 DiaPropApr pic 9(2).
           02 HoraPropApr pic 9(6).
           02 ProponenteApr pic X(8).
      *-Imagem da alteracao proposta, numa visao por tipo.
           02 DadosApr pic X(60).
           02 DadosParamApr REDEFINES DadosApr.
               03 CodParamApr pic X(8).
               03 ValorParamApr pic S9(7)V9999.
               03 VigenciaParamApr.
                   04 AnoVigParamApr pic 9(4).
                   04 MesVigParamApr pic 9(2).
                   04 DiaVigParamApr pic 9(2).
               03 FILLER pic X(33).
           02 DadosBancoApr REDEFINES DadosApr.
               03 CodBancoApr pic 9(4).
               03 NomeBancoApr pic A(30).
               03 FILLER pic X(26).
           02 DadosPacoteApr REDEFINES DadosApr.
               03 CodPacoteApr pic 9(2).
               03 NomePacoteApr pic X(20).
               03 FranqSaqueApr pic 9(3).
               03 FranqTransfApr pic 9(3).
               03 FranqDepositoApr pic 9(3).
               03 TarExcSaqueApr pic 9(5)V99.
               03 TarExcTransfApr pic 9(5)V99.
               03 TarExcDepositoApr pic 9(5)V99.
               03 FILLER pic X(8).
           02 DadosFeriadoApr REDEFINES DadosApr.
               03 DataFeriadoApr.
                   04 AnoFeriadoApr pic 9(4).
                   04 MesFeriadoApr pic 9(2).
                   04 DiaFeriadoApr pic 9(2).
               03 DescricaoFerApr pic X(30).
               03 FILLER pic X(22).
           02 StatusApr pic X(1).
               88 Apr-Pendente value 'P'.
               88 Apr-Aprovada value 'A'.
               88 Apr-Rejeitada value 'R'.
               88 Apr-Expirada value 'E'.
      *-Decisao: supervisor que aprovou/rejeitou (espacos na
      *-expiracao), quando e o motivo.
           02 AprovadorApr pic X(8).
           02 DataDecisaoApr.
               03 AnoDecisaoApr pic 9(4).
               03 MesDecisaoApr pic 9(2).
               03 DiaDecisaoApr pic 9(2).
           02 HoraDecisaoApr pic 9(6).
           02 MotivoApr pic X(40).
