      *-----------------------------------------------------------
      *-Layout de REG-JORNAL (JORNAL.DAT) - jornal das transacoes
      *-online de mais de um passo (debito numa conta, credito na
      *-outra, um lancamento para cada lado): a transferencia/PIX
      *-do 06-Transferir e a liquidacao do encerramento por
      *-transferencia (302-Liquida-Transferencia). O registro de
      *-inicio e gravado antes do debito com tudo o que e preciso
      *-para terminar a transacao sem a tela; cada passo avanca a
      *-etapa e a conclusao fecha a entrada. No sign-on, o
      *-ProgramaP2 termina ou desfaz as entradas que ficaram sem
      *-conclusao (terminal caiu, programa abortou) e o supervisor
      *-confere o que foi feito no submenu de servicos.
      *-----------------------------------------------------------
       01 REG-JORNAL.
           02 NumJrn pic 9(8).
      *-TR transferencia/PIX, EN liquidacao de encerramento.
           02 TipoJrn pic X(2).
               88 Jrn-Transferencia value "TR".
               88 Jrn-Encerramento value "EN".
           02 DataJrn.
               03 AnoJrn pic 9(4).
               03 MesJrn pic 9(2).
               03 DiaJrn pic 9(2).
           02 HoraJrn pic 9(6).
           02 OperadorJrn pic X(8).
           02 ContaOrigemJrn pic 9(6).
           02 ContaDestinoJrn pic 9(6).
      *-Valor debitado na origem e creditado no destino (diferem
      *-so na transferencia entre moedas), com as descricoes dos
      *-dois lancamentos.
           02 ValorDebitoJrn pic 9(7)V99.
           02 ValorCreditoJrn pic 9(7)V99.
           02 DescDebitoJrn pic X(30).
           02 DescCreditoJrn pic X(30).
      *-Ultimo sequencial de MOVIMENTO.DAT de cada conta antes da
      *-transacao: o que for lancado depois e desta transacao ou
      *-posterior a ela.
           02 SeqOrigemJrn pic 9(8).
           02 SeqDestinoJrn pic 9(8).
           02 EtapaJrn pic X(1).
               88 Jrn-Iniciada value 'I'.
               88 Jrn-Debitada value 'D'.
               88 Jrn-Concluida value 'C'.
               88 Jrn-Estornada value 'E'.
               88 Jrn-Finalizada value 'F'.
               88 Jrn-Desfeita value 'V'.
               88 Jrn-Pendente values 'I' 'D'.
               88 Jrn-Recuperada values 'F' 'V'.
      *-Recuperacao no sign-on ('F' terminada, 'V' desfeita): quem
      *-entrou, quando e o que foi feito.
           02 OperadorRecJrn pic X(8).
           02 DataRecJrn.
               03 AnoRecJrn pic 9(4).
               03 MesRecJrn pic 9(2).
               03 DiaRecJrn pic 9(2).
           02 HoraRecJrn pic 9(6).
           02 MotivoRecJrn pic X(40).
      *-Supervisor que conferiu a recuperacao.
           02 ConferidoJrn pic X(8).
