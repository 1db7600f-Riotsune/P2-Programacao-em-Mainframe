      *-----------------------------------------------------------
      *-Layout de REG-LIMITECE (LIMITECE.DAT) - contrato do limite
      *-de cheque especial, um registro por conta (CodC-Lce). O
      *-valor em vigor continua em LimiteChequeEspecialC (CC.DAT),
      *-que e o que os debitos consultam; aqui ficam a concessao,
      *-o vencimento e quem aprovou. Gravado pelo ProgramaP2 a cada
      *-limite concedido/alterado na inclusao ou no Editar; revisto
      *-pelo batch mensal ProgramaP2RevisaLimite, que renova,
      *-propoe reducao ou avisa o cancelamento dos que vencem na
      *-janela LCEJANEL e, vencido o prazo, aplica a reducao ou
      *-zera o limite. OperadorLce em branco = renovado pelo lote.
      *-----------------------------------------------------------
       01 REG-LIMITECE.
           02 CodC-Lce pic 9(6).
           02 ValorLce pic 9(7)V99.
           02 DataConcessaoLce.
               03 AnoConcessaoLce pic 9(4).
               03 MesConcessaoLce pic 9(2).
               03 DiaConcessaoLce pic 9(2).
           02 DataVencimentoLce.
               03 AnoVencimentoLce pic 9(4).
               03 MesVencimentoLce pic 9(2).
               03 DiaVencimentoLce pic 9(2).
           02 OperadorLce pic X(8).
           02 StatusLce pic X(1).
               88 Lce-Vigente value 'A'.
      *-Revisao desfavoravel: reducao proposta, aplicada no
      *-vencimento se nenhum supervisor regravar o limite antes.
               88 Lce-Reducao-Proposta value 'R'.
      *-Revisao ruim: carta de nao renovacao enviada, o limite vai
      *-a zero no vencimento.
               88 Lce-Aviso-Cancelamento value 'N'.
               88 Lce-Cancelado value 'C'.
           02 ValorPropostoLce pic 9(7)V99.
           02 DataAvisoLce.
               03 AnoAvisoLce pic 9(4).
               03 MesAvisoLce pic 9(2).
               03 DiaAvisoLce pic 9(2).
      *-Score e estagio de negativo vistos na ultima revisao do
      *-lote (zeros nos contratos gravados pela tela).
           02 ScoreRevisaoLce pic 9(3).
           02 EstagioRevisaoLce pic 9(1).
