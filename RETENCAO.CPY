      *-----------------------------------------------------------
      *-Layout de REG-RETENCAO (RETENCAO.DAT) - saidas de dinheiro
      *-retidas pela carencia de troca de contato (CARENCIA.DAT):
      *-TED do balcao (T) e transferencia externa agendada (A) vao
      *-para AGENDTRF.DAT com situacao H, que o executor noturno
      *-nao leva; a portabilidade de salario nova (P) fica so aqui,
      *-com o destino, e a anterior segue valendo. O supervisor,
      *-depois do retorno ao contato anterior, libera (a agendada
      *-volta a P e a portabilidade e gravada em PORTAB.DAT) ou
      *-cancela, sempre com o motivo (ProgramaP2Retencao). Listado
      *-por ProgramaP2RelRetencao.
      *-----------------------------------------------------------
       01 REG-RETENCAO.
           02 NumRtn pic 9(8).
           02 CodC-Rtn pic 9(6).
           02 TipoRtn pic X(1).
               88 Rtn-Ted value 'T'.
               88 Rtn-Agendada value 'A'.
               88 Rtn-Portab value 'P'.
      *-Agendamento em AGENDTRF.DAT (T e A); zero na portabilidade.
           02 NumAgdRtn pic 9(6).
           02 BancoRtn pic 9(4).
           02 AgenciaRtn pic 9(4).
           02 ContaRtn pic 9(6).
           02 FavorecidoRtn pic A(40).
      *-Valor da transferencia; na portabilidade, o maior salario
      *-recente da conta (o que a proxima folha levaria).
           02 ValorRtn pic 9(7)V99.
           02 DataExecRtn pic 9(8).
           02 DataRtn pic 9(8).
           02 HoraRtn pic 9(6).
           02 OperadorRtn pic X(8).
      *-Contato anterior a troca, para o retorno de confirmacao.
           02 TelefoneAntRtn pic X(15).
           02 EmailAntRtn pic X(40).
           02 FimCarenciaRtn pic 9(8).
           02 StatusRtn pic X(1).
               88 Rtn-Retida value 'R'.
               88 Rtn-Liberada value 'L'.
               88 Rtn-Cancelada value 'C'.
           02 DataDecRtn pic 9(8).
           02 HoraDecRtn pic 9(6).
           02 SupervisorRtn pic X(8).
           02 MotivoRtn pic X(40).
