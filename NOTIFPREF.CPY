      *-----------------------------------------------------------
      *-Layout de REG-NOTIFPREF (NOTIFPREF.DAT) - preferencias de
      *-aviso de movimentacao por conta, chave CodC: canal (SMS no
      *-TelefoneC ou e-mail no EmailC do cadastro) e os eventos
      *-escolhidos - debito a partir de LimiteDebitoPnt, credito
      *-de salario, cheque devolvido, parcela de emprestimo a
      *-vencer em DiasParcelaPnt dias e bloqueio judicial.
      *-Mantido no ProgramaP2PrefNotif; lido pelo ProgramaP2 nos
      *-lancamentos de balcao e pelo lote ProgramaP2Notifica.
      *-----------------------------------------------------------
       01 REG-NOTIFPREF.
           02 CodC-Pnt pic 9(6).
           02 CanalPnt pic X(1).
               88 Canal-Sms value 'S'.
               88 Canal-Email value 'E'.
           02 StatusPnt pic X(1).
               88 Preferencia-Ativa value 'A'.
               88 Preferencia-Cancelada value 'C'.
           02 EventosPnt.
               03 EvDebitoPnt pic X(1).
                   88 Avisa-Debito value 'S'.
               03 EvSalarioPnt pic X(1).
                   88 Avisa-Salario value 'S'.
               03 EvChequeDevPnt pic X(1).
                   88 Avisa-Cheque-Dev value 'S'.
               03 EvParcelaPnt pic X(1).
                   88 Avisa-Parcela value 'S'.
               03 EvBloqueioPnt pic X(1).
                   88 Avisa-Bloqueio value 'S'.
           02 LimiteDebitoPnt pic 9(7)V99.
           02 DiasParcelaPnt pic 9(2).
      *-Ultimo dia de lancamentos ja varrido pelo lote noturno.
           02 DataUltVarrPnt pic 9(8).
           02 OperadorPnt pic X(8).
           02 DataAltPnt pic 9(8).
