      *-----------------------------------------------------------
      *-Layout de REG-NOTIFICA (NOTIFICA.DAT) - controle dos
      *-avisos enfileirados para o gateway de mensagens. A chave
      *-e o evento mais a referencia do fato (conta + sequencial
      *-do lancamento, contrato + parcela, numero do bloqueio),
      *-de modo que o mesmo fato nunca e avisado duas vezes, venha
      *-do balcao (ProgramaP2) ou do lote (ProgramaP2Notifica).
      *-A mesma chave vai na linha de NOTIFSAI.DAT e volta no
      *-retorno NOTIFRET.DAT (ProgramaP2RetornoNotif).
      *-  Evento: D debito acima do limite, S credito de salario,
      *-          C cheque devolvido, P parcela a vencer,
      *-          B bloqueio judicial.
      *-  Situacao: F na fila, E entregue, X falhou.
      *-----------------------------------------------------------
       01 REG-NOTIFICA.
           02 ChaveNtf.
               03 EventoNtf pic X(1).
                   88 Ntf-Debito value 'D'.
                   88 Ntf-Salario value 'S'.
                   88 Ntf-Cheque-Dev value 'C'.
                   88 Ntf-Parcela value 'P'.
                   88 Ntf-Bloqueio value 'B'.
               03 RefNtf pic X(14).
           02 CodC-Ntf pic 9(6).
           02 CanalNtf pic X(1).
           02 DestinoNtf pic X(40).
           02 ValorNtf pic S9(7)V99.
           02 TextoNtf pic X(80).
           02 DataNtf pic 9(8).
           02 HoraNtf pic 9(6).
      *-O = balcao (ProgramaP2), N = lote noturno.
           02 OrigemNtf pic X(1).
           02 StatusNtf pic X(1).
               88 Ntf-Na-Fila value 'F'.
               88 Ntf-Entregue value 'E'.
               88 Ntf-Falhou value 'X'.
           02 DataRetNtf pic 9(8).
           02 MotivoNtf pic X(30).
