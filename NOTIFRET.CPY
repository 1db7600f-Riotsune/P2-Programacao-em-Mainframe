      *-----------------------------------------------------------
      *-Layout de REG-NOTIFRET (NOTIFRET.DAT) - retorno do gateway
      *-de mensagens: a chave do aviso (IdNsi da fila de saida), a
      *-situacao (E = entregue, F = falhou), a data e o motivo da
      *-falha.
      *-----------------------------------------------------------
       01 REG-NOTIFRET.
           02 IdNrt pic X(15).
           02 SituacaoNrt pic X(1).
               88 Nrt-Entregue value 'E'.
               88 Nrt-Falhou value 'F'.
           02 DataNrt pic 9(8).
           02 MotivoNrt pic X(30).
