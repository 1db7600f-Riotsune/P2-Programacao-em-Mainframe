      *-----------------------------------------------------------
      *-Layout de REG-NOTIFSAI (NOTIFSAI.DAT) - fila de saida para
      *-o gateway de mensagens, so acrescimo: uma linha por aviso,
      *-com a chave de NOTIFICA.DAT, o canal (S = SMS, E = e-mail),
      *-o destino e o texto.
      *-----------------------------------------------------------
       01 REG-NOTIFSAI.
           02 IdNsi pic X(15).
           02 CanalNsi pic X(1).
           02 DestinoNsi pic X(40).
           02 TextoNsi pic X(80).
           02 DataNsi pic 9(8).
           02 HoraNsi pic 9(6).
