
      *-Totais do dia por tipo de lancamento (visao da agencia).
           COPY TIPOMOV.
           01 WS-Mov-Qtd pic 9(7) occurs 36 times.
           01 WS-Mov-Val pic S9(11)V99 occurs 36 times.

           01 WS-Valor-Edt pic Z(8)9,99.
           01 WS-Valor-Edt2 pic Z(8)9,99.
               MOVE ZEROS TO WS-Op-Qtd-Edi(WS-Oper-Idx)
           END-PERFORM.
           PERFORM VARYING WS-TipoMov-Idx FROM 1 BY 1
               UNTIL WS-TipoMov-Idx > 36
               MOVE ZEROS TO WS-Mov-Qtd(WS-TipoMov-Idx)
               MOVE ZEROS TO WS-Mov-Val(WS-TipoMov-Idx)
           END-PERFORM.
                       + MesMov * 100 + DiaMov
                   IF WS-Data-Reg = WS-Data-Pedida
                       PERFORM VARYING WS-TipoMov-Idx FROM 1 BY 1
                           UNTIL WS-TipoMov-Idx > 36
                           IF TIPOMOV-T-COD(WS-TipoMov-Idx)
                               = TipoMov
                               ADD 1
           WRITE LINHA-REL.
           PERFORM 16-IMPRIME-TIPO
               VARYING WS-TipoMov-Idx FROM 1 BY 1
               UNTIL WS-TipoMov-Idx > 36.
           CLOSE RELATORIO.

       15-IMPRIME-OPERADOR.
