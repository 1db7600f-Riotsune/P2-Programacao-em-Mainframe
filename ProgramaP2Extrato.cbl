
       FD  ARQMORTO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-ARC.
      *-Largura 128 = tamanho atual de REG-MOVIMENTO; arquivos mortos
      *-gravados em largura antiga (78, 108) entram com o rabo em
      *-branco na leitura (linha curta e completada com espacos), e
      *-os campos de saldo/delta ficam todos nos primeiros 78 bytes.
       01 LINHA-ARC pic X(128).

       WORKING-STORAGE SECTION.

                   DELIMITED BY SIZE INTO LINHA-REL
           END-IF.
           WRITE LINHA-REL.
      *-Lancamento retroativo: a data-valor sai na linha de baixo
      *-(arquivo morto de largura antiga traz o campo em branco).
           IF DataValorMov NUMERIC AND DataValorMov < DataMov
               MOVE SPACES TO LINHA-REL
               STRING "              VALOR EM " DiaValorMov "/"
                   MesValorMov "/" AnoValorMov
                   DELIMITED BY SIZE INTO LINHA-REL
               WRITE LINHA-REL
           END-IF.

       06-NOME-TIPOMOV.
           MOVE 'N' TO WS-TipoMov-Achou.
           MOVE SPACES TO WS-TipoMov-Nome.
           PERFORM VARYING WS-TipoMov-Idx FROM 1 BY 1
               UNTIL WS-TipoMov-Idx > 36 OR TipoMov-Encontrado
               IF TIPOMOV-T-COD(WS-TipoMov-Idx) = TipoMov
                   MOVE 'S' TO WS-TipoMov-Achou
                   MOVE TIPOMOV-T-NOME(WS-TipoMov-Idx)
