
       FD  ARQMORTO LABEL RECORD STANDARD
           DATA RECORD IS LINHA-ARC.
      *-Largura 128 = tamanho atual de REG-MOVIMENTO (CodC de 6
      *-digitos, ano com seculo, carimbo de hora, campos de
      *-estorno e data-valor, hashes do encadeamento); imagem fiel
      *-de verdade, byte a byte.
       01 LINHA-ARC pic X(128).

       WORKING-STORAGE SECTION.

               02 WS-Carry-Item OCCURS 5000 TIMES.
                   03 WS-Carry-Cod pic 9(6).
                   03 WS-Carry-Saldo pic S9(9)V99.
      *-Hash do ultimo lancamento arquivado da conta: o transporte
      *-o leva como anterior, e o primeiro lancamento que ficou no
      *-ledger vivo continua apontando para ele.
                   03 WS-Carry-Hash pic 9(10).
           01 WS-Carry-Qtd pic 9(4) value zeros.
           01 WS-Carry-Idx pic 9(4) value zeros.
           01 WS-Carry-Achado pic 9(4) value zeros.
           01 WS-Arquivados pic 9(8) value zeros.
           01 WS-Transportes pic 9(6) value zeros.
           01 WS-Erro-Transporte pic 9(6) value zeros.
           COPY HASHCTL.

       PROCEDURE DIVISION.

               MOVE WS-Carry-Qtd TO WS-Carry-Achado
               MOVE CodC-Mov TO WS-Carry-Cod(WS-Carry-Achado)
               MOVE ZEROS TO WS-Carry-Saldo(WS-Carry-Achado)
               MOVE ZEROS TO WS-Carry-Hash(WS-Carry-Achado)
           END-IF.
           IF WS-Carry-Achado > ZEROS
               COMPUTE WS-Carry-Saldo(WS-Carry-Achado) =
                   WS-Carry-Saldo(WS-Carry-Achado)
                   + SaldoNovoMov - SaldoAnteriorMov
               IF HashMov NUMERIC
                   MOVE HashMov TO WS-Carry-Hash(WS-Carry-Achado)
               ELSE
                   MOVE ZEROS TO WS-Carry-Hash(WS-Carry-Achado)
               END-IF
           ELSE
      *-Sem vaga: quem chamou deixa o registro no ledger vivo.
               ADD 1 TO WS-Carry-Estouro
               MOVE SPACES TO DescricaoMov
               STRING "SALDO TRANSPORTADO ATE 12/" WS-Ano-Corte
                   DELIMITED BY SIZE INTO DescricaoMov
               MOVE DataMov TO DataValorMov
               MOVE SPACE TO SitValorMov
               MOVE SPACE TO EstornadoMov
               MOVE ZEROS TO SeqEstornoMov
               MOVE WS-Carry-Hash(WS-Carry-Idx) TO HashAntMov
               PERFORM 06-CALCULA-HASH-MOV
               MOVE WS-Hash-Valor TO HashMov
               WRITE REG-MOVIMENTO
                   INVALID KEY
                       ADD 1 TO WS-Erro-Transporte
               END-WRITE
           END-IF.

       06-CALCULA-HASH-MOV.
      *-Mesmo calculo dos gravadores do ledger (HASHCTL.CPY): o
      *-registro inteiro, sem o proprio hash.
           MOVE ZEROS TO HashMov.
           MOVE REG-MOVIMENTO TO WS-Hash-Linha.
           MOVE ZEROS TO WS-Hash-Valor.
           PERFORM 07-SOMA-CARACTER-HASH
               VARYING WS-Hash-Pos FROM 1 BY 1
               UNTIL WS-Hash-Pos > 300.

       07-SOMA-CARACTER-HASH.
           COMPUTE WS-Hash-Valor = FUNCTION MOD(
               WS-Hash-Valor * 31
               + FUNCTION ORD(WS-Hash-Linha(WS-Hash-Pos:1)),
               999999937).

       04-RESUMO.
           DISPLAY "===================================================".
           DISPLAY "  PROGRAMAP2ARQUIVAMOVIMENTO - EXPURGO ANUAL".
