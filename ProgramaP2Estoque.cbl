      *-saldo e a divergencia fica no registro) e lista os pedidos
      *-com a entrega atrasada - fechando o ciclo que o aviso de
      *-minimo do ProgramaP2RelEstoque abria para o papel.
      *-Inventario fisico: a contagem congela o saldo do sistema
      *-de uma faixa de produtos (CONTAGEM.DAT, folha impressa em
      *-FOLHACNT.LST), recebe as quantidades contadas com o motivo
      *-de cada diferenca, lista as diferencas e so lanca os
      *-ajustes no saldo quando um supervisor aprova - cada ajuste
      *-vai para o diario AJUSTEEST.DAT.
      *-Custeio: o recebimento do pedido e a entrada avulsa pedem
      *-o custo unitario da mercadoria e refazem o custo medio
      *-ponderado da ficha (CustoMedioEstq), que o INDICE grava em
      *-cada venda para o relatorio de margem (ProgramaP2RelMargem).
      *-A entrada avulsa tambem mantem a classe fiscal do produto
      *-(CLASSEFIS.CPY), que decide o imposto do documento fiscal.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-PRH.

      *-Inventario fisico: folhas de contagem, diario de ajustes
      *-aprovados, cadastro de operadores (senha do supervisor que
      *-aprova) e a folha impressa para a contagem.
       SELECT CONTAGEM ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY ChaveCnt
       FILE STATUS ARQST-CNT.

       SELECT AJUSTEEST ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-AJT.

       SELECT OPERADOR ASSIGN TO DISK
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IdOper
       FILE STATUS ARQST-OPE.

       SELECT FOLHACNT ASSIGN TO DISK
       ORGANIZATION LINE SEQUENTIAL
       ACCESS MODE SEQUENTIAL
       FILE STATUS ARQST-FOL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE LABEL RECORD STANDARD

           COPY PRECOHIST.

       FD  CONTAGEM LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTAGEM
           VALUE OF FILE-ID IS "CONTAGEM.DAT".

           COPY CONTAGEM.

       FD  AJUSTEEST LABEL RECORD STANDARD
           DATA RECORD IS REG-AJUSTEEST
           VALUE OF FILE-ID IS "AJUSTEEST.DAT".

           COPY AJUSTEEST.

       FD  OPERADOR LABEL RECORD STANDARD
           DATA RECORD IS REG-OPERADOR
           VALUE OF FILE-ID IS "OPERADOR.DAT".

           COPY OPERADOR.

       FD  FOLHACNT LABEL RECORD STANDARD
           DATA RECORD IS LINHA-FOLHA
           VALUE OF FILE-ID IS "FOLHACNT.LST".
       01 LINHA-FOLHA pic X(80).

       WORKING-STORAGE SECTION.

           01 ARQST-EST pic X(2).
           01 ARQST-FOR pic X(2).
           01 ARQST-PED pic X(2).
           01 ARQST-PRH pic X(2).
           01 ARQST-CNT pic X(2).
           01 ARQST-AJT pic X(2).
           01 ARQST-OPE pic X(2).
           01 ARQST-FOL pic X(2).
           01 WS-Operador pic X(8) value spaces.

           01 DATA-SIS.
           01 WS-Preco pic 9(5)V99 value zeros.
           01 WS-Entradas pic 9(4) value zeros.

      *-Custo medio ponderado.
           01 WS-Custo pic 9(5)V99 value zeros.
           01 WS-Qtd-Custo pic 9(6) value zeros.
           01 WS-Valor-Estoque pic 9(11)V99 value zeros.
           01 WS-Saldo-Novo pic S9(7) value zeros.

      *-Classe fiscal do catalogo.
           01 WS-Classe pic X(1) value space.

           COPY CLASSEFIS.

      *-Inventario fisico.
           01 WS-Contagem pic 9(4) value zeros.
           01 WS-Cod-Ini pic 9(4) value zeros.
           01 WS-Cod-Fim pic 9(4) value zeros.
           01 WS-Qtd-Contada pic 9(6) value zeros.
           01 WS-Cnt-Conflito pic X value 'N'.
           01 WS-Cab-Ok pic X value 'N'.
           01 WS-Cab-Status pic X value space.
           01 WS-Data-Cnt pic 9(8) value zeros.
           01 WS-Data-Cnt-R REDEFINES WS-Data-Cnt.
               02 WS-Cnt-Ano pic 9(4).
               02 WS-Cnt-Mes pic 9(2).
               02 WS-Cnt-Dia pic 9(2).
           01 WS-Diferenca pic S9(6) value zeros.
           01 WS-Valor-Dif pic S9(9)V99 value zeros.
           01 WS-Itens-Folha pic 9(4) value zeros.
           01 WS-Itens-Pendentes pic 9(4) value zeros.
           01 WS-Itens-Dif pic 9(4) value zeros.
           01 WS-Ajustes pic 9(4) value zeros.
           01 WS-Tot-Perdas pic S9(9)V99 value zeros.
           01 WS-Tot-Liquido pic S9(9)V99 value zeros.
           01 WS-Sup-Id pic X(8) value spaces.
           01 WS-Sup-Senha pic X(8) value spaces.
           01 WS-Sup-Ok pic X value 'N'.
           01 WS-Decisao pic X value space.
           01 WS-Qtd-Edt pic -(5)9.
           01 WS-Qtd-Edt2 pic -(5)9.
           01 WS-Dif-Edt pic -(5)9.
           01 WS-Valor-Edt pic -(8)9,99.

       PROCEDURE DIVISION.

       00-INICIO.
           CLOSE FORNEC.
           CLOSE PEDIDO.
           CLOSE PRECOHIST.
           CLOSE CONTAGEM.
           CLOSE AJUSTEEST.
           CLOSE OPERADOR.
           DISPLAY "ENTRADAS LANCADAS: " WS-Entradas.
           DISPLAY "AJUSTES DE INVENTARIO LANCADOS: " WS-Ajustes.
           GOBACK.

       10-MENU.
           DISPLAY "3 = Gerar pedidos (itens abaixo do minimo)".
           DISPLAY "4 = Receber pedido".
           DISPLAY "5 = Pedidos com entrega atrasada".
           DISPLAY "6 = Abrir contagem de inventario (folha)".
           DISPLAY "7 = Digitar quantidades contadas".
           DISPLAY "8 = Diferencas da contagem".
           DISPLAY "9 = Aprovar ajustes da contagem (supervisor)".
           DISPLAY "0 = Fim".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-Opcao.
                   PERFORM 15-RECEBE-PEDIDO
               WHEN '5'
                   PERFORM 16-PEDIDOS-ATRASADOS
               WHEN '6'
                   PERFORM 30-ABRE-CONTAGEM
               WHEN '7'
                   PERFORM 36-DIGITA-CONTAGEM
               WHEN '8'
                   PERFORM 40-LISTA-DIFERENCAS
               WHEN '9'
                   PERFORM 45-APROVA-CONTAGEM
               WHEN '0'
                   CONTINUE
               WHEN OTHER
           MOVE WS-Operador TO OperadorPh.
           WRITE REG-PRECOHIST.

       21-CUSTO-MEDIO.
      *-Media ponderada entre o saldo em maos ao custo medio atual
      *-e a entrada ao custo informado; chamado antes de somar a
      *-entrada ao saldo. Sem saldo positivo, ou ficha ainda sem
      *-custo, a media passa a ser o custo da entrada. Entrada sem
      *-custo (zero) nao mexe na media.
           IF CustoMedioEstq NOT NUMERIC
               MOVE ZEROS TO CustoMedioEstq
           END-IF.
           IF WS-Custo NOT = ZEROS
               IF SaldoEstq NOT > ZEROS OR CustoMedioEstq = ZEROS
                   MOVE WS-Custo TO CustoMedioEstq
               ELSE
                   COMPUTE WS-Valor-Estoque =
                       SaldoEstq * CustoMedioEstq
                       + WS-Qtd-Custo * WS-Custo
                   COMPUTE WS-Saldo-Novo = SaldoEstq + WS-Qtd-Custo
                   COMPUTE CustoMedioEstq ROUNDED =
                       WS-Valor-Estoque / WS-Saldo-Novo
               END-IF
               DISPLAY "CUSTO MEDIO DO ITEM: " CustoMedioEstq
           END-IF.

       22-VALIDA-CLASSE.
      *-Classe fora da tabela nao altera o cadastro.
           IF WS-Classe NOT = SPACE
               MOVE ZEROS TO WS-ClasseFis-Achou
               PERFORM 23-PROCURA-CLASSE
                   VARYING WS-ClasseFis-Idx FROM 1 BY 1
                   UNTIL WS-ClasseFis-Idx > 5
               IF WS-ClasseFis-Achou = ZEROS
                   DISPLAY "CLASSE FISCAL INVALIDA, NAO ALTERADA"
                   MOVE SPACE TO WS-Classe
               END-IF
           END-IF.

       23-PROCURA-CLASSE.
           IF CLASSEFIS-T-COD(WS-ClasseFis-Idx) = WS-Classe
               MOVE WS-ClasseFis-Idx TO WS-ClasseFis-Achou
           END-IF.

       11-CADASTRA-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-Fornec.
           MOVE WS-Prev-Dia TO DiaPrevistaPed.
           MOVE 'A' TO StatusPed.
           MOVE ZEROS TO QtdRecebidaPed DataRecebidoPed.
           MOVE ZEROS TO CustoUnitPed.
           WRITE REG-PEDIDO
               INVALID KEY
                   CONTINUE
                       DISPLAY "Quantidade entregue: "
                           WITH NO ADVANCING
                       ACCEPT WS-Qtd-Recebida
                       MOVE ZEROS TO WS-Custo
                       DISPLAY "Custo unitario da entrega: "
                           WITH NO ADVANCING
                       ACCEPT WS-Custo
                       MOVE WS-Custo TO CustoUnitPed
                       MOVE WS-Qtd-Recebida TO QtdRecebidaPed
                       MOVE ANO TO AnoRecebidoPed
                       MOVE MES TO MesRecebidoPed
                           INVALID KEY
                               DISPLAY "FICHA DO ITEM NAO EXISTE"
                           NOT INVALID KEY
                               MOVE WS-Qtd-Recebida TO WS-Qtd-Custo
                               PERFORM 21-CUSTO-MEDIO
                               ADD WS-Qtd-Recebida TO SaldoEstq
                               REWRITE REG-ESTOQUE
                               ADD 1 TO WS-Entradas
               CLOSE PRECOHIST
               OPEN OUTPUT PRECOHIST
           END-IF.
           OPEN I-O CONTAGEM.
           IF ARQST-CNT NOT = "00"
               CLOSE CONTAGEM
               OPEN OUTPUT CONTAGEM
               CLOSE CONTAGEM
               OPEN I-O CONTAGEM
           END-IF.
           OPEN EXTEND AJUSTEEST.
           IF ARQST-AJT NOT = "00"
               CLOSE AJUSTEEST
               OPEN OUTPUT AJUSTEEST
           END-IF.
           OPEN INPUT OPERADOR.

       02-RECEBE-ENTRADA.
           DISPLAY "Codigo do produto (0 = fim): " WITH NO ADVANCING.
               DISPLAY "Preco unitario (0 = mantem): "
                   WITH NO ADVANCING
               ACCEPT WS-Preco
               MOVE ZEROS TO WS-Custo
               DISPLAY "Custo unitario (0 = mantem o medio): "
                   WITH NO ADVANCING
               ACCEPT WS-Custo
               MOVE SPACE TO WS-Classe
               DISPLAY "Classe fiscal (T/R/S/I/N, vazio = mantem): "
                   WITH NO ADVANCING
               ACCEPT WS-Classe
               PERFORM 22-VALIDA-CLASSE
               PERFORM 03-LANCA-ENTRADA
           END-IF.

                   MOVE WS-Nome TO NomeEstq
                   MOVE WS-Preco TO PrecoEstq
                   MOVE WS-Quantidade TO SaldoEstq
                   MOVE WS-Custo TO CustoMedioEstq
                   IF WS-Classe = SPACE
                       MOVE 'T' TO ClasseFiscalEstq
                   ELSE
                       MOVE WS-Classe TO ClasseFiscalEstq
                   END-IF
                   IF WS-Minimo NOT = 9999
                       MOVE WS-Minimo TO EstoqueMinimo
                   ELSE
                           DISPLAY "FICHA ABERTA, SALDO " SaldoEstq
                   END-WRITE
               NOT INVALID KEY
                   IF WS-Custo NOT = ZEROS
                       MOVE WS-Quantidade TO WS-Qtd-Custo
                       PERFORM 21-CUSTO-MEDIO
                   END-IF
                   ADD WS-Quantidade TO SaldoEstq
                   IF WS-Nome NOT = SPACES
                       MOVE WS-Nome TO NomeEstq
                   IF WS-Minimo NOT = 9999
                       MOVE WS-Minimo TO EstoqueMinimo
                   END-IF
                   IF WS-Classe NOT = SPACE
                       MOVE WS-Classe TO ClasseFiscalEstq
                   END-IF
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FICHA"
                           DISPLAY "NOVO SALDO EM MAOS: " SaldoEstq
                   END-REWRITE
           END-READ.

       30-ABRE-CONTAGEM.
      *-Congela o saldo do sistema de cada ficha da faixa numa
      *-contagem nova; faixa que cruza uma contagem ainda aberta e
      *-recusada.
           DISPLAY "Produto inicial da faixa: " WITH NO ADVANCING.
           ACCEPT WS-Cod-Ini.
           DISPLAY "Produto final da faixa: " WITH NO ADVANCING.
           ACCEPT WS-Cod-Fim.
           IF WS-Cod-Fim = ZEROS OR WS-Cod-Fim < WS-Cod-Ini
               DISPLAY "FAIXA INVALIDA"
           ELSE
               PERFORM 31-VERIFICA-CONFLITO
               IF WS-Cnt-Conflito = 'S'
                   DISPLAY "CONTAGEM " WS-Contagem
                       " AINDA ABERTA NESTA FAIXA"
               ELSE
                   PERFORM 33-CONGELA-FOLHA
               END-IF
           END-IF.

       31-VERIFICA-CONFLITO.
           MOVE 'N' TO WS-Cnt-Conflito.
           MOVE ZEROS TO ChaveCnt.
           START CONTAGEM KEY IS NOT LESS THAN ChaveCnt
               INVALID KEY
                   MOVE "10" TO ARQST-CNT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CNT
           END-START.
           PERFORM 32-VARRE-CABECALHO
               UNTIL ARQST-CNT = "10" OR WS-Cnt-Conflito = 'S'.

       32-VARRE-CABECALHO.
           READ CONTAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CNT
               NOT AT END
                   IF Cnt-Cabecalho AND Contagem-Aberta
                       AND CodigoIniCab <= WS-Cod-Fim
                       AND CodigoFimCab >= WS-Cod-Ini
                       MOVE 'S' TO WS-Cnt-Conflito
                       MOVE NumContagemCnt TO WS-Contagem
                   END-IF
           END-READ.

       33-CONGELA-FOLHA.
           MOVE 9999 TO NumContagemCnt.
           MOVE 9999 TO CodigoCnt.
           START CONTAGEM KEY IS LESS THAN ChaveCnt
               INVALID KEY
                   MOVE 1 TO WS-Contagem
               NOT INVALID KEY
                   READ CONTAGEM NEXT RECORD
                   COMPUTE WS-Contagem = NumContagemCnt + 1
           END-START.
           MOVE WS-Contagem TO NumContagemCnt.
           MOVE ZEROS TO CodigoCnt.
           MOVE WS-Cod-Ini TO CodigoIniCab.
           MOVE WS-Cod-Fim TO CodigoFimCab.
           MOVE ANO TO AnoAberturaCab.
           MOVE MES TO MesAberturaCab.
           MOVE DIA TO DiaAberturaCab.
           MOVE ZEROS TO DataAprovacaoCab.
           MOVE WS-Operador TO OperadorCab.
           MOVE SPACES TO AprovadorCab.
           MOVE 'A' TO StatusCab.
           WRITE REG-CONTAGEM
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR CONTAGEM"
               NOT INVALID KEY
                   PERFORM 34-IMPRIME-FOLHA
           END-WRITE.

       34-IMPRIME-FOLHA.
      *-A folha sai sem o saldo do sistema: quem conta nao ve o
      *-numero que deveria achar.
           MOVE ZEROS TO WS-Itens-Folha.
           OPEN OUTPUT FOLHACNT.
           MOVE SPACES TO LINHA-FOLHA.
           STRING "FOLHA DE CONTAGEM " WS-Contagem " - " DIA "/" MES
               "/" ANO " - PRODUTOS " WS-Cod-Ini " A " WS-Cod-Fim
               DELIMITED BY SIZE INTO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           MOVE SPACES TO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           MOVE WS-Cod-Ini TO CodigoEstq.
           START ESTOQUE KEY IS NOT LESS THAN CodigoEstq
               INVALID KEY
                   MOVE "10" TO ARQST-EST
               NOT INVALID KEY
                   MOVE "00" TO ARQST-EST
           END-START.
           PERFORM 35-CONGELA-ITEM UNTIL ARQST-EST = "10".
           CLOSE FOLHACNT.
           DISPLAY "CONTAGEM " WS-Contagem " ABERTA, ITENS: "
               WS-Itens-Folha " - FOLHA EM FOLHACNT.LST".

       35-CONGELA-ITEM.
           READ ESTOQUE NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-EST
               NOT AT END
                   IF CodigoEstq > WS-Cod-Fim
                       MOVE "10" TO ARQST-EST
                   ELSE
                       MOVE WS-Contagem TO NumContagemCnt
                       MOVE CodigoEstq TO CodigoCnt
                       MOVE NomeEstq TO NomeCnt
                       MOVE SaldoEstq TO SaldoCongeladoCnt
                       MOVE ZEROS TO QtdContadaCnt
                       MOVE PrecoEstq TO PrecoCnt
                       MOVE SPACE TO MotivoCnt
                       MOVE SPACES TO OperadorCnt
                       MOVE 'P' TO StatusCnt
                       WRITE REG-CONTAGEM
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-Itens-Folha
                               MOVE SPACES TO LINHA-FOLHA
                               STRING CodigoEstq "  " NomeEstq
                                   "  CONTADO: __________"
                                   DELIMITED BY SIZE INTO LINHA-FOLHA
                               WRITE LINHA-FOLHA
                       END-WRITE
                   END-IF
           END-READ.

       36-DIGITA-CONTAGEM.
           PERFORM 37-LE-CABECALHO.
           IF WS-Cab-Ok = 'S'
               IF WS-Cab-Status NOT = 'A'
                   DISPLAY "CONTAGEM JA ENCERRADA"
               ELSE
                   MOVE 9 TO WS-Codigo
                   PERFORM 38-DIGITA-ITEM WITH TEST AFTER
                       UNTIL WS-Codigo = ZEROS
               END-IF
           END-IF.

       37-LE-CABECALHO.
           MOVE 'N' TO WS-Cab-Ok.
           DISPLAY "Numero da contagem: " WITH NO ADVANCING.
           ACCEPT WS-Contagem.
           MOVE WS-Contagem TO NumContagemCnt.
           MOVE ZEROS TO CodigoCnt.
           READ CONTAGEM
               INVALID KEY
                   DISPLAY "CONTAGEM NAO ENCONTRADA"
               NOT INVALID KEY
                   MOVE 'S' TO WS-Cab-Ok
                   MOVE StatusCab TO WS-Cab-Status
                   COMPUTE WS-Data-Cnt = AnoAberturaCab * 10000
                       + MesAberturaCab * 100 + DiaAberturaCab
           END-READ.

       38-DIGITA-ITEM.
      *-Recontagem do mesmo item substitui a anterior.
           DISPLAY "Produto contado (0 = fim): " WITH NO ADVANCING.
           ACCEPT WS-Codigo.
           IF WS-Codigo NOT = ZEROS
               MOVE WS-Contagem TO NumContagemCnt
               MOVE WS-Codigo TO CodigoCnt
               READ CONTAGEM
                   INVALID KEY
                       DISPLAY "PRODUTO FORA DA FOLHA"
                   NOT INVALID KEY
                       DISPLAY "Quantidade contada: "
                           WITH NO ADVANCING
                       ACCEPT WS-Qtd-Contada
                       MOVE WS-Qtd-Contada TO QtdContadaCnt
                       MOVE SPACE TO MotivoCnt
                       IF QtdContadaCnt NOT = SaldoCongeladoCnt
                           PERFORM 39-PEDE-MOTIVO
                               UNTIL Motivo-Cnt-Valido
                       END-IF
                       MOVE WS-Operador TO OperadorCnt
                       MOVE 'C' TO StatusCnt
                       REWRITE REG-CONTAGEM
               END-READ
           END-IF.

       39-PEDE-MOTIVO.
           DISPLAY "Motivo da diferenca (Q=quebra/avaria F=furto/"
               "extravio E=erro de lancamento O=outros): "
               WITH NO ADVANCING.
           ACCEPT MotivoCnt.

       40-LISTA-DIFERENCAS.
           PERFORM 37-LE-CABECALHO.
           IF WS-Cab-Ok = 'S'
               PERFORM 41-APURA-DIFERENCAS
           END-IF.

       41-APURA-DIFERENCAS.
      *-Diferenca = contado - congelado, valorizada ao preco da
      *-ficha no congelamento; item ainda nao contado nao ajusta.
           MOVE ZEROS TO WS-Itens-Pendentes WS-Itens-Dif.
           MOVE ZEROS TO WS-Tot-Perdas WS-Tot-Liquido.
           DISPLAY "DIFERENCAS DA CONTAGEM " WS-Contagem
               " (SISTEMA / CONTADO / DIFERENCA / VALOR):".
           MOVE WS-Contagem TO NumContagemCnt.
           MOVE ZEROS TO CodigoCnt.
           START CONTAGEM KEY IS GREATER THAN ChaveCnt
               INVALID KEY
                   MOVE "10" TO ARQST-CNT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CNT
           END-START.
           PERFORM 42-LINHA-DIFERENCA UNTIL ARQST-CNT = "10".
           MOVE WS-Tot-Liquido TO WS-Valor-Edt.
           DISPLAY "ITENS COM DIFERENCA: " WS-Itens-Dif
               "  NAO CONTADOS: " WS-Itens-Pendentes
               "  SALDO LIQUIDO: " WS-Valor-Edt.
           MOVE WS-Tot-Perdas TO WS-Valor-Edt.
           DISPLAY "PERDAS: " WS-Valor-Edt.

       42-LINHA-DIFERENCA.
           READ CONTAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CNT
               NOT AT END
                   IF NumContagemCnt NOT = WS-Contagem
                       MOVE "10" TO ARQST-CNT
                   ELSE
                       IF Cnt-Pendente
                           ADD 1 TO WS-Itens-Pendentes
                           DISPLAY "  " CodigoCnt " " NomeCnt
                               " NAO CONTADO"
                       ELSE
                           PERFORM 43-MOSTRA-DIFERENCA
                       END-IF
                   END-IF
           END-READ.

       43-MOSTRA-DIFERENCA.
           COMPUTE WS-Diferenca = QtdContadaCnt - SaldoCongeladoCnt.
           IF WS-Diferenca NOT = ZEROS
               COMPUTE WS-Valor-Dif = WS-Diferenca * PrecoCnt
               ADD 1 TO WS-Itens-Dif
               ADD WS-Valor-Dif TO WS-Tot-Liquido
               IF WS-Valor-Dif < ZEROS
                   ADD WS-Valor-Dif TO WS-Tot-Perdas
               END-IF
               MOVE SaldoCongeladoCnt TO WS-Qtd-Edt
               MOVE QtdContadaCnt TO WS-Qtd-Edt2
               MOVE WS-Diferenca TO WS-Dif-Edt
               MOVE WS-Valor-Dif TO WS-Valor-Edt
               DISPLAY "  " CodigoCnt " " NomeCnt " " WS-Qtd-Edt
                   " " WS-Qtd-Edt2 " " WS-Dif-Edt " " WS-Valor-Edt
                   " " MotivoCnt
           END-IF.

       45-APROVA-CONTAGEM.
      *-Os ajustes so chegam ao saldo com a senha de um supervisor;
      *-recusada, a contagem fecha sem mexer no estoque.
           PERFORM 37-LE-CABECALHO.
           IF WS-Cab-Ok = 'S'
               IF WS-Cab-Status NOT = 'A'
                   DISPLAY "CONTAGEM JA ENCERRADA"
               ELSE
                   PERFORM 41-APURA-DIFERENCAS
                   PERFORM 46-AUTORIZA-SUPERVISOR
                   IF WS-Sup-Ok NOT = 'S'
                       DISPLAY "APROVACAO NEGADA"
                   ELSE
                       DISPLAY "A = aprovar ajustes  R = recusar "
                           "contagem: " WITH NO ADVANCING
                       ACCEPT WS-Decisao
                       EVALUATE WS-Decisao
                           WHEN 'A'
                               PERFORM 47-LANCA-AJUSTES
                           WHEN 'R'
                               MOVE 'R' TO WS-Cab-Status
                               PERFORM 49-FECHA-CABECALHO
                               DISPLAY "CONTAGEM RECUSADA, ESTOQUE "
                                   "SEM AJUSTE"
                           WHEN OTHER
                               DISPLAY "NADA FEITO"
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       46-AUTORIZA-SUPERVISOR.
           MOVE 'N' TO WS-Sup-Ok.
           MOVE SPACES TO WS-Sup-Id WS-Sup-Senha.
           DISPLAY "Supervisor (ID): " WITH NO ADVANCING.
           ACCEPT WS-Sup-Id.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT WS-Sup-Senha.
           MOVE WS-Sup-Id TO IdOper.
           READ OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SenhaOper = WS-Sup-Senha
                       AND Operador-Ativo-Op
                       AND Perfil-Supervisor
                       MOVE 'S' TO WS-Sup-Ok
                   END-IF
           END-READ.

       47-LANCA-AJUSTES.
           MOVE WS-Contagem TO NumContagemCnt.
           MOVE ZEROS TO CodigoCnt.
           START CONTAGEM KEY IS GREATER THAN ChaveCnt
               INVALID KEY
                   MOVE "10" TO ARQST-CNT
               NOT INVALID KEY
                   MOVE "00" TO ARQST-CNT
           END-START.
           PERFORM 48-AJUSTA-ITEM UNTIL ARQST-CNT = "10".
           MOVE 'F' TO WS-Cab-Status.
           PERFORM 49-FECHA-CABECALHO.
           DISPLAY "CONTAGEM " WS-Contagem " APROVADA, AJUSTES "
               "LANCADOS: " WS-Ajustes.

       48-AJUSTA-ITEM.
      *-A diferenca entra sobre o saldo atual: o que foi vendido ou
      *-recebido depois do congelamento continua valendo.
           READ CONTAGEM NEXT RECORD
               AT END
                   MOVE "10" TO ARQST-CNT
               NOT AT END
                   IF NumContagemCnt NOT = WS-Contagem
                       MOVE "10" TO ARQST-CNT
                   ELSE
                       IF Cnt-Contado
                           COMPUTE WS-Diferenca =
                               QtdContadaCnt - SaldoCongeladoCnt
                           IF WS-Diferenca NOT = ZEROS
                               PERFORM 50-AJUSTA-FICHA
                           END-IF
                           MOVE 'J' TO StatusCnt
                           REWRITE REG-CONTAGEM
                       END-IF
                   END-IF
           END-READ.

       49-FECHA-CABECALHO.
           MOVE WS-Contagem TO NumContagemCnt.
           MOVE ZEROS TO CodigoCnt.
           READ CONTAGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-Cab-Status TO StatusCab
                   MOVE ANO TO AnoAprovacaoCab
                   MOVE MES TO MesAprovacaoCab
                   MOVE DIA TO DiaAprovacaoCab
                   MOVE WS-Sup-Id TO AprovadorCab
                   REWRITE REG-CONTAGEM
           END-READ.

       50-AJUSTA-FICHA.
           MOVE CodigoCnt TO CodigoEstq.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY "FICHA " CodigoCnt " NAO EXISTE, AJUSTE "
                       "NAO LANCADO"
               NOT INVALID KEY
                   ADD WS-Diferenca TO SaldoEstq
                   REWRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY "ERRO AO AJUSTAR FICHA "
                               CodigoCnt
                       NOT INVALID KEY
                           PERFORM 51-GRAVA-AJUSTE
                   END-REWRITE
           END-READ.

       51-GRAVA-AJUSTE.
           MOVE ANO TO AnoAjt.
           MOVE MES TO MesAjt.
           MOVE DIA TO DiaAjt.
           MOVE WS-Contagem TO NumContagemAjt.
           MOVE WS-Cnt-Ano TO AnoContagemAjt.
           MOVE WS-Cnt-Mes TO MesContagemAjt.
           MOVE WS-Cnt-Dia TO DiaContagemAjt.
           MOVE CodigoCnt TO CodigoAjt.
           MOVE NomeCnt TO NomeAjt.
           MOVE SaldoCongeladoCnt TO SaldoSistemaAjt.
           MOVE QtdContadaCnt TO QtdContadaAjt.
           MOVE WS-Diferenca TO DiferencaAjt.
           MOVE PrecoCnt TO PrecoAjt.
           COMPUTE ValorAjt = WS-Diferenca * PrecoCnt.
           MOVE MotivoCnt TO MotivoAjt.
           MOVE OperadorCnt TO OperadorAjt.
           MOVE WS-Sup-Id TO AprovadorAjt.
           WRITE REG-AJUSTEEST.
           ADD 1 TO WS-Ajustes.
