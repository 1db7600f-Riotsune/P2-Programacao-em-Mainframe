      *-----------------------------------------------------------
      *-Layout de REG-CONTAGEM (CONTAGEM.DAT) - folhas do
      *-inventario fisico do estoque, chave numero da contagem +
      *-produto. Ao abrir a contagem (ProgramaP2Estoque) cada ficha
      *-da faixa de produtos pedida ganha uma linha com o saldo do
      *-sistema congelado naquele momento; a quantidade contada
      *-entra depois, com o motivo de cada diferenca. O ajuste so
      *-vai para o saldo (pela diferenca contado - congelado, o que
      *-preserva as vendas e entradas feitas depois do congelamento)
      *-quando um supervisor aprova a contagem; cada ajuste lancado
      *-vai para o diario AJUSTEEST.DAT. A linha de produto zero e
      *-o cabecalho da contagem (faixa, datas, situacao).
      *-----------------------------------------------------------
       01 REG-CONTAGEM.
           02 ChaveCnt.
               03 NumContagemCnt pic 9(4).
               03 CodigoCnt pic 9(4).
                   88 Cnt-Cabecalho value 0.
           02 DadosCnt.
               03 NomeCnt pic X(30).
               03 SaldoCongeladoCnt pic S9(6).
               03 QtdContadaCnt pic 9(6).
      *-Preco da ficha no congelamento, para valorizar a diferenca.
               03 PrecoCnt pic 9(5)V99.
               03 MotivoCnt pic X(1).
                   88 Motivo-Cnt-Quebra value 'Q'.
                   88 Motivo-Cnt-Furto value 'F'.
                   88 Motivo-Cnt-Erro value 'E'.
                   88 Motivo-Cnt-Outros value 'O'.
                   88 Motivo-Cnt-Valido values 'Q' 'F' 'E' 'O'.
               03 OperadorCnt pic X(8).
               03 StatusCnt pic X(1).
                   88 Cnt-Pendente value 'P'.
                   88 Cnt-Contado value 'C'.
                   88 Cnt-Ajustado value 'J'.
                   88 Cnt-Recusado value 'R'.
           02 DadosCabCnt REDEFINES DadosCnt.
               03 CodigoIniCab pic 9(4).
               03 CodigoFimCab pic 9(4).
               03 DataAberturaCab.
                   04 AnoAberturaCab pic 9(4).
                   04 MesAberturaCab pic 9(2).
                   04 DiaAberturaCab pic 9(2).
               03 DataAprovacaoCab.
                   04 AnoAprovacaoCab pic 9(4).
                   04 MesAprovacaoCab pic 9(2).
                   04 DiaAprovacaoCab pic 9(2).
               03 OperadorCab pic X(8).
               03 AprovadorCab pic X(8).
               03 StatusCab pic X(1).
                   88 Contagem-Aberta value 'A'.
                   88 Contagem-Aprovada value 'F'.
                   88 Contagem-Recusada value 'R'.
               03 FILLER pic X(18).
