      *-  totalizado por ProgramaP2TotalizaTransf;
      *-  entrada: TRFIN.DAT, lido por ProgramaP2RecebeTransf, com
      *-  CodBancoInt = banco remetente e agencia/conta apontando a
      *-  NOSSA conta a creditar e NomeFavorecidoInt com o nome do
      *-  remetente (ordenante), triado contra a lista restritiva.
      *-----------------------------------------------------------
       01 REG-INTERCAMBIO.
           02 CodBancoInt pic 9(4).
               03 MesInt pic 9(2).
               03 DiaInt pic 9(2).
      *-Na saida, a conta nossa debitada (rastreio da liquidacao);
      *-na entrada, zeros; zeros tambem na TED recebida devolvida
      *-do suspenso ao remetente (ProgramaP2Suspenso).
           02 CodCOrigemInt pic 9(6).
