      *-----------------------------------------------------------
      *-Layout de REG-CXSEG (CAIXASEG.DAT) - cadastro das caixas
      *-de aluguel (cofres de clientes) de cada agencia, chave
      *-banco + agencia + numero da caixa, com o par banco +
      *-agencia validado em AGENCIAS.DAT. Mantido pelo
      *-ProgramaP2CaixaSeg; o contrato de aluguel vigente fica em
      *-CONTRCXS.DAT (ContratoCxs aponta para ele, zeros na caixa
      *-livre).
      *-----------------------------------------------------------
       01 REG-CXSEG.
           02 ChaveCxs.
               03 CodBancoCxs pic 9(4).
               03 CodAgenciaCxs pic 9(4).
               03 NumCaixaCxs pic 9(4).
      *-Tamanho da caixa, base do valor anual (parametros CXSVALP,
      *-CXSVALM e CXSVALG).
           02 TamanhoCxs pic X(1).
               88 Caixa-Pequena value 'P'.
               88 Caixa-Media value 'M'.
               88 Caixa-Grande value 'G'.
               88 Tamanho-Valido values 'P' 'M' 'G'.
      *-L = livre, A = alugada, B = bloqueada (manutencao, sem
      *-aluguel nem acesso), F = aberta a forca por inadimplencia,
      *-aguardando a retirada do conteudo para voltar a livre.
           02 StatusCxs pic X(1).
               88 Caixa-Livre value 'L'.
               88 Caixa-Alugada value 'A'.
               88 Caixa-Bloqueada value 'B'.
               88 Caixa-Aberta-Forca value 'F'.
           02 ContratoCxs pic 9(6).
           02 DataCadCxs.
               03 AnoCadCxs pic 9(4).
               03 MesCadCxs pic 9(2).
               03 DiaCadCxs pic 9(2).
