      *-----------------------------------------------------------
      *-Layout de REG-ACESSOCXS (ACESSOCXS.DAT) - diario so-
      *-acrescimo das visitas as caixas de aluguel: quando, qual
      *-contrato e caixa, quem entrou (CPF e nome do titular) e o
      *-operador que acompanhou. A abertura forcada tambem entra
      *-aqui (TipoAce 'F'), com o operador que a conduziu.
      *-----------------------------------------------------------
       01 REG-ACESSOCXS.
           02 DataAce.
               03 AnoAce pic 9(4).
               03 MesAce pic 9(2).
               03 DiaAce pic 9(2).
           02 HoraAce pic 9(6).
           02 NumContratoAce pic 9(6).
           02 ChaveCaixa-Ace.
               03 CodBancoAce pic 9(4).
               03 CodAgenciaAce pic 9(4).
               03 NumCaixaAce pic 9(4).
           02 TipoAce pic X(1).
               88 Acesso-Titular value 'V'.
               88 Acesso-Abertura-Forca value 'F'.
           02 CpfAce pic 9(14).
           02 NomeAce pic X(40).
           02 OperadorAce pic X(8).
