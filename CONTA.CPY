      *-dormencia final (ProgramaP2Dormencia); a reativacao devolve
      *-os fundos pela tela Reabrir, com supervisor.
               88 Conta-Recolhida value 'V'.
      *-Espolio: titular falecido, conta congelada pela tela de
      *-espolio (servicos, supervisor) com todas as do mesmo
      *-documento; nenhum lote debita e a liberacao aos herdeiros
      *-so sai contra alvara registrado (nao pelo Reabrir).
               88 Conta-Espolio value 'O'.
           02 TipoContaC pic X(1).
               88 Conta-Corrente value 'C'.
               88 Conta-Poupanca value 'P'.
