       01 REG-MOVSEQ.
           02 CodC-Seq pic 9(6).
           02 UltimoSeqMov pic 9(8).
      *-Hash do ultimo lancamento gravado na conta: o anterior do
      *-proximo lancamento (HASHCTL.CPY). ProgramaP2VerificaCadeia
      *-confere com o hash do ultimo lancamento da cadeia.
           02 UltimoHashMov pic 9(10).
