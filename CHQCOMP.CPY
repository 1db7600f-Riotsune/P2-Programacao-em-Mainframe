      *-----------------------------------------------------------
      *-Layout de REG-CHQCOMP - cheque de outro banco depositado
      *-aqui, no intercambio da compensacao com o banco sacado,
      *-usado nos dois sentidos:
      *-  saida: CHQOUTbbbb.DAT (um arquivo por banco sacado,
      *-  bbbb = codigo COMPE), gravado pelo
      *-  ProgramaP2ApresentaCheques com AlineaCmp zerada;
      *-  retorno: CHQDEV.DAT, as folhas devolvidas pelos sacados,
      *-  a mesma linha de volta com a alinea da devolucao, lida
      *-  pelo ProgramaP2RetornoCheques.
      *-NumFltCmp e a nossa referencia do deposito (FLOAT.DAT).
      *-----------------------------------------------------------
       01 REG-CHQCOMP.
           02 CodBancoSacadoCmp pic 9(4).
           02 NumChequeCmp pic 9(6).
           02 ValorCmp pic 9(7)V99.
           02 DataDepositoCmp.
               03 AnoDepositoCmp pic 9(4).
               03 MesDepositoCmp pic 9(2).
               03 DiaDepositoCmp pic 9(2).
           02 CodBancoApresCmp pic 9(4).
           02 NumFltCmp pic 9(8).
           02 AlineaCmp pic 9(2).
