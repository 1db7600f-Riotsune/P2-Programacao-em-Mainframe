      *-----------------------------------------------------------
      *-Layout de REG-ALCUSO (ALCUSO.DAT) - um registro por visto
      *-dado a operacao acima da alcada do operador, so-acrescimo:
      *-quem fez, quem vistou, o tipo (SQ saque, TI transferencia
      *-interna, TE transferencia externa, ES estorno, EP concessao
      *-de emprestimo, AP aplicacao), a conta, o valor e as duas
      *-alcadas no momento (a do visto em noves = supervisor sem
      *-teto cadastrado). Lido pelo ProgramaP2RelAlcadas.
      *-----------------------------------------------------------
       01 REG-ALCUSO.
           02 DataAlu.
               03 AnoAlu pic 9(4).
               03 MesAlu pic 9(2).
               03 DiaAlu pic 9(2).
           02 HoraAlu pic 9(6).
           02 OperadorAlu pic X(8).
           02 VistoAlu pic X(8).
           02 TipoOpAlu pic X(2).
           02 CodC-Alu pic 9(6).
           02 ValorAlu pic 9(7)V99.
           02 LimiteOperAlu pic 9(9)V99.
           02 LimiteVistoAlu pic 9(9)V99.
