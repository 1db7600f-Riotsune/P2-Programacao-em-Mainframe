      *-----------------------------------------------------------
      *-Layout de REG-REPASSE (REPASSEeeee.DAT) - arquivo de
      *-repasse da arrecadacao para a empresa conveniada, um por
      *-empresa (o nome leva o codigo do convenio), acrescido a
      *-cada processamento de ProgramaP2RepasseArrecad: uma linha
      *-"D" por conta recebida e um trailer "T" por dia com a
      *-quantidade, o total arrecadado, a tarifa descontada e o
      *-liquido creditado na conta de repasse.
      *-----------------------------------------------------------
       01 REG-REPASSE.
           02 TipoReg-Rep pic X(1).
               88 Rep-Detalhe value 'D'.
               88 Rep-Trailer value 'T'.
           02 Corpo-Rep pic X(70).
      *-Detalhe: autenticacao, codigo de barras, valor e data do
      *-recebimento no caixa.
           02 Detalhe-Rep REDEFINES Corpo-Rep.
               03 NumArr-Rep pic 9(8).
               03 CodBarras-Rep pic X(44).
               03 Valor-Rep pic 9(7)V99.
               03 DataArr-Rep pic 9(8).
               03 FILLER pic X(1).
      *-Trailer: totais do repasse do dia e a conta creditada.
           02 Trailer-Rep REDEFINES Corpo-Rep.
               03 CodEmpresa-Rep pic 9(4).
               03 Qtd-Rep pic 9(6).
               03 Total-Rep pic 9(9)V99.
               03 Tarifa-Rep pic 9(7)V99.
               03 Liquido-Rep pic 9(9)V99.
               03 DataRepasse-Rep pic 9(8).
               03 CodC-Rep pic 9(6).
               03 FILLER pic X(15).
