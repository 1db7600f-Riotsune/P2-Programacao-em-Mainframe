      *-----------------------------------------------------------
      *-Layout de REG-CARTAO (CARTAO.DAT) - cartoes de debito das
      *-contas, chave o numero do cartao: faixa do banco (BIN) +
      *-sequencial + digito verificador no modulo 10 (o mesmo dos
      *-campos do boleto), conferido pelo ProgramaP2ATM antes de
      *-qualquer saque. Emitido, bloqueado, desbloqueado e
      *-substituido na tela de cartoes do ProgramaP2; a
      *-substituicao cancela o cartao antigo ('S') e amarra os
      *-dois numeros. O ProgramaP2ATM acumula o sacado no dia do
      *-saque contra o limite diario do cartao.
      *-----------------------------------------------------------
       01 REG-CARTAO.
           02 NumCartao pic 9(16).
           02 NumCartao-R REDEFINES NumCartao.
               03 BinCdb pic 9(6).
               03 SeqCdb pic 9(9).
               03 DVCdb pic 9(1).
           02 CodC-Cdb pic 9(6).
      *-Valido ate o ultimo dia do mes/ano.
           02 DataValidadeCdb.
               03 AnoValidadeCdb pic 9(4).
               03 MesValidadeCdb pic 9(2).
           02 StatusCdb pic X(1).
               88 Cartao-Ativo value 'A'.
               88 Cartao-Bloqueado value 'B'.
               88 Cartao-Perdido value 'P'.
               88 Cartao-Substituido value 'S'.
           02 LimiteDiarioCdb pic 9(7)V99.
      *-Saques do dia no ATM, zerados quando muda a data.
           02 DataUltSaqueCdb.
               03 AnoUltSaqueCdb pic 9(4).
               03 MesUltSaqueCdb pic 9(2).
               03 DiaUltSaqueCdb pic 9(2).
           02 SacadoDiaCdb pic 9(7)V99.
           02 DataEmissaoCdb.
               03 AnoEmissaoCdb pic 9(4).
               03 MesEmissaoCdb pic 9(2).
               03 DiaEmissaoCdb pic 9(2).
           02 OperadorEmissaoCdb pic X(8).
      *-Ultima mudanca de situacao (bloqueio, perda, substituicao).
           02 DataStatusCdb.
               03 AnoStatusCdb pic 9(4).
               03 MesStatusCdb pic 9(2).
               03 DiaStatusCdb pic 9(2).
           02 OperadorStatusCdb pic X(8).
      *-Cartao substituido por este / que substituiu este.
           02 NumCartaoAntCdb pic 9(16).
           02 NumCartaoNovoCdb pic 9(16).
