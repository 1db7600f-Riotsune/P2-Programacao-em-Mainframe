      *-Origem e referencia do registro que falhou: O = ordem
      *-(NumOrdem), V = convenio (CodEmpresa), E = parcela de
      *-emprestimo (NumContrato + parcela), C = crediario (codigo
      *-da compra + parcela, parcela zero = compra integral), X =
      *-anuidade de caixa de aluguel (contrato + numero da
      *-anuidade, ProgramaP2AluguelCaixa).
           02 OrigemPend pic X(1).
               88 Pend-Ordem value 'O'.
               88 Pend-Convenio value 'V'.
               88 Pend-Emprestimo value 'E'.
               88 Pend-Crediario value 'C'.
               88 Pend-CaixaSeg value 'X'.
           02 ReferenciaPend pic 9(8).
           02 ParcelaPend pic 9(3).
           02 DescricaoPend pic X(30).
               03 MesBaixaPend pic 9(2).
               03 DiaBaixaPend pic 9(2).
           02 OperadorBaixaPend pic X(8).
      *-Parte de ValorPend que e multa e juros de mora (parcela de
      *-emprestimo em atraso, recalculada pelo lote a cada noite);
      *-zero nas demais origens. A tela D lanca essa parte como
      *-"ME", separada da parcela.
           02 EncargosPend pic 9(7)V99.
