      *-----------------------------------------------------------
      *-Layout de REG-CONTRCXS (CONTRCXS.DAT) - contratos de
      *-aluguel das caixas de CAIXASEG.DAT: a caixa, a conta de
      *-debito do aluguel e ate tres titulares com acesso (o
      *-primeiro e o titular da conta). O aluguel e anual e
      *-antecipado: DataVencCcx comeca no dia da contratacao e,
      *-a cada anuidade paga, avanca um ano (aniversario do
      *-contrato). O debito e do lote noturno
      *-ProgramaP2AluguelCaixa; na falha, a anuidade vai para a
      *-fila PENDDEB.DAT (origem X, referencia = contrato,
      *-parcela = numero da anuidade) e a tela D do ProgramaP2,
      *-ao liquidar, avanca o contrato do mesmo jeito.
      *-----------------------------------------------------------
       01 REG-CONTRCXS.
           02 NumContratoCcx pic 9(6).
           02 ChaveCaixa-Ccx.
               03 CodBancoCcx pic 9(4).
               03 CodAgenciaCcx pic 9(4).
               03 NumCaixaCcx pic 9(4).
           02 CodC-Ccx pic 9(6).
           02 TitularCcx occurs 3 times.
               03 CpfTitCcx pic 9(14).
               03 NomeTitCcx pic X(40).
           02 DataInicioCcx.
               03 AnoInicioCcx pic 9(4).
               03 MesInicioCcx pic 9(2).
               03 DiaInicioCcx pic 9(2).
      *-Vencimento da proxima anuidade (a primeira vence no dia da
      *-contratacao).
           02 DataVencCcx.
               03 AnoVencCcx pic 9(4).
               03 MesVencCcx pic 9(2).
               03 DiaVencCcx pic 9(2).
           02 ValorAnualCcx pic 9(5)V99.
           02 AnuidadesPagasCcx pic 9(3).
           02 DataUltPagCcx.
               03 AnoUltPagCcx pic 9(4).
               03 MesUltPagCcx pic 9(2).
               03 DiaUltPagCcx pic 9(2).
      *-Noites seguidas em que o debito da anuidade falhou.
           02 TentativasCcx pic 9(3).
      *-A = ativo, E = encerrado a pedido (caixa devolvida), F =
      *-encerrado por abertura forcada da caixa.
           02 StatusCcx pic X(1).
               88 Contrato-Ativo value 'A'.
               88 Contrato-Encerrado value 'E'.
               88 Contrato-Aberto-Forca value 'F'.
           02 OperadorCcx pic X(8).
           02 DataEncCcx.
               03 AnoEncCcx pic 9(4).
               03 MesEncCcx pic 9(2).
               03 DiaEncCcx pic 9(2).
