               03 AnoRecebidoPed pic 9(4).
               03 MesRecebidoPed pic 9(2).
               03 DiaRecebidoPed pic 9(2).
      *-Custo unitario da mercadoria entregue, informado no
      *-recebimento; entra no custo medio da ficha.
           02 CustoUnitPed pic 9(5)V99.
