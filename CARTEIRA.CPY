      *-----------------------------------------------------------
      *-Layout de REG-CARTEIRA (CARTEIRA.DAT) - gerente de cada
      *-cliente, chave o CPF/CNPJ do cadastro de clientes (um
      *-registro por cliente atribuido; sem registro = cliente sem
      *-gerente). A chave alternada pelo gerente serve o
      *-remanejamento em bloco e o relatorio de carteira.
      *-----------------------------------------------------------
       01 REG-CARTEIRA.
           02 CpfCnpjCrt pic 9(14).
           02 CodGerenteCrt pic 9(4).
           02 DataAtribCrt.
               03 AnoAtribCrt pic 9(4).
               03 MesAtribCrt pic 9(2).
               03 DiaAtribCrt pic 9(2).
           02 OperadorCrt pic X(8).
      *-Gerente anterior (zeros na primeira atribuicao).
           02 GerenteAntCrt pic 9(4).
