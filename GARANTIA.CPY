      *-----------------------------------------------------------
      *-Layout de REG-GARANTIA (GARANTIA.DAT) - garantias dos
      *-contratos de EMPRESTIMO.DAT, uma por registro, chave
      *-contrato + sequencia. Registradas na abertura do contrato
      *-(410-Abre-Contrato) e copiadas para o contrato novo na
      *-renegociacao. Avalista (A) e identificado pelo CPF/CNPJ e
      *-conferido na concessao contra CLIENTES.DAT, CCF.DAT e
      *-SCORE.DAT; bem (B) leva especie, valor e data da
      *-avaliacao, base do LTV (valor do contrato sobre o total
      *-dos bens) e da reavaliacao periodica (ProgramaP2RelGarantia,
      *-prazo GARREAV em PARAMETROS.DAT). Na ultima demanda da
      *-regua (ProgramaP2Cobranca, estagio 3) o avalista recebe a
      *-carta junto com o titular.
      *-----------------------------------------------------------
       01 REG-GARANTIA.
           02 ChaveGar.
               03 NumContrato-Gar pic 9(6).
               03 SeqGar pic 9(2).
           02 TipoGar pic X(1).
               88 Gar-Avalista value 'A'.
               88 Gar-Bem value 'B'.
      *-Avalista: CPF/CNPJ e nome como estavam em CLIENTES.DAT na
      *-concessao (zeros/brancos quando a garantia e um bem).
           02 CpfCnpjAvalGar pic 9(14).
           02 NomeAvalGar pic A(40).
      *-Bem: especie, descricao livre (placa, matricula, numero da
      *-aplicacao), valor e data da ultima avaliacao.
           02 EspecieBemGar pic X(1).
               88 Bem-Imovel value 'I'.
               88 Bem-Veiculo value 'V'.
               88 Bem-Aplicacao value 'A'.
               88 Bem-Outros value 'O'.
           02 DescricaoBemGar pic X(30).
           02 ValorAvaliadoGar pic 9(9)V99.
           02 DataAvaliacaoGar.
               03 AnoAvaliacaoGar pic 9(4).
               03 MesAvaliacaoGar pic 9(2).
               03 DiaAvaliacaoGar pic 9(2).
           02 DataCadastroGar.
               03 AnoCadastroGar pic 9(4).
               03 MesCadastroGar pic 9(2).
               03 DiaCadastroGar pic 9(2).
           02 OperadorGar pic X(8).
