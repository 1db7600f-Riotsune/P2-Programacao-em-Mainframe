      *-----------------------------------------------------------
      *-Layout de REG-CONVEMP (CONVEMP.DAT) - empresas conveniadas
      *-(luz, agua, gas, telefone) cujas contas de consumo o caixa
      *-recebe em especie de qualquer pagador, cliente ou nao. A
      *-chave e o codigo da empresa no convenio, o mesmo de
      *-AUTORIZA.DAT e o que vem nas posicoes 16-19 do codigo de
      *-barras de arrecadacao. CodC-Cve e a conta em CC.DAT que
      *-recebe o repasse diario (ProgramaP2RepasseArrecad), ja
      *-descontada a tarifa por conta recebida (TarifaCve).
      *-Cadastrado pelo supervisor na tela de arrecadacao do
      *-ProgramaP2.
      *-----------------------------------------------------------
       01 REG-CONVEMP.
           02 CodEmpresaCve pic 9(4).
           02 NomeEmpresaCve pic X(30).
           02 CodC-Cve pic 9(6).
           02 TarifaCve pic 9(3)V99.
           02 StatusCve pic X(1).
               88 Convenio-Ativo value 'A'.
               88 Convenio-Inativo value 'I'.
           02 DataCadastroCve.
               03 AnoCadastroCve pic 9(4).
               03 MesCadastroCve pic 9(2).
               03 DiaCadastroCve pic 9(2).
           02 OperadorCve pic X(8).
