      *-----------------------------------------------------------
      *-Layout de REG-CHAVEPIX (CHAVEPIX.DAT) - diretorio de chaves
      *-de pagamento instantaneo (PIX), chave o proprio valor da
      *-chave: uma chave aponta para uma unica conta do banco, e a
      *-chave primaria garante a unicidade. A chave e o CPF/CNPJ,
      *-o e-mail ou o telefone do cadastro da conta (CpfCnpjC,
      *-EmailC, TelefoneC) ou uma chave aleatoria gerada na
      *-inclusao. Mantida na tela de chaves do ProgramaP2
      *-(incluir/listar/excluir) e resolvida no pagamento para
      *-chave. Exclusao so marca o registro ('X'), com data e
      *-operador; a chave excluida pode ser registrada de novo.
      *-----------------------------------------------------------
       01 REG-CHAVEPIX.
           02 ChavePix pic X(40).
           02 TipoChavePix pic X(1).
               88 Chave-Documento value 'C'.
               88 Chave-Email value 'E'.
               88 Chave-Telefone value 'T'.
               88 Chave-Aleatoria value 'A'.
           02 CodC-Pix pic 9(6).
           02 DataCadPix.
               03 AnoCadPix pic 9(4).
               03 MesCadPix pic 9(2).
               03 DiaCadPix pic 9(2).
           02 OperadorPix pic X(8).
           02 StatusPix pic X(1).
               88 Chave-Ativa value 'A'.
               88 Chave-Excluida value 'X'.
           02 DataExcPix.
               03 AnoExcPix pic 9(4).
               03 MesExcPix pic 9(2).
               03 DiaExcPix pic 9(2).
           02 OperadorExcPix pic X(8).
