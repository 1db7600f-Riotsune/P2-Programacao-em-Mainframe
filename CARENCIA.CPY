      *-----------------------------------------------------------
      *-Layout de REG-CARENCIA (CARENCIA.DAT) - carencia da conta
      *-depois da troca de telefone, e-mail ou endereco no Editar
      *-do ProgramaP2 (795-Verifica-Troca-Contato): ate DataFimCrc
      *-a TED, a transferencia externa agendada e a portabilidade
      *-de salario nova de valor a partir de CARLIMIT ficam retidas
      *-em RETENCAO.DAT para o retorno de confirmacao no contato
      *-anterior. Uma segunda troca dentro da carencia so estende o
      *-fim: o contato anterior continua o de antes da primeira.
      *-----------------------------------------------------------
       01 REG-CARENCIA.
           02 CodC-Crc pic 9(6).
           02 DataIniCrc pic 9(8).
           02 DataFimCrc pic 9(8).
           02 DataUltTrocaCrc pic 9(8).
           02 HoraUltTrocaCrc pic 9(6).
      *-O que mudou desde o inicio da carencia (S/N).
           02 CamposCrc.
               03 TelefoneMudouCrc pic X(1).
               03 EmailMudouCrc pic X(1).
               03 EnderecoMudouCrc pic X(1).
      *-Contato de antes da troca, o que vale para o retorno.
           02 TelefoneAntCrc pic X(15).
           02 EmailAntCrc pic X(40).
           02 EnderecoAntCrc pic X(30).
           02 CepAntCrc pic 9(8).
           02 OperadorCrc pic X(8).
