      *-Layout de REG-AUDITORIA (AUDITORIA.DAT) - trilha de
      *-auditoria com os valores de antes/depois de cada Editar
      *-que efetivamente chega a fazer REWRITE em CC.DAT.
      *-A correcao de documento (servicos, opcao H) grava aqui
      *-tambem uma linha por registro corrigido em cada arquivo do
      *-CPF/CNPJ, com o documento de antes/depois.
      *-----------------------------------------------------------
       01 REG-AUDITORIA.
           02 CodC-Aud pic 9(6).
           02 CodContaDepoisAud pic 9(6).
           02 SaldoAntesAud pic S9(7)V99.
           02 SaldoDepoisAud pic S9(7)V99.
      *-Correcao de documento: arquivo corrigido, documento errado
      *-e correto e o que foi feito com o registro. Brancos nas
      *-linhas do Editar (e nas gravadas antes destes campos).
           02 ArquivoAud pic X(10).
           02 CpfCnpjAntesAud pic 9(14).
           02 CpfCnpjDepoisAud pic 9(14).
           02 DetalheAud pic X(40).
      *-Encadeamento (HASHCTL.CPY): hash da linha anterior do
      *-arquivo e hash desta. Brancos nas linhas gravadas antes do
      *-encadeamento.
           02 HashAntAud pic 9(10).
           02 HashAud pic 9(10).
