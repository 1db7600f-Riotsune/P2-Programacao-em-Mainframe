      *-antes/depois apontando QUAIS campos mudaram (Nome, Banco,
      *-Agencia, Conta, Saldo) e soma os deltas de Saldo da
      *-selecao - quanto as edicoes daquele operador moveram.
      *-Linhas da correcao de CPF/CNPJ mostram o arquivo corrigido
      *-e o documento de antes/depois.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "---------------------------------------------".
           DISPLAY "CONTA " CodC-Aud " EM " DiaAud "/" MesAud "/"
               AnoAud " AS " HoraAud " POR " OperadorAud.
           IF ArquivoAud NOT = SPACES
               DISPLAY "  DOC     " ArquivoAud " " CpfCnpjAntesAud
                   " -> " CpfCnpjDepoisAud
               DISPLAY "          " DetalheAud
           END-IF.
           IF NomeAntesAud NOT = NomeDepoisAud
               DISPLAY "  NOME    ANTES: " NomeAntesAud(1:35)
               DISPLAY "          DEPOIS: " NomeDepoisAud(1:35)
               AND CodAgenciaAntesAud = CodAgenciaDepoisAud
               AND CodContaAntesAud = CodContaDepoisAud
               AND SaldoAntesAud = SaldoDepoisAud
               AND ArquivoAud = SPACES
               DISPLAY "  (SEM MUDANCA NOS CAMPOS AUDITADOS)"
           END-IF.
