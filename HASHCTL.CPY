      *-----------------------------------------------------------
      *-Campos de trabalho do encadeamento de hash de
      *-MOVIMENTO.DAT e AUDITORIA.DAT (copybook de area de
      *-trabalho, no molde da PERCTL). Cada registro novo leva o
      *-hash do anterior da sua cadeia (por conta no ledger, o
      *-arquivo inteiro na auditoria) e o proprio hash, calculado
      *-sobre o registro com o hash do anterior dentro: alterar um
      *-valor no lugar, com editor de arquivo, quebra o elo daquele
      *-registro e o do seguinte. Hash polinomial de base 31,
      *-modulo 999999937 (o mesmo da impressao digital dos
      *-arquivos recebidos), sobre WS-Hash-Linha inteira. Quem
      *-grava PERFORMa os paragrafos locais de calculo;
      *-ProgramaP2VerificaCadeia refaz as cadeias e aponta o
      *-primeiro elo quebrado.
      *-----------------------------------------------------------
       01 WS-Hash-Linha pic X(300) value spaces.
       01 WS-Hash-Pos pic 9(3) value zeros.
       01 WS-Hash-Valor pic 9(10) value zeros.
      *-Campos do lancamento que mudam depois de gravado (marca de
      *-estorno, situacao da data-valor) ficam fora do calculo.
       01 WS-Hash-Estornado pic X(1) value spaces.
       01 WS-Hash-SitValor pic X(1) value spaces.
       01 WS-Hash-Guarda pic X(10) value spaces.
      *-Hash do ultimo registro da cadeia (o anterior do proximo).
       01 WS-Hash-Maior pic 9(10) value zeros.
       01 WS-Hash-Ultimo-Aud pic 9(10) value zeros.
