       01 WS-Pnd-Parcela pic 9(3) value zeros.
       01 WS-Pnd-Desc pic X(30) value spaces.
       01 WS-Pnd-Valor pic 9(7)V99 value zeros.
       01 WS-Pnd-Encargos pic 9(7)V99 value zeros.
       01 WS-Pnd-Achou pic X value 'N'.
           88 Pendencia-Achada value 'S'.
       01 WS-Pnd-Gravadas pic 9(6) value zeros.
