           02 FILLER PIC X(20) VALUE "IOF CHEQUE ESPECIAL".
           02 FILLER PIC X(2) VALUE "AT".
           02 FILLER PIC X(20) VALUE "SAQUE ATM DA REDE".
           02 FILLER PIC X(2) VALUE "ME".
           02 FILLER PIC X(20) VALUE "ENCARGOS ATRASO EMPR".
           02 FILLER PIC X(2) VALUE "FS".
           02 FILLER PIC X(20) VALUE "DEBITO FOLHA SALARIO".
           02 FILLER PIC X(2) VALUE "PF".
           02 FILLER PIC X(20) VALUE "PAGAMENTO FORNECEDOR".
           02 FILLER PIC X(2) VALUE "PB".
           02 FILLER PIC X(20) VALUE "PAGAMENTO BOLETO".
           02 FILLER PIC X(2) VALUE "RA".
           02 FILLER PIC X(20) VALUE "REPASSE ARRECADACAO".
           02 FILLER PIC X(2) VALUE "TC".
           02 FILLER PIC X(20) VALUE "TARIFA ARRECADACAO".
           02 FILLER PIC X(2) VALUE "CD".
           02 FILLER PIC X(20) VALUE "CHEQUE DEPOS DEVOLV".
           02 FILLER PIC X(2) VALUE "DV".
           02 FILLER PIC X(20) VALUE "DEVOLUCAO MERCADORIA".
           02 FILLER PIC X(2) VALUE "CS".
           02 FILLER PIC X(20) VALUE "ALUGUEL CAIXA SEGUR".
           02 FILLER PIC X(2) VALUE "RP".
           02 FILLER PIC X(20) VALUE "RECUPERACAO PREJUIZO".

       01 TABELA-TIPOMOV REDEFINES TIPOMOV-CADASTRO.
           02 TIPOMOV-T OCCURS 36 TIMES.
               03 TIPOMOV-T-COD PIC X(2).
               03 TIPOMOV-T-NOME PIC X(20).

