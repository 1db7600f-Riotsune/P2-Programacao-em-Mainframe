           02 StatusBancoTab pic X(1).
               88 Banco-Tab-Ativo value 'A'.
               88 Banco-Tab-Inativo value 'I'.
      *-Supervisor que propos a ultima inclusao/desativacao e o que
      *-a aprovou (em branco na carga inicial).
           02 OperadorBancoTab pic X(8).
           02 AprovadorBancoTab pic X(8).
