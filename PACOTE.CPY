           02 TarExcSaquePac pic 9(5)V99.
           02 TarExcTransfPac pic 9(5)V99.
           02 TarExcDepositoPac pic 9(5)V99.
      *-Supervisor que propos a ultima alteracao do pacote e o que
      *-a aprovou.
           02 OperadorPac pic X(8).
           02 AprovadorPac pic X(8).
