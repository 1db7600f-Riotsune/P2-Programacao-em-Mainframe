               03 DiaCpv pic 9(2).
           02 HoraCpv pic 9(6).
           02 ViasCpv pic 9(2).
      *-Procurador que operou pelo titular (PROCURADOR.DAT); zeros
      *-e brancos quando foi o proprio titular.
           02 CpfProcCpv pic 9(14).
           02 NomeProcCpv pic X(40).
