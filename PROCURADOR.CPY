      *-----------------------------------------------------------
      *-Layout de REG-PROCURADOR (PROCURADOR.DAT) - procuracoes
      *-registradas por conta: quem o titular autorizou a operar
      *-por ele no balcao (CPF + nome do procurador), os poderes
      *-outorgados e a vigencia. Chave conta + CPF do procurador.
      *-Mantido pelo supervisor no submenu de servicos; conferido
      *-no saque (60-Movimentar), nas transferencias (06-Transferir
      *-e 93-Transf-Externa), no encerramento (06-Excluir) e na
      *-emissao de talao (81-Emite-Talao) sempre que o operador
      *-informa que quem esta no balcao e procurador. Revogacao so
      *-marca o registro ('R'), com data e operador.
      *-----------------------------------------------------------
       01 REG-PROCURADOR.
           02 ChaveProc.
               03 CodC-Proc pic 9(6).
               03 CpfProc pic 9(14).
           02 NomeProc pic X(40).
           02 PoderesProc.
               03 PoderSaqueProc pic X(1).
                   88 Proc-Pode-Sacar value 'S'.
               03 PoderTransfProc pic X(1).
                   88 Proc-Pode-Transferir value 'S'.
               03 PoderEncerrarProc pic X(1).
                   88 Proc-Pode-Encerrar value 'S'.
               03 PoderTalaoProc pic X(1).
                   88 Proc-Pode-Pedir-Talao value 'S'.
           02 DataIniProc.
               03 AnoIniProc pic 9(4).
               03 MesIniProc pic 9(2).
               03 DiaIniProc pic 9(2).
           02 DataFimProc.
               03 AnoFimProc pic 9(4).
               03 MesFimProc pic 9(2).
               03 DiaFimProc pic 9(2).
           02 StatusProc pic X(1).
               88 Procuracao-Ativa value 'A'.
               88 Procuracao-Revogada value 'R'.
           02 DataCadProc.
               03 AnoCadProc pic 9(4).
               03 MesCadProc pic 9(2).
               03 DiaCadProc pic 9(2).
           02 OperadorProc pic X(8).
           02 DataRevProc.
               03 AnoRevProc pic 9(4).
               03 MesRevProc pic 9(2).
               03 DiaRevProc pic 9(2).
           02 OperadorRevProc pic X(8).
