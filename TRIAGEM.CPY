      *-----------------------------------------------------------
      *-Layout de REG-TRIAGEM (TRIAGEM.DAT) - fila de revisao da
      *-triagem contra a lista de partes restritas (RESTRITOS.DAT).
      *-Cada achado para a operacao e vira um item pendente 'A'
      *-para o supervisor (tela de revisao no submenu de servicos):
      *-  C = cadastro de cliente (Incluir/Editar)
      *-  F = favorecido de ordem de debito (FAVORECIDO.DAT)
      *-  E = favorecido de transferencia para outro banco
      *-  T = remetente de TED recebida (ProgramaP2RecebeTransf);
      *-      a linha de TRFIN.DAT fica inteira em DadosTri
      *-  R = revarredura de CLIENTES.DAT a cada lista nova
      *-O supervisor marca L = liberado (falso positivo: o mesmo
      *-documento + nome passa dali em diante contra a mesma
      *-entrada da lista) ou C = confirmado (cliente confirmado tem
      *-as contas ativas bloqueadas). TED liberada e creditada, e
      *-TED confirmada e devolvida, na proxima execucao do
      *-ProgramaP2RecebeTransf, que marca ProcessadoTri.
      *-----------------------------------------------------------
       01 REG-TRIAGEM.
           02 NumTriagem pic 9(6).
           02 ChaveTri.
               03 DocTri pic 9(14).
               03 NomeTri pic X(40).
           02 OrigemTri pic X(1).
               88 Tri-Cadastro value 'C'.
               88 Tri-Favorecido value 'F'.
               88 Tri-Transf-Externa value 'E'.
               88 Tri-Ted-Recebida value 'T'.
               88 Tri-Revarredura value 'R'.
           02 DocRestrTri pic 9(14).
           02 NomeRestrTri pic X(40).
           02 FonteRestrTri pic X(10).
           02 CodC-Tri pic 9(6).
           02 ValorTri pic 9(7)V99.
           02 DadosTri pic X(77).
           02 DataTri.
               03 AnoTri pic 9(4).
               03 MesTri pic 9(2).
               03 DiaTri pic 9(2).
           02 OperadorTri pic X(8).
           02 StatusTri pic X(1).
               88 Triagem-Pendente value 'A'.
               88 Triagem-Liberada value 'L'.
               88 Triagem-Confirmada value 'C'.
           02 MotivoTri pic X(40).
           02 DataDecTri.
               03 AnoDecTri pic 9(4).
               03 MesDecTri pic 9(2).
               03 DiaDecTri pic 9(2).
           02 OperadorDecTri pic X(8).
           02 ProcessadoTri pic X(1).
               88 Triagem-Processada value 'S'.
