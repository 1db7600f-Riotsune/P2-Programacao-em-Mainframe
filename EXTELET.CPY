      *-----------------------------------------------------------
      *-Layout de REG-EXTELET (EXTELET.DAT) - adesao das contas de
      *-empresa (CNPJ) ao extrato eletronico diario, chave CodC.
      *-O cliente escolhe o layout - C = CNAB 240 (segmento E,
      *-extrato para conciliacao) ou O = OFX - e o lote noturno
      *-ProgramaP2ExtratoEletr grava um arquivo por conta por dia
      *-(EXccccccAAAAMMDD.RET/.OFX), registrando cada entrega em
      *-ENTREGAEXT.DAT. Adesao, troca de layout, cancelamento e
      *-pedido de regeracao no ProgramaP2AdesaoExtrato.
      *-----------------------------------------------------------
       01 REG-EXTELET.
           02 CodC-Ext pic 9(6).
           02 FormatoExt pic X(1).
               88 Ext-Cnab240 value 'C'.
               88 Ext-Ofx value 'O'.
               88 Formato-Valido values 'C' 'O'.
           02 StatusExt pic X(1).
               88 Adesao-Ativa value 'A'.
               88 Adesao-Cancelada value 'C'.
           02 DataAdesaoExt.
               03 AnoAdesaoExt pic 9(4).
               03 MesAdesaoExt pic 9(2).
               03 DiaAdesaoExt pic 9(2).
      *-Ultimo dia ja gerado em sequencia: a noite seguinte gera
      *-todos os dias depois dele ate hoje, de modo que um lote
      *-que nao rodou deixa os dias para a proxima execucao.
           02 DataUltGeradoExt pic 9(8).
      *-Numero sequencial de arquivo (NSA do CNAB, NEWFILEUID do
      *-OFX), um a mais a cada arquivo gerado para a conta.
           02 NsaExt pic 9(6).
           02 OperadorExt pic X(8).
           02 DataCancExt pic 9(8).
