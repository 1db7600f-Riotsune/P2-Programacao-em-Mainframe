               88 Parcela-Pendente value 'P'.
               88 Parcela-Debitada value 'D'.
               88 Parcela-Vencida value 'X'.
      *-Cliente com cartao da loja: a parcela entrou na fatura do
      *-ciclo (ProgramaP2FaturaLoja) e e cobrada por ela; a data
      *-de debito guarda o fechamento da fatura.
               88 Parcela-Faturada value 'F'.
      *-Mercadoria devolvida (ProgramaP2Devolucao): a parcela ainda
      *-nao cobrada foi cancelada e nao e mais debitada.
               88 Parcela-Cancelada value 'C'.
           02 DataDebito-Par.
               03 AnoDebito-Par pic 9(4).
               03 MesDebito-Par pic 9(2).
