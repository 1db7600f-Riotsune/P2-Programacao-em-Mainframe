      *-Conta alem do limite de cheque especial ou negativa ha mais
      *-dias que o permitido (ProgramaP2ControlaNegativo).
               88 Alerta-Estouro-Limite value "L".
      *-Conta bloqueada por documentos de abertura nao entregues no
      *-prazo (ProgramaP2DocPendente).
               88 Alerta-Documentos value "D".
      *-Fluxo de tratamento: N = novo, V = visto pelo supervisor,
      *-R = resolvido; espacos nos alertas antigos (tratados como
      *-abertos). Enquanto a conta tiver alerta aberto, os
