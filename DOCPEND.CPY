      *-----------------------------------------------------------
      *-Layout de REG-DOCPEND (DOCPEND.DAT) - checklist de
      *-documentos da conta aberta no Incluir do ProgramaP2
      *-(801-Gera-Checklist-Doc), pelo tipo da conta e do titular
      *-(CPF ou CNPJ), codigos da tabela DOCTAB.CPY. Enquanto houver
      *-documento pendente a conta e restrita: sem talao, sem
      *-limite de cheque especial, sem emprestimo e com limites
      *-diarios reduzidos (DOCSAQUE/DOCTRANS). A entrega e dada no
      *-ProgramaP2Documentos; passado o prazo (PrazoDcp, DOCPRAZO
      *-dias da abertura) o ProgramaP2DocPendente bloqueia a conta
      *-com alerta em ALERTA.DAT. Conta sem registro (anterior ao
      *-checklist) nao tem restricao.
      *-----------------------------------------------------------
       01 REG-DOCPEND.
           02 CodC-Dcp pic 9(6).
           02 DataAberturaDcp pic 9(8).
           02 PrazoDcp pic 9(8).
           02 StatusDcp pic X(1).
               88 Checklist-Pendente value 'P'.
               88 Checklist-Completo value 'C'.
      *-Prazo vencido: conta bloqueada pelo ProgramaP2DocPendente.
               88 Checklist-Vencido value 'B'.
           02 QtdDocsDcp pic 9(1).
           02 DocDcp occurs 6 times.
               03 CodDocDcp pic X(2).
               03 SituacaoDocDcp pic X(1).
                   88 Doc-Pendente value 'P'.
                   88 Doc-Entregue value 'E'.
               03 DataEntregaDcp pic 9(8).
               03 OperadorDocDcp pic X(8).
           02 DataCompletoDcp pic 9(8).
           02 DataBloqueioDcp pic 9(8).
           02 OperadorDcp pic X(8).
