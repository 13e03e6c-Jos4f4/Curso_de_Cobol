      *==OBSERVACOES: LOT-VALIDADE EM BRANCO = LOTE SEM VALIDADE
      *==             (CONSUMIDO POR ULTIMO NO FEFO). O LOTE
      *==             "RETORNO" RECEBE OS CREDITOS DE DEVOLUCAO.
      *==   XX/XX/2026 - A DEVOLUCAO PASSA A ENTRAR NA QUARENTENA
      *==                ("QUARENT"); O LOTE "RETORNO" SO RECEBE O QUE
      *==                A INSPECAO (INSPQUAR) LIBERA PARA VENDA.
      *===========================================
       01  ESTLOTES-REC.
           05  LOT-CHAVE.
