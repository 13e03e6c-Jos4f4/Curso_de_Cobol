      *==                O PRIMEIRO LOTE CONSUMIDO (O DETALHE POR
      *==                LOTE FICA NO SALDO "ESTLOTES"). EM BRANCO
      *==                NOS MOVIMENTOS SEM CONTROLE DE LOTE.
      *==   XX/XX/2026 - NOVOS MOV-TIPO DA QUARENTENA DE DEVOLUCOES
      *==                ("QUARENT"): "Q" = RETORNO ENTRANDO NA
      *==                QUARENTENA (PROGRAMA11), "P" = PERDA POR
      *==                SUCATA E "D" = DEVOLUCAO AO FORNECEDOR
      *==                (INSPQUAR, EM NEGATIVO) -- OS TRES NAO MEXEM
      *==                NO SALDO VENDAVEL (SALDO ANTERIOR = SALDO
      *==                NOVO) E O VERIFEST NAO OS SOMA. "L" = LIBERADO
      *==                DA QUARENTENA PARA O SALDO VENDAVEL. TODOS
      *==                VALORIZADOS PELO CUSTO MEDIO CORRENTE.
      *===========================================
       01  MOVEST-LINHA.
           05  MOV-DATA            PIC X(08).
