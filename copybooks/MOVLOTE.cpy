      *==                ENTRADAS), PARA O SALDO POR LOTE "ESTLOTES"
      *==                E O CONSUMO FEFO. EM BRANCO = ENTRADA SEM
      *==                CONTROLE DE LOTE (VAI PARA O LOTE "AVULSO").
      *==   XX/XX/2026 - INCLUIDA A DATA DO MOVIMENTO (MLT-DATA,
      *==                AAAAMMDD), QUE VAI PARA O MOVEST E E
      *==                CONFERIDA CONTRA O CONTROLE DE PERIODOS
      *==                FECHADOS. EM BRANCO = DATA DO PROCESSAMENTO.
      *===========================================
       01  MOVLOTE-REC.
           05  MLT-PRODUTO         PIC X(10).
           05  MLT-FILIAL          PIC 9(02).
           05  MLT-LOTE            PIC X(10).
           05  MLT-VALIDADE        PIC X(08).
           05  MLT-DATA            PIC X(08).
