      *    ==          CONSTRUCAO, EM VEZ DE SER DIGITADO POR FORA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: FGT-TIPO-REG "H" = HEADER, "D" = DEPOSITO,
      *==             "M" = MULTA RESCISORIA (FGT-BASE = SALDO DA
      *==             CONTA, FGT-DEPOSITO = MULTA), "T" = TRAILER (A
      *==             MULTA ENTRA NA QUANTIDADE E NO TOTAL). OS TRES
      *==             LAYOUTS DIVIDEM O MESMO BUFFER: LIMPAR E
      *==             PREENCHER ANTES DE CADA WRITE.
      *===========================================
       01  REMFGTS-HEADER.
           05  FGT-H-TIPO-REG      PIC X(01).
