      *==OBSERVACOES: REM-TIPO-REG "H" = HEADER, "D" = CREDITO,
      *==             "T" = TRAILER. OS TRES LAYOUTS DIVIDEM O MESMO
      *==             BUFFER: LIMPAR E PREENCHER ANTES DE CADA WRITE.
      *==   XX/XX/2026 - INCLUIDA A FINALIDADE DO CREDITO
      *==                (REM-FINALIDADE): "P" = PENSAO ALIMENTICIA
      *==                PAGA AO BENEFICIARIO (REM-FUNCIONARIO E O
      *==                FUNCIONARIO DESCONTADO, REM-NOME O
      *==                BENEFICIARIO); BRANCO = SALARIO.
      *===========================================
       01  REMBANCO-HEADER.
           05  REM-H-TIPO-REG      PIC X(01).
           05  REM-FUNCIONARIO     PIC 9(04).
           05  REM-NOME            PIC X(15).
           05  REM-VALOR-CREDITO   PIC 9(08)V99.
           05  REM-FINALIDADE      PIC X(01).
               88  REM-CREDITO-PENSAO      VALUE "P".

       01  REMBANCO-TRAILER.
           05  REM-T-TIPO-REG      PIC X(01).
