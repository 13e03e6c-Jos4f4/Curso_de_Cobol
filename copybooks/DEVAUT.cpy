      *    ==          CORRESPONDE A ALGO QUE REALMENTE VENDEMOS.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDOS NO FINAL DO REGISTRO O MOTIVO DA
      *==                DEVOLUCAO (DEV-MOTIVO, TABELA "MOTDEV", VINDO
      *==                DE PED-MOTIVO-DEV) E A QUANTIDADE DEVOLVIDA
      *==                (DEV-QUANTIDADE, SOMA DOS ITENS DO RETORNO),
      *==                USADOS PELO RELQUALI. EM BRANCO NAS
      *==                AUTORIZACOES ANTERIORES A ESTES CAMPOS.
      *===========================================
       01  DEVAUT-REC.
           05  DEV-NUMERO          PIC 9(08).
           05  DEV-VALOR-RETORNO   PIC S9(08)V99.
           05  FILLER              PIC X(02).
           05  DEV-VALOR-ORIGINAL  PIC S9(08)V99.
           05  FILLER              PIC X(02).
           05  DEV-MOTIVO          PIC X(02).
           05  FILLER              PIC X(02).
           05  DEV-QUANTIDADE      PIC 9(07).
