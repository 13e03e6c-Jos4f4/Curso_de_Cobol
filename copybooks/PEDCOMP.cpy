      *==DATA XX/XX/2026
      *==OBSERVACOES: PCO-SITUACAO "A" = ABERTO, "P" = RECEBIMENTO
      *==             PARCIAL, "F" = FECHADO, "C" = CANCELADO.
      *==   XX/XX/2026 - INCLUIDOS O CODIGO DO FORNECEDOR NO CADASTRO
      *==                "FORNEC" (PCO-COD-FORNECEDOR; PCO-FORNECEDOR
      *==                PASSA A RECEBER A RAZAO SOCIAL DO CADASTRO) E
      *==                A QUANTIDADE JA FATURADA PELO FORNECEDOR
      *==                (PCO-QTD-FATURADA), ACUMULADA PELO LANCPAG A
      *==                CADA NOTA CONFERIDA -- A NOTA SO PASSA SE A
      *==                QUANTIDADE COUBER NO RECEBIDO MENOS O JA
      *==                FATURADO. EXIGE RECRIAR O ARQUIVO NA
      *==                IMPLANTACAO.
      *===========================================
       01  PEDCOMP-REC.
           05  PCO-NUMERO          PIC 9(06).
           05  PCO-COD-FORNECEDOR  PIC 9(06).
           05  PCO-FORNECEDOR      PIC X(20).
           05  PCO-PRODUTO         PIC X(10).
           05  PCO-FILIAL          PIC 9(02).
           05  PCO-QTD-PEDIDA      PIC 9(07)V99.
           05  PCO-QTD-RECEBIDA    PIC 9(07)V99.
           05  PCO-QTD-FATURADA    PIC 9(07)V99.
           05  PCO-CUSTO-ACORDADO  PIC 9(07)V9(04).
           05  PCO-DATA-EMISSAO    PIC X(08).
           05  PCO-DATA-PREVISTA   PIC X(08).
