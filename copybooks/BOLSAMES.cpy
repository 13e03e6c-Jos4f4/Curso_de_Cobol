      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO MOVIMENTO DE DESCONTOS CONCEDIDOS NAS
      *    ==          MENSALIDADES (ARQUIVO "BOLSAMES"), UMA LINHA
      *    ==          POR TITULO DE MENSALIDADE GERADO COM DESCONTO
      *    ==          PELO MENSALID (BOLSA DO CADASTRO "BOLSA" OU
      *    ==          DESCONTO DE IRMAOS), COM O VALOR BRUTO, O
      *    ==          DESCONTO E O LIQUIDO COBRADO. LIDO PELO
      *    ==          RELBOLSA PARA O TOTAL CONCEDIDO POR TIPO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: BMS-TIPO "P" = BOLSA PERCENTUAL, "F" = BOLSA
      *==             DE VALOR FIXO, "I" = DESCONTO DE IRMAOS. O
      *==             ARQUIVO E ACUMULADO (EXTEND) E SEPARADO POR
      *==             BMS-REFERENCIA (AAAAMM). BOLSA INTEGRAL NAO
      *==             GERA TITULO: BMS-TITULO ZERADO.
      *===========================================
       01  BOLSAMES-REC.
           05  BMS-REFERENCIA      PIC X(06).
           05  BMS-MATRICULA       PIC 9(06).
           05  BMS-RESPONSAVEL     PIC 9(06).
           05  BMS-TITULO          PIC 9(08).
           05  BMS-TIPO            PIC X(01).
           05  BMS-VALOR-BRUTO     PIC 9(06)V99.
           05  BMS-VALOR-DESCONTO  PIC 9(06)V99.
           05  BMS-VALOR-LIQUIDO   PIC 9(06)V99.
           05  BMS-MOTIVO          PIC X(30).
