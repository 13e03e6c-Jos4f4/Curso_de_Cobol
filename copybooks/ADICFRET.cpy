      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE ADICIONAIS DE FRETE POR
      *    ==          TRANSPORTADORA E UF (ARQUIVO INDEXADO
      *    ==          "ADICFRET"), COM DATA DE INICIO DE VIGENCIA NA
      *    ==          CHAVE: AD-VALOREM (SEGURO) E GRIS SOBRE O VALOR
      *    ==          DA MERCADORIA, PEDAGIO POR FRACAO DE 100 KG E
      *    ==          TAXA DE COMBUSTIVEL SOBRE O FRETE-PESO/VALOR.
      *    ==          SAO AS LINHAS EXTRAS QUE VEM EM TODA FATURA DE
      *    ==          TRANSPORTADORA; A CALCFRET SOMA OS ADICIONAIS
      *    ==          AO FRETE E DEVOLVE CADA UM EM SEPARADO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: ADF-UF "**" = VALE PARA QUALQUER UF DA
      *==             TRANSPORTADORA (A CALCFRET PROCURA PRIMEIRO
      *==             TRANSPORTADORA + UF E DEPOIS TRANSPORTADORA +
      *==             "**"). VALE A LINHA ATIVA DE INICIO MAIS
      *==             RECENTE ATE A DATA DO PEDIDO, COMO NO
      *==             "PARMVIG" -- A TAXA DE COMBUSTIVEL DO MES E UMA
      *==             LINHA NOVA, SEM APAGAR A ANTERIOR. PERCENTUAIS
      *==             EM "%" (0,3000 = 0,3%). ADF-GRIS-MINIMO ZERADO =
      *==             SEM MINIMO. CARREGADA PELA CARGAADC A PARTIR DO
      *==             SEED "ADICFRET-SEED".
      *===========================================
       01  ADICFRET-REC.
           05  ADF-CHAVE.
               10  ADF-TRANSPORTADORA  PIC 9(03).
               10  ADF-UF              PIC X(02).
               10  ADF-DATA-INICIO     PIC X(08).
           05  ADF-ADVALOREM-PERC  PIC 9(02)V9(04).
           05  ADF-GRIS-PERC       PIC 9(02)V9(04).
           05  ADF-GRIS-MINIMO     PIC 9(04)V99.
           05  ADF-PEDAGIO-FRACAO  PIC 9(04)V99.
           05  ADF-COMBUST-PERC    PIC 9(02)V99.
           05  ADF-ATIVO           PIC X(01).
