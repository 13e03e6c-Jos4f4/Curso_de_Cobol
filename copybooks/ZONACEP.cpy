      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE ZONAS DE ENTREGA POR FAIXA
      *    ==          DE CEP (ARQUIVO INDEXADO "ZONACEP"), CHAVEADA
      *    ==          PELO CEP FINAL DA FAIXA. CADA ZONA (CAPITAL,
      *    ==          INTERIOR, RIBEIRINHA...) DENTRO DE UMA UF TEM
      *    ==          SEU ACRESCIMO PERCENTUAL SOBRE O FRETE-BASE DA
      *    ==          UF E SEUS DIAS UTEIS A MAIS DE PRAZO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A BUSCA (SUBROTINA BUSCAZON) POSICIONA NA
      *==             PRIMEIRA FAIXA COM CEP FINAL NAO MENOR QUE O
      *==             CEP PROCURADO E CONFERE O CEP INICIAL, POR ISSO
      *==             AS FAIXAS NAO PODEM SE SOBREPOR. ZONA DA
      *==             CAPITAL NORMALMENTE COM ACRESCIMO E DIAS
      *==             ZERADOS. CARREGADA PELA CARGAZON A PARTIR DO
      *==             SEED "ZONACEP-SEED".
      *===========================================
       01  ZONACEP-REC.
           05  ZON-CEP-FINAL       PIC 9(08).
           05  ZON-CEP-INICIAL     PIC 9(08).
           05  ZON-UF              PIC X(02).
           05  ZON-CODIGO          PIC X(06).
           05  ZON-DESCRICAO       PIC X(20).
           05  ZON-AJUSTE-PERC     PIC 9(03)V99.
           05  ZON-DIAS-ADIC       PIC 9(03).
           05  ZON-ATIVO           PIC X(01).
