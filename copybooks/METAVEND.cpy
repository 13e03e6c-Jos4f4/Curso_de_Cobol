      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DAS METAS MENSAIS DE VENDA (ARQUIVO
      *    ==          INDEXADO "METAVEND"), MANTIDO PELO CADMETA E
      *    ==          LIDO PELO RELMETA. UMA META POR VENDEDOR
      *    ==          (VND-CODIGO DO "COMISTAB") E MES, GERAL OU
      *    ==          ABERTA POR UF OU POR GRUPO DE PRODUTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: META-TIPO "T" = META GERAL DO VENDEDOR NO MES
      *==             (META-RECORTE EM BRANCO); "U" = META DA UF EM
      *==             META-RECORTE; "G" = META DO GRUPO DE PRODUTO,
      *==             QUE E O INICIO DA DESCRICAO DO PRODUTO
      *==             (PHIST-PRODUTO COMECANDO POR META-RECORTE, POR
      *==             EXEMPLO "PARAFUSO"). VALOR DA META EM REAIS,
      *==             COMPARADO COM O VALOR DAS SAIDAS.
      *===========================================
       01  METAVEND-REC.
           05  META-CHAVE.
               10  META-VENDEDOR   PIC 9(04).
               10  META-ANOMES     PIC 9(06).
               10  META-TIPO       PIC X(01).
                   88  META-GERAL           VALUE "T".
                   88  META-POR-UF          VALUE "U".
                   88  META-POR-GRUPO       VALUE "G".
               10  META-RECORTE    PIC X(30).
           05  META-VALOR          PIC 9(10)V99.
