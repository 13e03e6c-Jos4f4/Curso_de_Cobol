      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA FOTO MENSAL DO ESTOQUE (ARQUIVO
      *    ==          INDEXADO "ESTFOTO"), GRAVADA PELO FOTOEST NO
      *    ==          ULTIMO FECHADIA DO MES: UM REGISTRO POR FILIAL
      *    ==          + PRODUTO (LOTE EM BRANCO) COM O SALDO, O
      *    ==          CUSTO MEDIO E O VALOR DO DIA, E UM REGISTRO POR
      *    ==          LOTE DO "ESTLOTES" LOGO ABAIXO DO PRODUTO. A
      *    ==          FOTO FICA GUARDADA MES A MES PARA O LIVRO DE
      *    ==          REGISTRO DE INVENTARIO (LIVINVEN) E A CONSULTA
      *    ==          DE POSICAO PASSADA (CONSFOTO) -- O "ESTOQUE" SO
      *    ==          SABE O SALDO DE HOJE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: FOT-MES = AAAAMM DA FOTO; FOT-DATA = DIA EM QUE
      *==             A FOTO FOI TIRADA (LIMITE DOS MOVIMENTOS DO
      *==             "MOVEST" NA CONFERENCIA DA FOTO SEGUINTE).
      *==             SALDO VENDAVEL, COMO O VALESTOQ: A QUARENTENA DE
      *==             DEVOLUCOES NAO ENTRA. NO LOTE, O CUSTO E O
      *==             CUSTO MEDIO DO PRODUTO NA FILIAL. LOTE ZERADO
      *==             TAMBEM E FOTOGRAFADO, PARA A FOTO REFEITA NO
      *==             MESMO MES CASAR REGISTRO A REGISTRO.
      *===========================================
       01  ESTFOTO-REC.
           05  FOT-CHAVE.
               10  FOT-MES         PIC X(06).
               10  FOT-FILIAL      PIC 9(02).
               10  FOT-PRODUTO     PIC X(10).
               10  FOT-LOTE        PIC X(10).
           05  FOT-SALDO           PIC 9(07)V99.
           05  FOT-CUSTO-MEDIO     PIC 9(07)V9(04).
           05  FOT-VALOR           PIC 9(10)V99.
           05  FOT-VALIDADE        PIC X(08).
           05  FOT-DATA            PIC X(08).
