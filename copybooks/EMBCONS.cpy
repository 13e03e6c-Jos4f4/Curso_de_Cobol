      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ARQUIVO INDEXADO "EMBCONS" DE
      *    ==          EMBARQUES CONSOLIDADOS DO LOTE, CHAVEADO PELO
      *    ==          NUMERO DO EMBARQUE. GRAVADO PELA CONSOLID (UM
      *    ==          REGISTRO POR GRUPO DE PEDIDOS DE SAIDA DO MESMO
      *    ==          CLIENTE PARA O MESMO ENDERECO DE ENTREGA), COM O
      *    ==          VALOR E O PESO SOMADOS DO GRUPO, SOBRE OS QUAIS O
      *    ==          PROGRAMA11 CALCULA UM UNICO FRETE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: OS CAMPOS EMB-xxx-RATEADO SAO ACUMULADOS PELO
      *==             PROGRAMA11 A CADA PEDIDO DO GRUPO QUE RECEBE SUA
      *==             PARTE DO FRETE (PROPORCIONAL AO VALOR DO PEDIDO
      *==             NO VALOR DO GRUPO); O ULTIMO PEDIDO DO GRUPO
      *==             FICA COM A DIFERENCA, PARA A SOMA DAS PARTES
      *==             FECHAR COM O FRETE DO EMBARQUE. A PARTE SO E
      *==             ACUMULADA QUANDO A SAIDA DO PEDIDO E ACEITA; O
      *==             PEDIDO REJEITADO, ADIADO OU CANCELADO E RETIRADO
      *==             DO GRUPO (EMB-QTD-PEDIDOS, EMB-VALOR E EMB-PESO),
      *==             E A PARTE EM BACKORDER SAI DE EMB-VALOR/EMB-PESO.
      *==             O NUMERO DO EMBARQUE E AAQQQ (DATA JULIANA DO
      *==             LOTE) SEGUIDO DE UMA SEQUENCIA DE TRES DIGITOS.
      *===========================================
       01  EMBCONS-REC.
           05  EMB-NUMERO          PIC 9(08).
           05  EMB-CLIENTE         PIC 9(06).
           05  EMB-ENDERECO-COD    PIC 9(03).
           05  EMB-ESTADO          PIC X(02).
           05  EMB-FILIAL          PIC 9(02).
           05  EMB-QTD-PEDIDOS     PIC 9(03).
           05  EMB-VALOR           PIC 9(08)V99.
           05  EMB-PESO            PIC 9(05)V99.
           05  EMB-QTD-RATEADOS    PIC 9(03).
           05  EMB-FRETE-RATEADO   PIC 9(08)V99.
           05  EMB-ADVALOREM-RATEADO PIC 9(08)V99.
           05  EMB-GRIS-RATEADO    PIC 9(08)V99.
           05  EMB-PEDAGIO-RATEADO PIC 9(08)V99.
           05  EMB-COMBUST-RATEADO PIC 9(08)V99.
