      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA ESTRUTURA DE KITS (ARQUIVO INDEXADO
      *    ==          "KIT"), MANTIDA PELO CADKIT: UM REGISTRO POR
      *    ==          COMPONENTE DO KIT, COM A QUANTIDADE DO
      *    ==          COMPONENTE EM UM KIT E A PARTICIPACAO DELE NO
      *    ==          VALOR DO KIT. O CODIGO DO KIT E ELE MESMO UM
      *    ==          PRODUTO DO CADASTRO "PRODUTO" (DE ONDE SAI A
      *    ==          DESCRICAO), MAS NAO TEM ESTOQUE: NA ENTRADA DO
      *    ==          PEDIDO O KIT E EXPLODIDO (SUBROTINA EXPLKIT) NAS
      *    ==          LINHAS DE ITEM DOS COMPONENTES.
      *==DATA XX/XX/2026
      *==OBSERVACOES: KIT-PERC-VALOR E O PERCENTUAL DO VALOR DO KIT
      *==             ATRIBUIDO AO COMPONENTE; A EXPLKIT RATEIA PELA
      *==             PROPORCAO ENTRE OS PERCENTUAIS (SE A SOMA NAO
      *==             DER 100, A PROPORCAO SE MANTEM) E, COM TODOS
      *==             ZERADOS, PELA QUANTIDADE. O PESO E RATEADO PELA
      *==             QUANTIDADE. COMPONENTE NAO PODE SER OUTRO KIT.
      *==             KIT-QUANTIDADE ZERO = COMPONENTE RETIRADO DO KIT
      *==             (O REGISTRO FICA, COMO NOS DEMAIS CADASTROS, E A
      *==             EXPLOSAO O IGNORA).
      *===========================================
       01  KIT-REC.
           05  KIT-CHAVE.
               10  KIT-CODIGO      PIC X(10).
               10  KIT-COMPONENTE  PIC X(10).
           05  KIT-QUANTIDADE      PIC 9(05).
           05  KIT-PERC-VALOR      PIC 9(03)V99.
