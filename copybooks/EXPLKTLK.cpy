      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: AREA DA CHAMADA A EXPLKIT, COPIADA NA
      *    ==          WORKING-STORAGE DOS CHAMADORES (ENTRAPED,
      *    ==          IMPPED, GERAFIXO) E NA LINKAGE DA PROPRIA
      *    ==          EXPLKIT, NO MESMO ESQUEMA DA CALCFRLK.
      *==DATA XX/XX/2026
      *==OBSERVACOES: ENTRADA: EKT-KIT-CODIGO, EKT-QTD-KITS E O VALOR
      *==             E O PESO DA LINHA DO KIT. SAIDA: EKT-RETORNO
      *==             "00" = KIT EXPLODIDO NOS EKT-QTD-COMP
      *==             COMPONENTES DA TABELA (VALOR E PESO JA
      *==             RATEADOS, A SOBRA DO ARREDONDAMENTO NO ULTIMO);
      *==             "10" = O CODIGO NAO E KIT (ITEM NORMAL); "09" =
      *==             ARQUIVO "KIT" INDISPONIVEL (TAMBEM TRATADO
      *==             COMO ITEM NORMAL); "20" = COMPONENTE FORA DO
      *==             CADASTRO OU INATIVO (EM EKT-COMP-ERRO); "30" =
      *==             KIT COM MAIS DE 10 COMPONENTES OU QUANTIDADE
      *==             EXPLODIDA ACIMA DE 99999.
      *===========================================
       01  EXPLKIT-AREA.
           05  EKT-KIT-CODIGO      PIC X(10).
           05  EKT-QTD-KITS        PIC 9(05).
           05  EKT-VALOR-KIT       PIC 9(08)V99.
           05  EKT-PESO-KIT        PIC 9(05)V99.
           05  EKT-RETORNO         PIC X(02).
               88  EKT-KIT-EXPLODIDO        VALUE "00".
               88  EKT-NAO-E-KIT            VALUE "10" "09".
           05  EKT-COMP-ERRO       PIC X(10).
           05  EKT-QTD-COMP        PIC 9(02).
           05  EKT-COMPONENTES.
               10  EKT-COMP OCCURS 10 TIMES.
                   15  EKT-COMP-CODIGO     PIC X(10).
                   15  EKT-COMP-DESCRICAO  PIC X(30).
                   15  EKT-COMP-QTD        PIC 9(05).
                   15  EKT-COMP-VALOR      PIC 9(08)V99.
                   15  EKT-COMP-PESO       PIC 9(05)V99.
