      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA APURACAO MENSAL DE BENEFICIOS
      *    ==          (ARQUIVO "BENEFMES"), GRAVADO PELA FOLHA, UMA
      *    ==          LINHA POR FUNCIONARIO + BENEFICIO PAGO NO MES,
      *    ==          COM O CUSTO CHEIO E A DIVISAO ENTRE EMPRESA E
      *    ==          FUNCIONARIO. LIDO PELO RELBENEF (CUSTO DO
      *    ==          EMPREGADOR POR DEPARTAMENTO).
      *==DATA XX/XX/2026
      *==OBSERVACOES: BFM-VIDAS = TITULAR + DEPENDENTES COBERTOS.
      *===========================================
       01  BENEFMES-REC.
           05  BFM-REFERENCIA      PIC X(06).
           05  BFM-DEPARTAMENTO    PIC X(03).
           05  BFM-FUNCIONARIO     PIC 9(04).
           05  BFM-TIPO            PIC X(02).
           05  BFM-OPCAO           PIC X(02).
           05  BFM-VIDAS           PIC 9(02).
           05  BFM-CUSTO-TOTAL     PIC 9(08)V99.
           05  BFM-PARTE-EMPRESA   PIC 9(08)V99.
           05  BFM-PARTE-FUNC      PIC 9(08)V99.
