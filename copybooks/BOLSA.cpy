      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE BOLSAS DE ESTUDO
      *    ==          (ARQUIVO INDEXADO "BOLSA"), UMA BOLSA POR
      *    ==          ALUNO: PERCENTUAL OU VALOR FIXO DE DESCONTO NA
      *    ==          MENSALIDADE, MOTIVO, VIGENCIA E O OPERADOR QUE
      *    ==          APROVOU. MANTIDO PELO CADBOLSA E APLICADO PELO
      *    ==          MENSALID NA GERACAO DO TITULO DO MES -- NO
      *    ==          LUGAR DA EDICAO MANUAL DOS TITULOS NO
      *    ==          "CONTAREC" TODO MES.
      *==DATA XX/XX/2026
      *==OBSERVACOES: BLS-TIPO "P" = PERCENTUAL (BLS-PERC-DESCONTO,
      *==             100,00 = BOLSA INTEGRAL), "F" = VALOR FIXO
      *==             (BLS-VALOR-DESCONTO, LIMITADO A MENSALIDADE).
      *==             BLS-DATA-FIM EM BRANCO = SEM PRAZO. BLS-ATIVO
      *==             "N" = BOLSA CANCELADA (FICA PARA HISTORICO).
      *===========================================
       01  BOLSA-REC.
           05  BLS-MATRICULA       PIC 9(06).
           05  BLS-TIPO            PIC X(01).
               88  BOLSA-PERCENTUAL         VALUE "P".
               88  BOLSA-VALOR-FIXO         VALUE "F".
           05  BLS-PERC-DESCONTO   PIC 9(03)V99.
           05  BLS-VALOR-DESCONTO  PIC 9(06)V99.
           05  BLS-MOTIVO          PIC X(30).
           05  BLS-DATA-INICIO     PIC X(08).
           05  BLS-DATA-FIM        PIC X(08).
           05  BLS-OPERADOR        PIC X(08).
           05  BLS-DATA-APROVACAO  PIC X(08).
           05  BLS-ATIVO           PIC X(01).
               88  BOLSA-ATIVA              VALUE "S".
