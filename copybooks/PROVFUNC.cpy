      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO SALDO DAS PROVISOES DE FOLHA POR
      *    ==          FUNCIONARIO (ARQUIVO INDEXADO "PROVFUNC"),
      *    ==          MANTIDO PELO PROVFER: 13O SALARIO, FERIAS + 1/3
      *    ==          E OS ENCARGOS (FGTS E INSS DA EMPRESA) SOBRE
      *    ==          OS DOIS, APROPRIADOS A 1/12 POR MES E
      *    ==          REVERTIDOS QUANDO A FOLHA PAGA A VERBA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PRV-ULTIMA-COMPETENCIA (AAAAMM) E O ULTIMO MES
      *==             APROPRIADO -- O MESMO MES NUNCA E PROVISIONADO
      *==             DUAS VEZES.
      *===========================================
       01  PROVFUNC-REC.
           05  PRV-FUNCIONARIO     PIC 9(04).
           05  PRV-SALDO-DECIMO    PIC 9(08)V99.
           05  PRV-SALDO-FERIAS    PIC 9(08)V99.
           05  PRV-SALDO-ENCARGOS  PIC 9(08)V99.
           05  PRV-ULTIMA-COMPETENCIA PIC X(06).
