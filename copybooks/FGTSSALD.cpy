      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO SALDO DE FGTS POR FUNCIONARIO
      *    ==          (ARQUIVO INDEXADO "FGTSSALD"), ACUMULADO PELA
      *    ==          FOLHA A CADA DEPOSITO GRAVADO NO "REMFGTS". E A
      *    ==          BASE DA MULTA RESCISORIA (40% SEM JUSTA CAUSA,
      *    ==          20% NO ACORDO) CALCULADA NO DESLIGAMENTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: FUNCIONARIO SEM LINHA (ADMITIDO ANTES DO
      *==             ARQUIVO) TEM O SALDO ESTIMADO NA RESCISAO: 8% DO
      *==             SALARIO ATUAL X MESES DE SERVICO. FSD-ULTIMA-
      *==             COMPETENCIA EVITA SOMAR DUAS VEZES O MESMO MES.
      *===========================================
       01  FGTSSALD-REC.
           05  FSD-FUNCIONARIO     PIC 9(04).
           05  FSD-SALDO           PIC 9(08)V99.
           05  FSD-ULTIMA-COMPETENCIA PIC X(06).
