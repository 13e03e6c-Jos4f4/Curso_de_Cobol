      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE ADESAO AO BANCO DE HORAS
      *    ==          (ARQUIVO INDEXADO "BHADESAO"), UMA LINHA POR
      *    ==          FUNCIONARIO, MANTIDO PELO CADBHORA. QUEM ESTA
      *    ==          NO BANCO NAO RECEBE AS EXTRAS NEM TEM AS FALTAS
      *    ==          DESCONTADAS NO MES: O APURPONT CREDITA AS
      *    ==          EXTRAS E DEBITA FALTAS E SAIDAS ANTECIPADAS NO
      *    ==          "BCOHORAS", CONFORME O ACORDO COM O SINDICATO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: ADESAO ENCERRADA FICA COM BHA-ATIVO = "N" (O
      *==             SALDO JA LANCADO CONTINUA VENCENDO NORMALMENTE);
      *==             SO VALE A PARTIR DO MES DA ADESAO.
      *===========================================
       01  BHADESAO-REC.
           05  BHA-FUNCIONARIO     PIC 9(04).
           05  BHA-DATA-ADESAO     PIC X(08).
           05  BHA-ATIVO           PIC X(01).
               88  BANCO-HORAS-ATIVO       VALUE "S".
