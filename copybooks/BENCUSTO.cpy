      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE CUSTO DOS BENEFICIOS
      *    ==          (ARQUIVO INDEXADO "BENCUSTO"), UMA LINHA POR
      *    ==          TIPO + OPCAO + DATA DE INICIO DE VIGENCIA,
      *    ==          MANTIDA PELO CADBENEF. A FOLHA USA, PARA CADA
      *    ==          ADESAO, A MAIOR VIGENCIA QUE NAO PASSA DA DATA
      *    ==          DO LOTE -- REAJUSTE DE TARIFA OU DE OPERADORA E
      *    ==          UMA LINHA NOVA, NAO UMA ALTERACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: BCU-CUSTO-TITULAR = CUSTO MENSAL CHEIO POR
      *==             FUNCIONARIO (VT: PASSAGENS DO MES; VR: CREDITO DO
      *==             MES; PS: MENSALIDADE DO TITULAR).
      *==             BCU-CUSTO-DEPENDENTE SO VALE PARA O PLANO DE
      *==             SAUDE. BCU-PERC-FUNCIONARIO = PARTE DO
      *==             FUNCIONARIO NO CUSTO (VR/PS); NO VT A PARTE DO
      *==             FUNCIONARIO E A LEGAL, ATE 6% DO SALARIO.
      *===========================================
       01  BENCUSTO-REC.
           05  BCU-CHAVE.
               10  BCU-TIPO        PIC X(02).
               10  BCU-OPCAO       PIC X(02).
               10  BCU-VIGENCIA    PIC X(08).
           05  BCU-DESCRICAO       PIC X(20).
           05  BCU-CUSTO-TITULAR   PIC 9(06)V99.
           05  BCU-CUSTO-DEPENDENTE PIC 9(06)V99.
           05  BCU-PERC-FUNCIONARIO PIC 9(03)V99.
