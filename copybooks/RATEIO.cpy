      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE RATEIO DA FOLHA DOS
      *    ==          DEPARTAMENTOS COMPARTILHADOS (ARQUIVO
      *    ==          "RATEIO"), LIDA PELO DEMONSTRATIVO DE
      *    ==          RESULTADO POR FILIAL (DREFIL): O CUSTO DOS
      *    ==          FUNCIONARIOS SEM FILIAL DE LOTACAO
      *    ==          (FUNC-FILIAL = 00) E DISTRIBUIDO ENTRE AS
      *    ==          FILIAIS ATIVAS PELA REGRA DO SEU DEPARTAMENTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RAT-CRITERIO "R" = PROPORCIONAL A RECEITA
      *==             OPERACIONAL LIQUIDA DA FILIAL NO MES, "Q" =
      *==             PROPORCIONAL AO QUADRO DE FUNCIONARIOS LOTADOS
      *==             NA FILIAL, "P" = PERCENTUAL FIXO (UMA LINHA POR
      *==             FILIAL COM RAT-PERCENTUAL; O QUE FALTAR PARA
      *==             100% FICA FORA DO RATEIO, COM AVISO).
      *==             RAT-DEPARTAMENTO "***" = REGRA PADRAO DOS
      *==             DEPARTAMENTOS SEM LINHA PROPRIA; SEM REGRA
      *==             NENHUMA, VALE "R". RAT-FILIAL SO E USADA NO
      *==             CRITERIO "P" (ZERO NOS DEMAIS).
      *===========================================
       01  RATEIO-REC.
           05  RAT-DEPARTAMENTO    PIC X(03).
           05  RAT-CRITERIO        PIC X(01).
               88  RAT-POR-RECEITA          VALUE "R".
               88  RAT-POR-QUADRO           VALUE "Q".
               88  RAT-PERCENTUAL-FIXO      VALUE "P".
           05  RAT-FILIAL          PIC 9(02).
           05  RAT-PERCENTUAL      PIC 9(03)V99.
           05  RAT-DESCRICAO       PIC X(30).
