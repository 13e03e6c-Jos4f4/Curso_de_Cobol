      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE FUNCOES INCOMPATIVEIS
      *    ==          (ARQUIVO "INCOMPAT"), LIDA PELO RELATORIO DE
      *    ==          ATIVIDADE DE OPERADORES (RELOPER): CADA LINHA E
      *    ==          UM PAR DE PROGRAMAS QUE O MESMO OPERADOR NAO
      *    ==          DEVE EXECUTAR SOBRE O MESMO DOCUMENTO (DIGITAR
      *    ==          E APROVAR PEDIDO, LANCAR E BAIXAR TITULO,
      *    ==          ALTERAR SALARIO E RODAR A FOLHA).
      *==DATA XX/XX/2026
      *==OBSERVACOES: INC-PROGRAMA-A/B = NOME DO PROGRAMA COMO SAI NO
      *==             AUDIT-PROGRAMA (OU NO PST-PROGRAMA DA ENTRADA
      *==             "AC" DO PEDSTAT). INC-ESCOPO "D" = MESMO
      *==             DOCUMENTO (CHAVE DO AUDITLOG / NUMERO DO
      *==             PEDIDO), "M" = QUALQUER DOCUMENTO NO MES (A
      *==             FOLHA E UMA SO PARA TODOS OS FUNCIONARIOS).
      *==             INC-CHAVE-B "T" = A CHAVE DO PROGRAMA B E
      *==             NUMERO DE TITULO DO "CONTAREC", COMPARADO PELO
      *==             PEDIDO DE ORIGEM (CREC-PEDIDO-ORIGEM); EM
      *==             BRANCO, A CHAVE E COMPARADA COMO ESTA.
      *===========================================
       01  INCOMPAT-REC.
           05  INC-PROGRAMA-A      PIC X(10).
           05  INC-PROGRAMA-B      PIC X(10).
           05  INC-ESCOPO          PIC X(01).
               88  INC-MESMO-DOCUMENTO      VALUE "D".
               88  INC-MESMO-MES            VALUE "M".
           05  INC-CHAVE-B         PIC X(01).
               88  INC-B-POR-TITULO         VALUE "T".
           05  INC-DESCRICAO       PIC X(30).
