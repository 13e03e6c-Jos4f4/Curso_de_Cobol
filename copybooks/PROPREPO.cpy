      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DAS PROPOSTAS DE ESTOQUE MINIMO E
      *    ==          QUANTIDADE DE REPOSICAO (ARQUIVO INDEXADO
      *    ==          "PROPREPO"), UMA POR FILIAL + PRODUTO DO
      *    ==          "ESTOQUE", RECRIADO TODO MES PELO PREVDEM COM O
      *    ==          CONSUMO DOS ULTIMOS 12 MESES, A PREVISAO DE
      *    ==          DEMANDA E O MINIMO/REPOSICAO PROPOSTOS. O
      *    ==          APROVREP APRESENTA AS PROPOSTAS PENDENTES AO
      *    ==          COMPRADOR; A ACEITA ALTERA EST-MINIMO E
      *    ==          EST-REPOSICAO NO "ESTOQUE".
      *==DATA XX/XX/2026
      *==OBSERVACOES: PRP-CONSUMO(1) E O MES MAIS ANTIGO DA JANELA
      *==             (MESMO MES DO ANO PASSADO DO MES PREVISTO) E
      *==             PRP-CONSUMO(12) O ULTIMO MES FECHADO. PRP-PRAZO
      *==             EM DIAS CORRIDOS, DO ULTIMO PEDIDO DE COMPRA
      *==             (PEDCOMP) DA FILIAL + PRODUTO, OU O PADRAO.
      *==             PRP-SITUACAO "P" = PENDENTE, "A" = ACEITA,
      *==             "R" = RECUSADA, "M" = MANTIDA (PROPOSTA IGUAL AO
      *==             CADASTRO, NAO VAI PARA REVISAO).
      *===========================================
       01  PROPREPO-REC.
           05  PRP-CHAVE.
               10  PRP-FILIAL      PIC 9(02).
               10  PRP-PRODUTO     PIC X(10).
           05  PRP-DATA-PROPOSTA   PIC X(08).
           05  PRP-CONSUMOS.
               10  PRP-CONSUMO     PIC 9(07)V99 OCCURS 12 TIMES.
           05  PRP-MEDIA-MOVEL     PIC 9(07)V99.
           05  PRP-MEDIA-ANUAL     PIC 9(07)V99.
           05  PRP-INDICE-SAZONAL  PIC 9(01)V9(04).
           05  PRP-PREVISAO        PIC 9(07)V99.
           05  PRP-PRAZO           PIC 9(03).
           05  PRP-DATA-ULT-COMPRA PIC X(08).
           05  PRP-SEGURANCA       PIC 9(07)V99.
           05  PRP-MINIMO-ATUAL    PIC 9(07)V99.
           05  PRP-REPOSICAO-ATUAL PIC 9(07)V99.
           05  PRP-MINIMO-PROPOSTO PIC 9(07)V99.
           05  PRP-REPOSICAO-PROPOSTA PIC 9(07)V99.
           05  PRP-SITUACAO        PIC X(01).
               88  PRP-PENDENTE             VALUE "P".
               88  PRP-ACEITA               VALUE "A".
               88  PRP-RECUSADA             VALUE "R".
               88  PRP-MANTIDA              VALUE "M".
           05  PRP-OPERADOR        PIC X(08).
           05  PRP-DATA-DECISAO    PIC X(08).
