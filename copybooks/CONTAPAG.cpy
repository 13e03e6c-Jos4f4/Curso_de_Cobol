      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CONTAS A PAGAR (ARQUIVO INDEXADO
      *    ==          "CONTAPAG"), UM REGISTRO POR NOTA DE
      *    ==          FORNECEDOR OU FATURA DE FRETE DE
      *    ==          TRANSPORTADORA, NUMERADO PELA SEQUENCIA
      *    ==          "SEQCPAG" DO "PARAMETR". O LANCPAG GRAVA E
      *    ==          CONFERE CADA DOCUMENTO; O APROVPAG APROVA E
      *    ==          PROGRAMA O PAGAMENTO; O PROGPAG, NO FECHADIA,
      *    ==          EMITE A AGENDA E BAIXA O QUE VENCEU A DATA
      *    ==          PROGRAMADA; O FLUXOCX PROJETA O EM ABERTO COMO
      *    ==          SAIDA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CPAG-TIPO "F" = NOTA DE FORNECEDOR (CONFERIDA EM
      *==             TRES VIAS: PEDIDO, RECEBIMENTO DO ESTLOTE E
      *==             NOTA), "T" = FATURA DE TRANSPORTADORA (CONFERIDA
      *==             CONTRA O FRETE DO HISTORICO DE PEDIDOS NO
      *==             PERIODO). CPAG-SITUACAO "D" = DIVERGENTE
      *==             (MOTIVO EM CPAG-MOTIVO, NAO VAI A PAGAMENTO),
      *==             "C" = CONFERIDA, AGUARDANDO APROVACAO, "A" =
      *==             APROVADA E PROGRAMADA, "G" = PAGA, "X" =
      *==             CANCELADA.
      *===========================================
       01  CONTAPAG-REC.
           05  CPAG-NUMERO         PIC 9(08).
           05  CPAG-TIPO           PIC X(01).
               88  CPAG-NOTA-FORNECEDOR     VALUE "F".
               88  CPAG-FATURA-FRETE        VALUE "T".
           05  CPAG-FORNECEDOR     PIC 9(06).
           05  CPAG-DOCUMENTO      PIC X(12).
           05  CPAG-PEDCOMP        PIC 9(06).
           05  CPAG-TRANSPORTADORA PIC 9(03).
           05  CPAG-PERIODO-INI    PIC X(08).
           05  CPAG-PERIODO-FIM    PIC X(08).
           05  CPAG-QUANTIDADE     PIC 9(07)V99.
           05  CPAG-CUSTO-UNIT     PIC 9(07)V9(04).
           05  CPAG-VALOR          PIC S9(08)V99.
           05  CPAG-VALOR-ESPERADO PIC S9(08)V99.
           05  CPAG-DATA-EMISSAO   PIC X(08).
           05  CPAG-DATA-VENCIMENTO PIC X(08).
           05  CPAG-SITUACAO       PIC X(01).
               88  CPAG-DIVERGENTE          VALUE "D".
               88  CPAG-CONFERIDA           VALUE "C".
               88  CPAG-APROVADA            VALUE "A".
               88  CPAG-PAGA                VALUE "G".
               88  CPAG-CANCELADA           VALUE "X".
           05  CPAG-MOTIVO         PIC X(20).
           05  CPAG-DATA-PROGRAMADA PIC X(08).
           05  CPAG-OPERADOR       PIC X(08).
           05  CPAG-DATA-PAGAMENTO PIC X(08).
