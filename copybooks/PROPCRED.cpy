      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DAS PROPOSTAS DE REVISAO DE LIMITE DE
      *    ==          CREDITO (ARQUIVO INDEXADO "PROPCRED"), UMA POR
      *    ==          CLIENTE ATIVO, RECRIADO TODO MES PELO REVCRED
      *    ==          COM OS INDICADORES DE COMPORTAMENTO DE
      *    ==          PAGAMENTO, A NOTA (0 A 100) E A ACAO PROPOSTA.
      *    ==          O APROVLIM APRESENTA AS PROPOSTAS PENDENTES AO
      *    ==          SUPERVISOR; A APROVADA ALTERA O CADASTRO
      *    ==          "CLIENTE" E VAI PARA O HISTORICO "LIMHIST".
      *==DATA XX/XX/2026
      *==OBSERVACOES: PCR-ACAO "A" = AUMENTAR O LIMITE, "R" = REDUZIR,
      *==             "B" = BLOQUEAR O CREDITO (CLI-BLOQ-CREDITO),
      *==             "M" = MANTER (NAO VAI PARA REVISAO).
      *==             PCR-SITUACAO "P" = PENDENTE, "A" = APROVADA,
      *==             "R" = REJEITADA. ATRASO MEDIO EM DIAS CORRIDOS
      *==             SOBRE OS TITULOS QUITADOS NA JANELA; VOLUME =
      *==             VALOR DOS PEDIDOS PROCESSADOS NA JANELA.
      *===========================================
       01  PROPCRED-REC.
           05  PCR-CLIENTE         PIC 9(06).
           05  PCR-DATA-PROPOSTA   PIC X(08).
           05  PCR-QTD-QUITADOS    PIC 9(05).
           05  PCR-DIAS-ATRASO     PIC 9(07).
           05  PCR-MEDIA-ATRASO    PIC 9(05).
           05  PCR-ESCALACOES      PIC 9(05).
           05  PCR-SALDO-VENCIDO   PIC S9(10)V99.
           05  PCR-VOLUME          PIC S9(10)V99.
           05  PCR-NOTA            PIC 9(03).
           05  PCR-LIMITE-ATUAL    PIC 9(08)V99.
           05  PCR-LIMITE-PROPOSTO PIC 9(08)V99.
           05  PCR-BLOQ-ATUAL      PIC X(01).
           05  PCR-ACAO            PIC X(01).
               88  PCR-AUMENTAR             VALUE "A".
               88  PCR-REDUZIR              VALUE "R".
               88  PCR-BLOQUEAR             VALUE "B".
               88  PCR-MANTER               VALUE "M".
           05  PCR-SITUACAO        PIC X(01).
               88  PCR-PENDENTE             VALUE "P".
               88  PCR-APROVADA             VALUE "A".
               88  PCR-REJEITADA            VALUE "R".
           05  PCR-OPERADOR        PIC X(08).
           05  PCR-DATA-DECISAO    PIC X(08).
