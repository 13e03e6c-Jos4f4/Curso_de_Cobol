      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE SINISTROS DE TRANSPORTE
      *    ==          (ARQUIVO INDEXADO "SINISTRO"), UMA RECLAMACAO
      *    ==          DE AVARIA, EXTRAVIO OU RECUSA CONTRA A
      *    ==          TRANSPORTADORA POR PEDIDO DE SAIDA (CHAVE =
      *    ==          NUMERO DO PEDIDO, COMO O CONTAREC). ABERTO PELO
      *    ==          ENTRELOT A PARTIR DAS OCORRENCIAS "02", "04" E
      *    ==          "05" DO ARQUIVO DAS TRANSPORTADORAS OU PELO
      *    ==          BALCAO NO CADSINIS, QUE TAMBEM ACOMPANHA O
      *    ==          ANDAMENTO ATE O PAGAMENTO; O RELSINIS ENVELHECE
      *    ==          OS SINISTROS EM ABERTO POR TRANSPORTADORA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SIN-TIPO "A" = AVARIA, "X" = EXTRAVIO, "R" =
      *==             RECUSA NA ENTREGA. SIN-ORIGEM "L" = LOTE
      *==             (ENTRELOT), "M" = MANUAL (CADSINIS).
      *==             SIN-SITUACAO "A" = ABERTO, "S" = SUBMETIDO A
      *==             TRANSPORTADORA, "C" = ACEITO, "R" = RECUSADO,
      *==             "P" = PAGO. SIN-VALOR E O VALOR RECLAMADO
      *==             (VALOR DO PEDIDO NO PEDHIST, OU MENOR QUANDO A
      *==             AVARIA E PARCIAL); SIN-VALOR-ACEITO E O QUE A
      *==             TRANSPORTADORA RECONHECEU, LANCADO NO DIATOTAL
      *==             (TIPO "INDENIZA", CHAVE = TRANSPORTADORA) NO
      *==             ACEITE. DATAS AAAAMMDD, EM BRANCO ENQUANTO A
      *==             ETAPA NAO ACONTECEU.
      *===========================================
       01  SINISTRO-REC.
           05  SIN-PEDIDO          PIC 9(08).
           05  SIN-TRANSPORTADORA  PIC 9(03).
           05  SIN-CLIENTE         PIC 9(06).
           05  SIN-TIPO            PIC X(01).
               88  SIN-AVARIA               VALUE "A".
               88  SIN-EXTRAVIO             VALUE "X".
               88  SIN-RECUSA               VALUE "R".
           05  SIN-ORIGEM          PIC X(01).
           05  SIN-OCORRENCIA      PIC X(02).
           05  SIN-SITUACAO        PIC X(01).
               88  SIN-ABERTO               VALUE "A".
               88  SIN-SUBMETIDO            VALUE "S".
               88  SIN-ACEITO               VALUE "C".
               88  SIN-RECUSADO             VALUE "R".
               88  SIN-PAGO                 VALUE "P".
               88  SIN-PENDENTE             VALUE "A" "S" "C".
           05  SIN-VALOR           PIC 9(08)V99.
           05  SIN-VALOR-ACEITO    PIC 9(08)V99.
           05  SIN-DATA-ABERTURA   PIC X(08).
           05  SIN-DATA-ENVIO      PIC X(08).
           05  SIN-DATA-DECISAO    PIC X(08).
           05  SIN-DATA-PAGAMENTO  PIC X(08).
           05  SIN-COMPLEMENTO     PIC X(30).
