      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DOS PONTOS DE FIDELIDADE POR PEDIDO
      *    ==          (ARQUIVO INDEXADO "PONTOPED"), NO MESMO ESQUEMA
      *    ==          DO "PEDKIT": O CABECALHO DO PEDIDOS NAO TEM MAIS
      *    ==          ESPACO, ENTAO O RESGATE DIGITADO NO ENTRAPED E
      *    ==          OS PONTOS GANHOS NO PROGRAMA11 FICAM AQUI, PELO
      *    ==          NUMERO DO PEDIDO, PARA O ESTORNO E O RETORNO
      *    ==          DESFAZEREM EXATAMENTE O QUE A SAIDA FEZ.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PPD-SIT-RESGATE BRANCO = SEM RESGATE, "P" =
      *==             PENDENTE (DIGITADO, SAIDA AINDA NAO PROCESSADA),
      *==             "U" = USADO COMO DESCONTO, "I" = IGNORADO (SALDO
      *==             INSUFICIENTE NO PROCESSAMENTO), "D" = DEVOLVIDO
      *==             AO CLIENTE NO ESTORNO OU RETORNO.
      *==             PPD-VALOR-RESGATE E O DESCONTO EM R$ DADO NA
      *==             SAIDA (PONTOS X "VALPONTO" DA DATA DO LOTE).
      *==             PPD-SIT-GANHO BRANCO = SEM GANHO, "G" = PONTOS
      *==             CREDITADOS NO LOTE PPD-REFERENCIA, "E" =
      *==             ESTORNADOS.
      *===========================================
       01  PONTOPED-REC.
           05  PPD-NUMERO          PIC 9(08).
           05  PPD-CLIENTE         PIC 9(06).
           05  PPD-PONTOS-RESGATE  PIC 9(07).
           05  PPD-VALOR-RESGATE   PIC 9(08)V99.
           05  PPD-SIT-RESGATE     PIC X(01).
               88  PPD-RESGATE-PENDENTE     VALUE "P".
               88  PPD-RESGATE-USADO        VALUE "U".
               88  PPD-RESGATE-IGNORADO     VALUE "I".
               88  PPD-RESGATE-DEVOLVIDO    VALUE "D".
           05  PPD-PONTOS-GANHOS   PIC 9(07).
           05  PPD-REFERENCIA      PIC X(06).
           05  PPD-SIT-GANHO       PIC X(01).
               88  PPD-GANHO-CREDITADO      VALUE "G".
               88  PPD-GANHO-ESTORNADO      VALUE "E".
           05  PPD-DATA-RESGATE    PIC X(08).
           05  PPD-DATA-PROC       PIC X(08).
           05  PPD-DATA-ESTORNO    PIC X(08).
