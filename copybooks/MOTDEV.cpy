      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: TABELA UNICA DOS MOTIVOS DE DEVOLUCAO, NO MESMO
      *    ==          ESQUEMA DA TABELA DE MESES: CAPTURADO EM TODO
      *    ==          PEDIDO DE RETORNO (PED-TIPO-MOV "R") PELO
      *    ==          ENTRAPED E PELO IMPPED, CONFERIDO PELO CRITPED,
      *    ==          LEVADO PELO PROGRAMA11 ATE A AUTORIZACAO
      *    ==          "DEVAUT" E TOTALIZADO PELO RELQUALI.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CADA ENTRADA TEM O CODIGO (2 POSICOES), A
      *==             CLASSE DO MOTIVO E A DESCRICAO. CLASSE "Q" =
      *==             QUALIDADE DO PRODUTO; "T" = AVARIA NO TRANSPORTE
      *==             (CRUZADA COM A TRANSPORTADORA DA SAIDA
      *==             ORIGINAL); "E" = ERRO NOSSO NA SEPARACAO; "C" =
      *==             DECISAO DO CLIENTE; "O" = OUTROS. MOTIVO NOVO
      *==             ENTRA NO FIM DA TABELA, ACERTANDO
      *==             MOTDEV-QTD-MOTIVOS.
      *===========================================
       77  MOTDEV-QTD-MOTIVOS  PIC 9(02) VALUE 07.

       01  TABELA-MOTIVOS-DEV.
           05  FILLER PIC X(28) VALUE "DFQDEFEITO DE FABRICACAO    ".
           05  FILLER PIC X(28) VALUE "FAQFALTA DE PECA/ACESSORIO  ".
           05  FILLER PIC X(28) VALUE "AVTAVARIA NO TRANSPORTE     ".
           05  FILLER PIC X(28) VALUE "IEEITEM ERRADO ENVIADO      ".
           05  FILLER PIC X(28) VALUE "DCCDESISTENCIA DO CLIENTE   ".
           05  FILLER PIC X(28) VALUE "PECCOMPRA ERRADA DO CLIENTE ".
           05  FILLER PIC X(28) VALUE "OUOOUTROS                   ".

       01  TABELA-MOTIVOS-DEV-R REDEFINES TABELA-MOTIVOS-DEV.
           05  MOTDEV-ITEM OCCURS 7 TIMES.
               10  MOTDEV-CODIGO    PIC X(02).
               10  MOTDEV-CLASSE    PIC X(01).
                   88  MOTDEV-QUALIDADE        VALUE "Q".
                   88  MOTDEV-TRANSPORTE       VALUE "T".
                   88  MOTDEV-ERRO-SEPARACAO   VALUE "E".
                   88  MOTDEV-CLIENTE          VALUE "C".
                   88  MOTDEV-OUTROS           VALUE "O".
               10  MOTDEV-DESCRICAO PIC X(25).
