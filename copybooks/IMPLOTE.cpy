      *==OBSERVACOES: IMP-TRL-QTD CONTA OS REGISTROS "PED" + "ITM"
      *==             (HEADER E TRAILER FORA). VALORES SEM PONTO NEM
      *==             VIRGULA, DECIMAIS IMPLICITOS (V99).
      *==   XX/XX/2026 - O REGISTRO "PED" PASSA A TRAZER O TIPO DE
      *==                MOVIMENTO (IMP-TIPO-MOV: BRANCO OU "S" =
      *==                SAIDA, COMO SEMPRE; "R" = DEVOLUCAO DO
      *==                CLIENTE), E NA DEVOLUCAO O NUMERO DO PEDIDO
      *==                ORIGINAL NO NOSSO SISTEMA (IMP-PEDIDO-ORIGEM)
      *==                E O MOTIVO DA TABELA "MOTDEV"
      *==                (IMP-MOTIVO-DEV), NO ESPACO DO FILLER.
      *===========================================
       01  IMPLOTE-REC.
           05  IMP-TIPO-REG        PIC X(03).
               10  IMP-CLIENTE         PIC 9(06).
               10  IMP-ESTADO          PIC X(02).
               10  IMP-MODO-FRETE      PIC X(01).
               10  IMP-TIPO-MOV        PIC X(01).
               10  IMP-PEDIDO-ORIGEM   PIC 9(08).
               10  IMP-MOTIVO-DEV      PIC X(02).
               10  FILLER              PIC X(25).
           05  IMP-ITEM REDEFINES IMP-DADOS.
               10  IMP-PRODUTO-COD     PIC X(10).
               10  IMP-QUANTIDADE      PIC 9(05).
