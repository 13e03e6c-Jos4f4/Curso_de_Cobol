      *==                ONDE PARARAM -- SENAO O BATIMENTO (BALANFRT)
      *==                REPROVARIA JUSTAMENTE O RERUN QUE O
      *==                CHECKPOINT EXISTE PARA SALVAR.
      *==   XX/XX/2026 - INCLUIDAS AS CONTAGENS E O VALOR DAS NOTAS
      *==                ELETRONICAS EXPORTADAS (ARQUIVO "NFEEXP",
      *==                TAMBEM REABERTO EM EXTEND NO RESTART), PARA O
      *==                TRAILER DO ARQUIVO FECHAR COM O LOTE INTEIRO.
      *===========================================
       01  CHECKPT-REC.
           05  CHECKPT-PROGRAMA        PIC X(10).
           05  CHECKPT-TOT-FRETE       PIC S9(12)V99.
           05  CHECKPT-TOT-FINAL       PIC S9(12)V99.
           05  CHECKPT-TOT-FRETE-SAIDA PIC 9(12)V99.
           05  CHECKPT-QTD-NFE         PIC 9(07).
           05  CHECKPT-QTD-REG-NFE     PIC 9(09).
           05  CHECKPT-TOT-NFE         PIC 9(12)V99.
