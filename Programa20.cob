      *==   XX/XX/2026 - A FILIAL DIGITADA PASSA A SER CONFERIDA
      *==                CONTRA O CADASTRO "FILIAL" (EXISTENTE E
      *==                ATIVA) ANTES DO MOVIMENTO.
      *==   XX/XX/2026 - O MOVIMENTO E DATADO DO DIA E E RECUSADO SE
      *==                ESSE MES JA ESTA FECHADO NO CONTROLE DE
      *==                PERIODOS ("PERIODO", PERIODPR).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ESTOQUE.
       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ESTOQUE      PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST       PIC X(02) VALUE "00".
       77  WRK-FILIAL-OK       PIC X(01) VALUE "N".
           88  FILIAL-E-VALIDA          VALUE "S".
       COPY FSERRO.
       COPY PERIODWS.

       77  WRK-PRODUTO         PIC X(10) VALUE SPACES.
       77  WRK-TIPO-MOV        PIC X(01) VALUE SPACES.
       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0060-CONFERIR-PERIODO.
           PERFORM 0100-RECEBE.
           IF MOVIMENTO-E-TRANSFER
               PERFORM 0400-TRANSFERIR
           OPEN INPUT ARQ-PRODMESTRE.
           OPEN INPUT ARQ-FILIAL.

      *=======O MOVIMENTO SAI COM A DATA DO DIA; SE O MES CORRENTE JA
      *=======FOI FECHADO, NADA E LANCADO.
       0060-CONFERIR-PERIODO SECTION.
           ACCEPT UTIL-PER-DATA FROM DATE YYYYMMDD.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY "MÊS " UTIL-PER-MES " JÁ FECHADO -- "
                       "MOVIMENTO CANCELADO."
               PERFORM 0300-FINALIZAR
               STOP RUN
           END-IF.

       0100-RECEBE        SECTION.
           MOVE "N" TO WRK-COD-CADASTRADO.
           PERFORM 0105-RECEBE-PRODUTO UNTIL CODIGO-E-CADASTRADO.
           DISPLAY "FIM DE PROGRAMA...".

       COPY FSERROPR.
       COPY PERIODPR.
