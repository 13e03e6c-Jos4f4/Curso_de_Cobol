      *==                RELATORIO E NO VALOR DO MOVIMENTO DE AJUSTE.
      *==   XX/XX/2026 - COM O SALDO POR FILIAL, A CONTAGEM TRAZ A
      *==                FILIAL CONTADA EM CADA LINHA.
      *==   XX/XX/2026 - OS AJUSTES SAO DATADOS DO DIA E NAO SAO
      *==                APLICADOS SE ESSE MES JA ESTA FECHADO NO
      *==                CONTROLE DE PERIODOS ("PERIODO", PERIODPR);
      *==                O RELATORIO DAS DIVERGENCIAS SAI DO MESMO
      *==                JEITO.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVEST.

           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CONTAGEM.
       FD  ARQ-MOVEST.
           COPY MOVEST.

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAGEM    PIC X(02) VALUE "00".
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST      PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.
       COPY EDITMOEDA.
       77  WRK-FIM-CONTAGEM   PIC X(01) VALUE "N".
           88  FIM-DA-CONTAGEM         VALUE "S".
      *=======NO HISTORICO UM MOVIMENTO "A" COM A DIFERENCA ASSINADA,
      *=======PARA A AUDITORIA DISTINGUIR CORRECAO DE CONTAGEM DE
      *=======RECEBIMENTO OU VENDA DE VERDADE.
      *=======COM O MES CORRENTE JA FECHADO, NENHUM AJUSTE E GRAVADO.
       0500-APLICAR-AJUSTES SECTION.
           ACCEPT UTIL-PER-DATA FROM DATE YYYYMMDD.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY "MÊS " UTIL-PER-MES " JÁ FECHADO -- AJUSTES "
                       "NÃO APLICADOS."
           ELSE
               MOVE 1 TO WRK-IDX
               PERFORM 0550-AJUSTAR-ITEM
                   UNTIL WRK-IDX GREATER WRK-QTD-ITENS
               DISPLAY "AJUSTES DE INVENTÁRIO APLICADOS."
           END-IF.

       0550-AJUSTAR-ITEM  SECTION.
           MOVE WRK-DIV-FILIAL(WRK-IDX)  TO EST-FILIAL.
           CLOSE ARQ-MOVEST.

       COPY FSERROPR.
       COPY PERIODPR.
