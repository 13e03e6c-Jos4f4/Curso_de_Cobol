       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBOLSA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO MENSAL DE BOLSAS E DESCONTOS
      *    ==          CONCEDIDOS NAS MENSALIDADES: LE O MOVIMENTO
      *    ==          "BOLSAMES" GRAVADO PELO MENSALID, LISTA CADA
      *    ==          ALUNO COM O BRUTO, O DESCONTO E O LIQUIDO E
      *    ==          TOTALIZA O VALOR CONCEDIDO POR TIPO (BOLSA
      *    ==          PERCENTUAL, BOLSA DE VALOR FIXO E DESCONTO DE
      *    ==          IRMAOS). RELATORIO NO ARQUIVO "RELBOLSA".
      *==DATA XX/XX/2026
      *==OBSERVACOES: A REFERENCIA (AAAAMM) E INFORMADA PELO
      *==             OPERADOR, COMO O PERIODO NO RELGRADE; EM BRANCO
      *==             VALE O MES CORRENTE.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLSAMES ASSIGN TO "BOLSAMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAMES.

           SELECT ARQ-RELBOLSA ASSIGN TO "RELBOLSA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELBOLSA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BOLSAMES.
           COPY BOLSAMES.

       FD  ARQ-RELBOLSA.
       01  RELBOLSA-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLSAMES    PIC X(02) VALUE "00".
       77  WRK-FS-RELBOLSA    PIC X(02) VALUE "00".
           COPY FSERRO.
       COPY EDITMOEDA.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-REFERENCIA     PIC X(06) VALUE SPACES.
       77  WRK-FIM-BOLSAMES   PIC X(01) VALUE "N".
           88  FIM-DE-BOLSAMES         VALUE "S".

      *=======TOTAIS POR TIPO: 1 = PERCENTUAL, 2 = VALOR FIXO,
      *=======3 = IRMAOS
       01  WRK-NOMES-TIPOS.
           05  FILLER             PIC X(20) VALUE "BOLSA PERCENTUAL".
           05  FILLER             PIC X(20) VALUE "BOLSA DE VALOR FIXO".
           05  FILLER             PIC X(20) VALUE "DESCONTO DE IRMAOS".
       01  WRK-TAB-NOMES REDEFINES WRK-NOMES-TIPOS.
           05  WRK-NOME-TIPO      PIC X(20) OCCURS 3 TIMES.
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-ITEM OCCURS 3 TIMES.
               10  WRK-TOT-QTD        PIC 9(05).
               10  WRK-TOT-BRUTO      PIC 9(08)V99.
               10  WRK-TOT-DESCONTO   PIC 9(08)V99.
       77  WRK-IDX-TIPO       PIC 9(01) VALUE ZEROS.

       77  WRK-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77  WRK-GER-BRUTO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-GER-DESCONTO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-GER-LIQUIDO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CABECALHO.
           PERFORM 0200-LER-BOLSAMES UNTIL FIM-DE-BOLSAMES.
           PERFORM 0500-TOTAIS.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "REFERÊNCIA (AAAAMM, BRANCO = MÊS CORRENTE)... ".
           ACCEPT WRK-REFERENCIA.
           IF WRK-REFERENCIA EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-REFERENCIA
           END-IF.
           INITIALIZE WRK-TAB-TOTAIS.
           OPEN INPUT ARQ-BOLSAMES.
           IF WRK-FS-BOLSAMES NOT EQUAL "00"
               MOVE WRK-FS-BOLSAMES TO UTIL-FS-CODIGO
               MOVE "BOLSAMES"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELBOLSA.

       0100-CABECALHO     SECTION.
           MOVE SPACES TO RELBOLSA-LINHA.
           STRING "BOLSAS E DESCONTOS NAS MENSALIDADES - REFERENCIA "
                  WRK-REFERENCIA(5:2) "/" WRK-REFERENCIA(1:4)
               DELIMITED BY SIZE INTO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELBOLSA-LINHA.
           STRING "MATRIC RESP.  TITULO   TIPO          BRUTO"
                  "       DESCONTO        LIQUIDO  MOTIVO"
               DELIMITED BY SIZE INTO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0200-LER-BOLSAMES  SECTION.
           READ ARQ-BOLSAMES
               AT END
                   SET FIM-DE-BOLSAMES TO TRUE
               NOT AT END
                   IF BMS-REFERENCIA EQUAL WRK-REFERENCIA
                       PERFORM 0250-LINHA-DESCONTO
                   END-IF
           END-READ.

       0250-LINHA-DESCONTO SECTION.
           EVALUATE BMS-TIPO
               WHEN "P"
                   MOVE 1 TO WRK-IDX-TIPO
               WHEN "F"
                   MOVE 2 TO WRK-IDX-TIPO
               WHEN OTHER
                   MOVE 3 TO WRK-IDX-TIPO
           END-EVALUATE.
           ADD 1                  TO WRK-TOT-QTD(WRK-IDX-TIPO).
           ADD BMS-VALOR-BRUTO    TO WRK-TOT-BRUTO(WRK-IDX-TIPO).
           ADD BMS-VALOR-DESCONTO TO WRK-TOT-DESCONTO(WRK-IDX-TIPO).
           ADD 1                  TO WRK-QTD-LINHAS.
           ADD BMS-VALOR-BRUTO    TO WRK-GER-BRUTO.
           ADD BMS-VALOR-DESCONTO TO WRK-GER-DESCONTO.
           ADD BMS-VALOR-LIQUIDO  TO WRK-GER-LIQUIDO.
           MOVE BMS-VALOR-BRUTO    TO EDIT-MOEDA-1.
           MOVE BMS-VALOR-DESCONTO TO EDIT-MOEDA-2.
           MOVE BMS-VALOR-LIQUIDO  TO EDIT-MOEDA-3.
           MOVE SPACES TO RELBOLSA-LINHA.
           STRING BMS-MATRICULA " " BMS-RESPONSAVEL " " BMS-TITULO
                  " " BMS-TIPO "  " EDIT-MOEDA-1 "  " EDIT-MOEDA-2
                  "  " EDIT-MOEDA-3 "  " BMS-MOTIVO
               DELIMITED BY SIZE INTO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0500-TOTAIS        SECTION.
           MOVE ALL "-" TO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAL CONCEDIDO POR TIPO" TO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-TIPO.
           PERFORM 0550-LINHA-TIPO UNTIL WRK-IDX-TIPO GREATER 3.
           MOVE ALL "-" TO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-LINHAS   TO WRK-QTD-ED.
           MOVE WRK-GER-BRUTO    TO EDIT-MOEDA-1.
           MOVE WRK-GER-DESCONTO TO EDIT-MOEDA-2.
           MOVE WRK-GER-LIQUIDO  TO EDIT-MOEDA-3.
           MOVE SPACES TO RELBOLSA-LINHA.
           STRING "TOTAL GERAL          " WRK-QTD-ED " ALUNOS  BRUTO "
                  EDIT-MOEDA-1 "  DESCONTO " EDIT-MOEDA-2
                  "  LIQUIDO " EDIT-MOEDA-3
               DELIMITED BY SIZE INTO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0550-LINHA-TIPO    SECTION.
           MOVE WRK-TOT-QTD(WRK-IDX-TIPO)      TO WRK-QTD-ED.
           MOVE WRK-TOT-BRUTO(WRK-IDX-TIPO)    TO EDIT-MOEDA-1.
           MOVE WRK-TOT-DESCONTO(WRK-IDX-TIPO) TO EDIT-MOEDA-2.
           MOVE SPACES TO RELBOLSA-LINHA.
           STRING WRK-NOME-TIPO(WRK-IDX-TIPO) " " WRK-QTD-ED
                  " ALUNOS  BRUTO " EDIT-MOEDA-1
                  "  CONCEDIDO " EDIT-MOEDA-2
               DELIMITED BY SIZE INTO RELBOLSA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-TIPO.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELBOLSA-LINHA.
           IF WRK-FS-RELBOLSA NOT EQUAL "00"
               MOVE WRK-FS-RELBOLSA TO UTIL-FS-CODIGO
               MOVE "RELBOLSA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BOLSAMES.
           CLOSE ARQ-RELBOLSA.
           DISPLAY "DESCONTOS NA REFERÊNCIA..... " WRK-QTD-LINHAS.
           MOVE WRK-GER-DESCONTO TO EDIT-MOEDA-1.
           DISPLAY "VALOR CONCEDIDO............. " EDIT-MOEDA-1.

       COPY FSERROPR.
