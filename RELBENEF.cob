       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBENEF.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO MENSAL DO CUSTO DOS BENEFICIOS POR
      *    ==          DEPARTAMENTO (FUNC-DEPARTAMENTO): LE A
      *    ==          APURACAO "BENEFMES" GRAVADA PELA FOLHA E
      *    ==          IMPRIME, PARA CADA DEPARTAMENTO E BENEFICIO
      *    ==          (VALE-TRANSPORTE, VALE-REFEICAO, PLANO DE
      *    ==          SAUDE), AS VIDAS, O CUSTO CHEIO, A PARTE DA
      *    ==          EMPRESA E A PARTE DESCONTADA DO FUNCIONARIO,
      *    ==          COM SUBTOTAL POR DEPARTAMENTO E TOTAL GERAL
      *    ==          (RELATORIO "RELBENEF").
      *==DATA XX/XX/2026
      *==OBSERVACOES: MESMA TABELA DE DEPARTAMENTOS DA FOLHA (ATE 20,
      *==             NA ORDEM EM QUE APARECEM NO ARQUIVO).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BENEFMES ASSIGN TO "BENEFMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENEFMES.

           SELECT ARQ-RELBENEF ASSIGN TO "RELBENEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELBENEF.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BENEFMES.
           COPY BENEFMES.

       FD  ARQ-RELBENEF.
       01  RELBENEF-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BENEFMES    PIC X(02) VALUE "00".
       77  WRK-FS-RELBENEF    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-BENEFMES   PIC X(01) VALUE "N".
           88  FIM-DO-BENEFMES         VALUE "S".
       77  WRK-REFERENCIA     PIC X(06) VALUE SPACES.
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-BEN        PIC 9(01) VALUE ZEROS.
       77  WRK-DEP-ENCONTRADO PIC X(01) VALUE "N".
           88  DEPTO-FOI-ENCONTRADO    VALUE "S".
       77  WRK-AVISO-DEPTOS   PIC X(01) VALUE "N".
           88  AVISO-DEPTOS-DADO       VALUE "S".

      *=======NOMES DOS BENEFICIOS NA ORDEM DA TABELA
       01  WRK-TAB-BENEF-DADOS.
           05  FILLER PIC X(18) VALUE "VTVALE-TRANSPORTE ".
           05  FILLER PIC X(18) VALUE "VRVALE-REFEICAO   ".
           05  FILLER PIC X(18) VALUE "PSPLANO DE SAUDE  ".
       01  WRK-TAB-BENEF REDEFINES WRK-TAB-BENEF-DADOS.
           05  WRK-BENEF-ITEM OCCURS 3 TIMES.
               10  WRK-BEN-TIPO       PIC X(02).
               10  WRK-BEN-NOME       PIC X(16).

      *=======ACUMULADOS POR DEPARTAMENTO X BENEFICIO
       01  WRK-TOTAIS-DEPTO.
           05  WRK-DEP-ITEM OCCURS 20 TIMES.
               10  WRK-DEP-CODIGO     PIC X(03).
               10  WRK-DEP-BENEF OCCURS 3 TIMES.
                   15  WRK-DB-VIDAS   PIC 9(05).
                   15  WRK-DB-CUSTO   PIC 9(10)V99.
                   15  WRK-DB-EMPRESA PIC 9(10)V99.
                   15  WRK-DB-FUNC    PIC 9(10)V99.

      *=======SUBTOTAL DO DEPARTAMENTO E TOTAL GERAL
       77  WRK-SUB-VIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-SUB-CUSTO      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SUB-EMPRESA    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SUB-FUNC       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GER-VIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-GER-CUSTO      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GER-EMPRESA    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GER-FUNC       PIC 9(10)V99 VALUE ZEROS.

      *=======EDICAO DA LINHA
       77  WRK-VIDAS-ED       PIC ZZZZ9.
       77  WRK-CUSTO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-EMPRESA-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-FUNC-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ROTULO         PIC X(20) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-BENEFMES.
           PERFORM 0200-ACUMULAR UNTIL FIM-DO-BENEFMES.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           INITIALIZE WRK-TOTAIS-DEPTO.
           OPEN INPUT ARQ-BENEFMES.
           IF WRK-FS-BENEFMES NOT EQUAL "00"
               MOVE WRK-FS-BENEFMES TO UTIL-FS-CODIGO
               MOVE "BENEFMES"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELBENEF.
           IF WRK-FS-RELBENEF NOT EQUAL "00"
               MOVE WRK-FS-RELBENEF TO UTIL-FS-CODIGO
               MOVE "RELBENEF"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-LER-BENEFMES  SECTION.
           READ ARQ-BENEFMES
               AT END
                   SET FIM-DO-BENEFMES TO TRUE
           END-READ.

       0200-ACUMULAR      SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-REFERENCIA EQUAL SPACES
               MOVE BFM-REFERENCIA TO WRK-REFERENCIA
           END-IF.
           PERFORM 0220-LOCALIZAR-DEPTO.
           PERFORM 0240-LOCALIZAR-BENEFICIO.
           IF DEPTO-FOI-ENCONTRADO
              AND WRK-IDX-BEN NOT GREATER 3
               ADD BFM-VIDAS
                   TO WRK-DB-VIDAS(WRK-IDX-DEP WRK-IDX-BEN)
               ADD BFM-CUSTO-TOTAL
                   TO WRK-DB-CUSTO(WRK-IDX-DEP WRK-IDX-BEN)
               ADD BFM-PARTE-EMPRESA
                   TO WRK-DB-EMPRESA(WRK-IDX-DEP WRK-IDX-BEN)
               ADD BFM-PARTE-FUNC
                   TO WRK-DB-FUNC(WRK-IDX-DEP WRK-IDX-BEN)
           END-IF.
           PERFORM 0100-LER-BENEFMES.

       0220-LOCALIZAR-DEPTO SECTION.
           MOVE "N" TO WRK-DEP-ENCONTRADO.
           MOVE 1   TO WRK-IDX-DEP.
           PERFORM 0230-PROCURAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS
                  OR DEPTO-FOI-ENCONTRADO.
           IF NOT DEPTO-FOI-ENCONTRADO
               IF WRK-QTD-DEPTOS LESS 20
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEP
                   MOVE BFM-DEPARTAMENTO
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
                   SET DEPTO-FOI-ENCONTRADO TO TRUE
               ELSE
                   IF NOT AVISO-DEPTOS-DADO
                       DISPLAY "MAIS DE 20 DEPARTAMENTOS -- "
                               "EXCEDENTES FORA DO RELATÓRIO."
                       SET AVISO-DEPTOS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0230-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP) EQUAL BFM-DEPARTAMENTO
               SET DEPTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DEP
           END-IF.

       0240-LOCALIZAR-BENEFICIO SECTION.
           MOVE 1 TO WRK-IDX-BEN.
           PERFORM 0250-PROCURAR-BENEFICIO
               UNTIL WRK-IDX-BEN GREATER 3
                  OR WRK-BEN-TIPO(WRK-IDX-BEN) EQUAL BFM-TIPO.

       0250-PROCURAR-BENEFICIO SECTION.
           ADD 1 TO WRK-IDX-BEN.

       0500-IMPRIMIR      SECTION.
           PERFORM 0520-CABECALHO.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0540-IMPRIMIR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS.
           MOVE ALL "=" TO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAL GERAL"   TO WRK-ROTULO.
           MOVE WRK-GER-VIDAS   TO WRK-VIDAS-ED.
           MOVE WRK-GER-CUSTO   TO WRK-CUSTO-ED.
           MOVE WRK-GER-EMPRESA TO WRK-EMPRESA-ED.
           MOVE WRK-GER-FUNC    TO WRK-FUNC-ED.
           PERFORM 0600-LINHA-VALORES.
           MOVE SPACES TO RELBENEF-LINHA.
           STRING "LANCAMENTOS LIDOS NO BENEFMES: " WRK-QTD-LIDOS
               DELIMITED BY SIZE INTO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0520-CABECALHO     SECTION.
           MOVE SPACES TO RELBENEF-LINHA.
           STRING "CUSTO DOS BENEFICIOS POR DEPARTAMENTO - REFERENCIA "
                  WRK-REFERENCIA
               DELIMITED BY SIZE INTO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELBENEF-LINHA.
           STRING "DEP BENEFICIO            VIDAS    CUSTO TOTAL"
                  "  PARTE EMPRESA    PARTE FUNC."
               DELIMITED BY SIZE INTO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0540-IMPRIMIR-DEPTO SECTION.
           MOVE ZEROS TO WRK-SUB-VIDAS.
           MOVE ZEROS TO WRK-SUB-CUSTO.
           MOVE ZEROS TO WRK-SUB-EMPRESA.
           MOVE ZEROS TO WRK-SUB-FUNC.
           MOVE 1 TO WRK-IDX-BEN.
           PERFORM 0560-IMPRIMIR-BENEFICIO
               UNTIL WRK-IDX-BEN GREATER 3.
           MOVE SPACES TO WRK-ROTULO.
           STRING "  SUBTOTAL " WRK-DEP-CODIGO(WRK-IDX-DEP)
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE WRK-SUB-VIDAS   TO WRK-VIDAS-ED.
           MOVE WRK-SUB-CUSTO   TO WRK-CUSTO-ED.
           MOVE WRK-SUB-EMPRESA TO WRK-EMPRESA-ED.
           MOVE WRK-SUB-FUNC    TO WRK-FUNC-ED.
           PERFORM 0600-LINHA-VALORES.
           MOVE ALL "-" TO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD WRK-SUB-VIDAS   TO WRK-GER-VIDAS.
           ADD WRK-SUB-CUSTO   TO WRK-GER-CUSTO.
           ADD WRK-SUB-EMPRESA TO WRK-GER-EMPRESA.
           ADD WRK-SUB-FUNC    TO WRK-GER-FUNC.
           ADD 1 TO WRK-IDX-DEP.

      *=======BENEFICIO SEM NENHUMA VIDA NO DEPARTAMENTO NAO SAI
       0560-IMPRIMIR-BENEFICIO SECTION.
           IF WRK-DB-VIDAS(WRK-IDX-DEP WRK-IDX-BEN) GREATER ZEROS
               MOVE SPACES TO WRK-ROTULO
               STRING WRK-DEP-CODIGO(WRK-IDX-DEP) " "
                      WRK-BEN-NOME(WRK-IDX-BEN)
                   DELIMITED BY SIZE INTO WRK-ROTULO
               MOVE WRK-DB-VIDAS(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-VIDAS-ED
               MOVE WRK-DB-CUSTO(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-CUSTO-ED
               MOVE WRK-DB-EMPRESA(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-EMPRESA-ED
               MOVE WRK-DB-FUNC(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-FUNC-ED
               PERFORM 0600-LINHA-VALORES
               ADD WRK-DB-VIDAS(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-SUB-VIDAS
               ADD WRK-DB-CUSTO(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-SUB-CUSTO
               ADD WRK-DB-EMPRESA(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-SUB-EMPRESA
               ADD WRK-DB-FUNC(WRK-IDX-DEP WRK-IDX-BEN)
                   TO WRK-SUB-FUNC
           END-IF.
           ADD 1 TO WRK-IDX-BEN.

       0600-LINHA-VALORES SECTION.
           MOVE SPACES TO RELBENEF-LINHA.
           STRING WRK-ROTULO " " WRK-VIDAS-ED " " WRK-CUSTO-ED " "
                  WRK-EMPRESA-ED " " WRK-FUNC-ED
               DELIMITED BY SIZE INTO RELBENEF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELBENEF-LINHA.
           IF WRK-FS-RELBENEF NOT EQUAL "00"
               MOVE WRK-FS-RELBENEF TO UTIL-FS-CODIGO
               MOVE "RELBENEF"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BENEFMES.
           CLOSE ARQ-RELBENEF.
           DISPLAY "LANÇAMENTOS DE BENEFÍCIO LIDOS.. " WRK-QTD-LIDOS.
           DISPLAY "DEPARTAMENTOS NO RELATÓRIO..... " WRK-QTD-DEPTOS.
           DISPLAY "CUSTO DA EMPRESA.............. " WRK-GER-EMPRESA.

       COPY FSERROPR.
