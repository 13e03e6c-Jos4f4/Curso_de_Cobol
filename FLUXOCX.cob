      *==OBSERVACOES: TITULO VENCIDO E NAO PAGO ENTRA NA SEMANA 1
      *==             (EXPECTATIVA DE COBRANCA IMEDIATA). O SALDO
      *==             INICIAL DE CAIXA E INFORMADO PELO OPERADOR.
      *==   XX/XX/2026 - AS CONTAS A PAGAR EM ABERTO ("CONTAPAG")
      *==                ENTRAM COMO SAIDA AO LADO DA FOLHA: A
      *==                APROVADA PELA DATA PROGRAMADA DE PAGAMENTO, A
      *==                CONFERIDA (AINDA SEM APROVACAO) PELO
      *==                VENCIMENTO; VENCIDA CAI NA SEMANA 1. A
      *==                DIVERGENTE NAO ENTRA (NAO VAI A PAGAMENTO
      *==                SEM CORRECAO). SEM O ARQUIVO, A PROJECAO SAI
      *==                SEM ELAS.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMBANCO.

           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPAG-NUMERO
               FILE STATUS IS WRK-FS-CONTAPAG.

           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  ARQ-REMBANCO.
           COPY REMBANCO.

       FD  ARQ-CONTAPAG.
           COPY CONTAPAG.

       FD  ARQ-FERIADO.
           COPY FERIADO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-REMBANCO    PIC X(02) VALUE "00".
       77  WRK-FS-CONTAPAG    PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-FLUXOCX     PIC X(02) VALUE "00".
           COPY FSERRO.
           88  FIM-DO-CONTAREC         VALUE "S".
       77  WRK-FIM-REMBANCO   PIC X(01) VALUE "N".
           88  FIM-DO-REMBANCO         VALUE "S".
       77  WRK-FIM-CONTAPAG   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAPAG         VALUE "S".
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-SALDO-INICIAL  PIC S9(10)V99 VALUE ZEROS.

       77  WRK-IDX-SEM        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DIA        PIC 9(03) VALUE ZEROS.
       77  WRK-SEM-DESTINO    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-BALDE     PIC X(08) VALUE SPACES.

      *=======SAIDAS CONHECIDAS: ULTIMA FOLHA (TRAILER DO REMBANCO) E
      *=======PROVISAO DE 13O (1/12 DA FOLHA POR MES)
       77  WRK-SALDO-PROJETADO PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QTD-TITULOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PAGAR      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PAGAR-FORA PIC 9(05) VALUE ZEROS.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
           PERFORM 0150-DISTRIBUIR UNTIL FIM-DO-CONTAREC.
           PERFORM 0300-LER-FOLHA.
           PERFORM 0400-LANCAR-SAIDAS.
           PERFORM 0420-LER-CONTAS-PAGAR.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.
           IF CREC-EM-ABERTO
               ADD 1 TO WRK-QTD-TITULOS
               MOVE ZEROS TO WRK-SEM-DESTINO
               MOVE CREC-DATA-VENCIMENTO TO WRK-DATA-BALDE
               MOVE 1 TO WRK-IDX-SEM
               PERFORM 0200-ACHAR-SEMANA
                   UNTIL WRK-IDX-SEM GREATER 8
           PERFORM 0100-LER-TITULO.

       0200-ACHAR-SEMANA  SECTION.
           IF WRK-DATA-BALDE NOT GREATER
              WRK-SEM-LIMITE(WRK-IDX-SEM)
               MOVE WRK-IDX-SEM TO WRK-SEM-DESTINO
           ELSE
           ADD WRK-TOTAL-FOLHA  TO WRK-SEM-SAIDAS(5).
           ADD WRK-PROVISAO-13O TO WRK-SEM-SAIDAS(5).

      *=======CONTA A PAGAR APROVADA CAI NA SEMANA DA DATA PROGRAMADA,
      *=======A CONFERIDA NA DO VENCIMENTO (MESMA BUSCA DE SEMANA DOS
      *=======TITULOS A RECEBER).
       0420-LER-CONTAS-PAGAR SECTION.
           OPEN INPUT ARQ-CONTAPAG.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               DISPLAY "CONTAS A PAGAR INDISPONÍVEL (STATUS "
                       WRK-FS-CONTAPAG ") -- PROJEÇÃO SEM AS "
                       "CONTAS A PAGAR."
           ELSE
               PERFORM 0440-LER-CONTA-PAGAR
               PERFORM 0460-DISTRIBUIR-PAGAR UNTIL FIM-DO-CONTAPAG
               CLOSE ARQ-CONTAPAG
           END-IF.

       0440-LER-CONTA-PAGAR SECTION.
           READ ARQ-CONTAPAG
               AT END
                   SET FIM-DO-CONTAPAG TO TRUE
           END-READ.

       0460-DISTRIBUIR-PAGAR SECTION.
           IF CPAG-APROVADA OR CPAG-CONFERIDA
               ADD 1 TO WRK-QTD-PAGAR
               IF CPAG-APROVADA
                   MOVE CPAG-DATA-PROGRAMADA TO WRK-DATA-BALDE
               ELSE
                   MOVE CPAG-DATA-VENCIMENTO TO WRK-DATA-BALDE
               END-IF
               MOVE ZEROS TO WRK-SEM-DESTINO
               MOVE 1 TO WRK-IDX-SEM
               PERFORM 0200-ACHAR-SEMANA
                   UNTIL WRK-IDX-SEM GREATER 8
                      OR WRK-SEM-DESTINO GREATER ZEROS
               IF WRK-SEM-DESTINO GREATER ZEROS
                   ADD CPAG-VALOR
                       TO WRK-SEM-SAIDAS(WRK-SEM-DESTINO)
               ELSE
                   ADD 1 TO WRK-QTD-PAGAR-FORA
               END-IF
           END-IF.
           PERFORM 0440-LER-CONTA-PAGAR.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO FLUXOCX-LINHA.
           STRING "PROJECAO DE FLUXO DE CAIXA - 8 SEMANAS - "
                  "  ALEM DO HORIZONTE: " WRK-QTD-FORA
               DELIMITED BY SIZE INTO FLUXOCX-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO FLUXOCX-LINHA.
           STRING "CONTAS A PAGAR EM ABERTO: " WRK-QTD-PAGAR
                  "  ALEM DO HORIZONTE: " WRK-QTD-PAGAR-FORA
               DELIMITED BY SIZE INTO FLUXOCX-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0520-LINHA-SEMANA  SECTION.
           COMPUTE WRK-SALDO-PROJETADO =
