       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAZON.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CARGA DA TABELA DE ZONAS DE ENTREGA POR
      *    ==          FAIXA DE CEP (ARQUIVO INDEXADO "ZONACEP") A
      *    ==          PARTIR DO ARQUIVO SEQUENCIAL DE CARGA
      *    ==          "ZONACEP-SEED", NO MESMO PADRAO DA CARGATRU.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR DEPOIS DA CARGAUF. O SEED VEM ORDENADO
      *==             PELO CEP FINAL DA FAIXA (CHAVE DO ARQUIVO), SEM
      *==             FAIXAS SOBREPOSTAS.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEED    ASSIGN TO "ZONACEP-SEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEED.

           SELECT ARQ-ZONACEP ASSIGN TO "ZONACEP"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ZON-CEP-FINAL
               FILE STATUS IS WRK-FS-ZONACEP.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SEED         RECORD CONTAINS 53 CHARACTERS.
       01  SEED-REC.
           05  SEED-CEP-FINAL   PIC 9(08).
           05  SEED-CEP-INICIAL PIC 9(08).
           05  SEED-UF          PIC X(02).
           05  SEED-CODIGO      PIC X(06).
           05  SEED-DESCRICAO   PIC X(20).
           05  SEED-AJUSTE      PIC 9(03)V99.
           05  SEED-DIAS-ADIC   PIC 9(03).
           05  SEED-ATIVO       PIC X(01).

       FD  ARQ-ZONACEP.
           COPY ZONACEP.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SEED      PIC X(02) VALUE "00".
       77  WRK-FS-ZONACEP   PIC X(02) VALUE "00".
       77  WRK-FIM-SEED     PIC X(01) VALUE "N".
           88  FIM-DO-SEED           VALUE "S".
       77  WRK-TOTAL-LIDO   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADO PIC 9(05) VALUE ZEROS.

      *=======CONTROLE DE HEADER/TRAILER DO SEED (VER DESCARGA): O
      *=======SEED SO E CARREGADO DEPOIS DE CONFERIDO INTEIRO --
      *=======HEADER COM O ID CERTO E TRAILER COM CONTAGEM E HASH
      *=======BATENDO. UM SEED TRUNCADO JA CARREGOU MEIA TABELA.
       77  WRK-CTL-QTD      PIC 9(07) VALUE ZEROS.
       77  WRK-CTL-HASH     PIC 9(10) VALUE ZEROS.
       77  WRK-TRL-QTD      PIC 9(07) VALUE ZEROS.
       77  WRK-TRL-HASH     PIC 9(10) VALUE ZEROS.
       77  WRK-CTL-HDR-OK   PIC X(01) VALUE "N".
           88  CTL-HEADER-OK         VALUE "S".
       77  WRK-CTL-TRL-OK   PIC X(01) VALUE "N".
           88  CTL-TRAILER-OK        VALUE "S".
       77  WRK-CTL-ERRO     PIC X(01) VALUE "N".
           88  CTL-COM-ERRO          VALUE "S".

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           PERFORM 0100-ABRIR.
           PERFORM 0200-CARREGAR UNTIL FIM-DO-SEED.
           PERFORM 0300-ENCERRAR.
           STOP RUN.

       0100-ABRIR         SECTION.
           OPEN INPUT ARQ-SEED.
           PERFORM 0150-VALIDAR-CONTROLE.
           OPEN OUTPUT ARQ-ZONACEP.

       0200-CARREGAR      SECTION.
           READ ARQ-SEED
               AT END
                   MOVE "S" TO WRK-FIM-SEED
               NOT AT END
                   IF SEED-REC(1:3) EQUAL "TRL"
                       MOVE "S" TO WRK-FIM-SEED
                   ELSE
                   ADD 1 TO WRK-TOTAL-LIDO
                   PERFORM 0250-GRAVAR-ZONACEP
                   END-IF
           END-READ.

       0250-GRAVAR-ZONACEP SECTION.
           MOVE SEED-CEP-FINAL     TO ZON-CEP-FINAL.
           MOVE SEED-CEP-INICIAL   TO ZON-CEP-INICIAL.
           MOVE SEED-UF            TO ZON-UF.
           MOVE SEED-CODIGO        TO ZON-CODIGO.
           MOVE SEED-DESCRICAO     TO ZON-DESCRICAO.
           MOVE SEED-AJUSTE        TO ZON-AJUSTE-PERC.
           MOVE SEED-DIAS-ADIC     TO ZON-DIAS-ADIC.
           MOVE SEED-ATIVO         TO ZON-ATIVO.
           WRITE ZONACEP-REC.
           IF WRK-FS-ZONACEP EQUAL "00"
               ADD 1 TO WRK-TOTAL-GRAVADO
           ELSE
               DISPLAY "ERRO GRAVANDO FAIXA " ZON-CEP-INICIAL
                       "-" ZON-CEP-FINAL
                       " STATUS " WRK-FS-ZONACEP
           END-IF.

       0300-ENCERRAR      SECTION.
           CLOSE ARQ-SEED.
           CLOSE ARQ-ZONACEP.
           DISPLAY "REGISTROS LIDOS... " WRK-TOTAL-LIDO.
           DISPLAY "REGISTROS GRAVADOS. " WRK-TOTAL-GRAVADO.

       0150-VALIDAR-CONTROLE SECTION.
           PERFORM 0160-CONFERIR-REGISTRO UNTIL FIM-DO-SEED.
           IF NOT CTL-HEADER-OK
               DISPLAY "SEED SEM HEADER VÁLIDO (ZONACEP) -- "
                       "CARGA ABORTADA."
               SET CTL-COM-ERRO TO TRUE
           END-IF.
           IF NOT CTL-TRAILER-OK
               DISPLAY "SEED SEM TRAILER -- CARGA ABORTADA."
               SET CTL-COM-ERRO TO TRUE
           ELSE
               IF WRK-CTL-QTD NOT EQUAL WRK-TRL-QTD
                   DISPLAY "CONTAGEM DO TRAILER (" WRK-TRL-QTD
                           ") NÃO BATE COM OS REGISTROS LIDOS ("
                           WRK-CTL-QTD ") -- CARGA ABORTADA."
                   SET CTL-COM-ERRO TO TRUE
               END-IF
               IF WRK-CTL-HASH NOT EQUAL WRK-TRL-HASH
                   DISPLAY "HASH DO TRAILER NÃO BATE -- CARGA "
                           "ABORTADA."
                   SET CTL-COM-ERRO TO TRUE
               END-IF
           END-IF.
           IF CTL-COM-ERRO
               CLOSE ARQ-SEED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ARQ-SEED.
           OPEN INPUT ARQ-SEED.
           MOVE "N" TO WRK-FIM-SEED.
           READ ARQ-SEED
               AT END
                   MOVE "S" TO WRK-FIM-SEED
           END-READ.

       0160-CONFERIR-REGISTRO SECTION.
           READ ARQ-SEED
               AT END
                   MOVE "S" TO WRK-FIM-SEED
               NOT AT END
                   EVALUATE SEED-REC(1:3)
                       WHEN "HDR"
                           IF SEED-REC(4:9) EQUAL "ZONACEP  "
                               SET CTL-HEADER-OK TO TRUE
                           END-IF
                       WHEN "TRL"
                           SET CTL-TRAILER-OK TO TRUE
                           MOVE SEED-REC(4:7)  TO WRK-TRL-QTD
                           MOVE SEED-REC(11:10) TO WRK-TRL-HASH
                       WHEN OTHER
                           ADD 1 TO WRK-CTL-QTD
                           ADD SEED-DIAS-ADIC
                               TO WRK-CTL-HASH
                   END-EVALUATE
           END-READ.
