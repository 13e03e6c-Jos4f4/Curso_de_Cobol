       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAADC.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CARGA DA TABELA DE ADICIONAIS DE FRETE POR
      *    ==          TRANSPORTADORA (ARQUIVO INDEXADO "ADICFRET") A
      *    ==          PARTIR DO ARQUIVO SEQUENCIAL DE CARGA
      *    ==          "ADICFRET-SEED", NO MESMO PADRAO DA CARGATRU.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR DEPOIS DA CARGATRN. O SEED VEM ORDENADO
      *==             POR TRANSPORTADORA + UF + INICIO DE VIGENCIA
      *==             (CHAVE DO ARQUIVO). UF "**" = QUALQUER UF SEM
      *==             LINHA PROPRIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEED    ASSIGN TO "ADICFRET-SEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEED.

           SELECT ARQ-ADICFRET ASSIGN TO "ADICFRET"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADF-CHAVE
               FILE STATUS IS WRK-FS-ADICFRET.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SEED         RECORD CONTAINS 42 CHARACTERS.
       01  SEED-REC.
           05  SEED-TRANSPORTADORA PIC 9(03).
           05  SEED-UF          PIC X(02).
           05  SEED-DATA-INICIO PIC X(08).
           05  SEED-ADVALOREM   PIC 9(02)V9(04).
           05  SEED-GRIS        PIC 9(02)V9(04).
           05  SEED-GRIS-MINIMO PIC 9(04)V99.
           05  SEED-PEDAGIO     PIC 9(04)V99.
           05  SEED-COMBUST     PIC 9(02)V99.
           05  SEED-ATIVO       PIC X(01).

       FD  ARQ-ADICFRET.
           COPY ADICFRET.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SEED      PIC X(02) VALUE "00".
       77  WRK-FS-ADICFRET  PIC X(02) VALUE "00".
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
           OPEN OUTPUT ARQ-ADICFRET.

       0200-CARREGAR      SECTION.
           READ ARQ-SEED
               AT END
                   MOVE "S" TO WRK-FIM-SEED
               NOT AT END
                   IF SEED-REC(1:3) EQUAL "TRL"
                       MOVE "S" TO WRK-FIM-SEED
                   ELSE
                   ADD 1 TO WRK-TOTAL-LIDO
                   PERFORM 0250-GRAVAR-ADICFRET
                   END-IF
           END-READ.

       0250-GRAVAR-ADICFRET SECTION.
           MOVE SEED-TRANSPORTADORA TO ADF-TRANSPORTADORA.
           MOVE SEED-UF            TO ADF-UF.
           MOVE SEED-DATA-INICIO   TO ADF-DATA-INICIO.
           MOVE SEED-ADVALOREM     TO ADF-ADVALOREM-PERC.
           MOVE SEED-GRIS          TO ADF-GRIS-PERC.
           MOVE SEED-GRIS-MINIMO   TO ADF-GRIS-MINIMO.
           MOVE SEED-PEDAGIO       TO ADF-PEDAGIO-FRACAO.
           MOVE SEED-COMBUST       TO ADF-COMBUST-PERC.
           MOVE SEED-ATIVO         TO ADF-ATIVO.
           WRITE ADICFRET-REC.
           IF WRK-FS-ADICFRET EQUAL "00"
               ADD 1 TO WRK-TOTAL-GRAVADO
           ELSE
               DISPLAY "ERRO GRAVANDO TRANSPORTADORA "
                       ADF-TRANSPORTADORA " UF " ADF-UF
                       " VIGENCIA " ADF-DATA-INICIO
                       " STATUS " WRK-FS-ADICFRET
           END-IF.

       0300-ENCERRAR      SECTION.
           CLOSE ARQ-SEED.
           CLOSE ARQ-ADICFRET.
           DISPLAY "REGISTROS LIDOS... " WRK-TOTAL-LIDO.
           DISPLAY "REGISTROS GRAVADOS. " WRK-TOTAL-GRAVADO.

       0150-VALIDAR-CONTROLE SECTION.
           PERFORM 0160-CONFERIR-REGISTRO UNTIL FIM-DO-SEED.
           IF NOT CTL-HEADER-OK
               DISPLAY "SEED SEM HEADER VÁLIDO (ADICFRET) -- "
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
                           IF SEED-REC(4:9) EQUAL "ADICFRET "
                               SET CTL-HEADER-OK TO TRUE
                           END-IF
                       WHEN "TRL"
                           SET CTL-TRAILER-OK TO TRUE
                           MOVE SEED-REC(4:7)  TO WRK-TRL-QTD
                           MOVE SEED-REC(11:10) TO WRK-TRL-HASH
                       WHEN OTHER
                           ADD 1 TO WRK-CTL-QTD
                           ADD SEED-TRANSPORTADORA
                               TO WRK-CTL-HASH
                   END-EVALUATE
           END-READ.
