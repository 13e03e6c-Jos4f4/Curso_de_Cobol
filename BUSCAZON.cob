       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAZON.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: SUBROTINA DE BUSCA DA ZONA DE ENTREGA DE UM CEP
      *    ==          NA TABELA "ZONACEP" (FAIXAS DE CEP POR UF),
      *    ==          COMPARTILHADA PELA CALCFRET (ACRESCIMO DE FRETE
      *    ==          E PRAZO), PELA CRITPED E PELO CADENDER (CEP
      *    ==          FORA DE QUALQUER ZONA).
      *    ==          CHAMADA: CALL "BUSCAZON" USING CEP 9(08),
      *    ==          UF X(02), CODIGO DA ZONA X(06) DE SAIDA,
      *    ==          ACRESCIMO 9(03)V99 DE SAIDA, DIAS A MAIS 9(03)
      *    ==          DE SAIDA E FLAG DE ACHADO X(01).
      *==DATA XX/XX/2026
      *==OBSERVACOES: FLAG DE ACHADO: "S" = CEP NUMA ZONA ATIVA DA
      *==             UF; "N" = CEP FORA DE QUALQUER ZONA ATIVA DA UF;
      *==             "9" = TABELA INDISPONIVEL (O CHAMADOR SEGUE COMO
      *==             SE NAO HOUVESSE ZONAS). O ARQUIVO E ABERTO NA
      *==             PRIMEIRA CHAMADA E FICA ABERTO, COMO NA BUSCAPAR.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ZONACEP ASSIGN TO "ZONACEP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CEP-FINAL
               FILE STATUS IS WRK-FS-ZONACEP.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ZONACEP.
           COPY ZONACEP.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ZONACEP      PIC X(02) VALUE "00".
       77  WRK-JA-ABERTO       PIC X(01) VALUE "N".
           88  ARQUIVO-JA-ABERTO       VALUE "S".
       77  WRK-ZONACEP-ATIVO   PIC X(01) VALUE "N".
           88  ZONACEP-DISPONIVEL      VALUE "S".

       LINKAGE             SECTION.
       01  LINK-CEP            PIC 9(08).
       01  LINK-UF             PIC X(02).
       01  LINK-ZONA-CODIGO    PIC X(06).
       01  LINK-AJUSTE-PERC    PIC 9(03)V99.
       01  LINK-DIAS-ADIC      PIC 9(03).
       01  LINK-ZONA-ACHADA    PIC X(01).

       PROCEDURE          DIVISION USING LINK-CEP
                                          LINK-UF
                                          LINK-ZONA-CODIGO
                                          LINK-AJUSTE-PERC
                                          LINK-DIAS-ADIC
                                          LINK-ZONA-ACHADA.
       0001-MAIN          SECTION.
           IF NOT ARQUIVO-JA-ABERTO
               PERFORM 0050-ABRIR
           END-IF.
           MOVE SPACES TO LINK-ZONA-CODIGO.
           MOVE ZEROS  TO LINK-AJUSTE-PERC.
           MOVE ZEROS  TO LINK-DIAS-ADIC.
           IF ZONACEP-DISPONIVEL
               MOVE "N" TO LINK-ZONA-ACHADA
               PERFORM 0100-BUSCAR-FAIXA
           ELSE
               MOVE "9" TO LINK-ZONA-ACHADA
           END-IF.
           GOBACK.

       0050-ABRIR         SECTION.
           SET ARQUIVO-JA-ABERTO TO TRUE.
           OPEN INPUT ARQ-ZONACEP.
           IF WRK-FS-ZONACEP EQUAL "00"
               SET ZONACEP-DISPONIVEL TO TRUE
           END-IF.

      *=======PRIMEIRA FAIXA COM CEP FINAL NAO MENOR QUE O CEP; ELA
      *=======SO SERVE SE TAMBEM COMECA ATE O CEP, E DA MESMA UF.
       0100-BUSCAR-FAIXA  SECTION.
           MOVE LINK-CEP TO ZON-CEP-FINAL.
           START ARQ-ZONACEP KEY NOT LESS ZON-CEP-FINAL
               INVALID KEY
                   CONTINUE
           END-START.
           IF WRK-FS-ZONACEP EQUAL "00"
               READ ARQ-ZONACEP NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ZON-CEP-INICIAL NOT GREATER LINK-CEP
                          AND ZON-UF EQUAL LINK-UF
                          AND ZON-ATIVO EQUAL "S"
                           MOVE ZON-CODIGO      TO LINK-ZONA-CODIGO
                           MOVE ZON-AJUSTE-PERC TO LINK-AJUSTE-PERC
                           MOVE ZON-DIAS-ADIC   TO LINK-DIAS-ADIC
                           MOVE "S"             TO LINK-ZONA-ACHADA
                       END-IF
               END-READ
           END-IF.
