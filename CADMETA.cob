       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMETA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DAS METAS MENSAIS DE VENDA POR
      *    ==          VENDEDOR (ARQUIVO INDEXADO "METAVEND"), NO
      *    ==          MESMO ESTILO DE MENU DO CADVEND: INCLUIR,
      *    ==          ALTERAR E CONSULTAR. A META E GERAL DO MES OU
      *    ==          ABERTA POR UF OU POR GRUPO DE PRODUTO, NO LUGAR
      *    ==          DO CADERNO DO GERENTE DE VENDAS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O VENDEDOR PRECISA EXISTIR NO "COMISTAB". META
      *==             ALTERADA PARA ZERO DEIXA DE CONTAR NO RELMETA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-METAVEND ASSIGN TO "METAVEND"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS META-CHAVE
               FILE STATUS IS WRK-FS-METAVEND.

           SELECT ARQ-COMISTAB ASSIGN TO "COMISTAB"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-CODIGO
               FILE STATUS IS WRK-FS-COMISTAB.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-METAVEND.
           COPY METAVEND.

       FD  ARQ-COMISTAB.
           COPY COMISTAB.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-METAVEND    PIC X(02) VALUE "00".
       77  WRK-FS-COMISTAB    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR           VALUE "1".
           88  OPCAO-ALTERAR           VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".
       77  WRK-VENDEDOR       PIC 9(04) VALUE ZEROS.
       77  WRK-ANOMES         PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO           PIC X(01) VALUE SPACES.
       77  WRK-RECORTE        PIC X(30) VALUE SPACES.
       77  WRK-VALOR          PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CHAVE-VALIDA   PIC X(01) VALUE "N".
           88  CHAVE-E-VALIDA          VALUE "S".

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O ARQUIVO DE METAS E CRIADO NA PRIMEIRA EXECUCAO, COMO O
      *=======COMISTAB NO CADVEND.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-METAVEND.
           IF WRK-FS-METAVEND EQUAL "35"
               OPEN OUTPUT ARQ-METAVEND
               CLOSE ARQ-METAVEND
               OPEN I-O ARQ-METAVEND
           END-IF.
           IF WRK-FS-METAVEND NOT EQUAL "00"
               MOVE WRK-FS-METAVEND TO UTIL-FS-CODIGO
               MOVE "METAVEND"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-COMISTAB.
           IF WRK-FS-COMISTAB NOT EQUAL "00"
               MOVE WRK-FS-COMISTAB TO UTIL-FS-CODIGO
               MOVE "COMISTAB"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "METAS MENSAIS DE VENDA POR VENDEDOR".
           DISPLAY "1 - INCLUIR    2 - ALTERAR    3 - CONSULTAR".
           DISPLAY "4 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0200-INCLUIR       SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF CHAVE-E-VALIDA
               READ ARQ-METAVEND
                   INVALID KEY
                       PERFORM 0220-RECEBE-VALOR
                       MOVE WRK-VALOR TO META-VALOR
                       WRITE METAVEND-REC
                       IF WRK-FS-METAVEND EQUAL "00"
                           DISPLAY "META INCLUÍDA."
                       ELSE
                           DISPLAY "ERRO GRAVANDO META. STATUS "
                                   WRK-FS-METAVEND
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "META JÁ CADASTRADA -- INCLUSÃO "
                               "CANCELADA."
               END-READ
           END-IF.

      *=======CHAVE DA META: VENDEDOR (CONFERIDO NO COMISTAB), MES,
      *=======TIPO E RECORTE. NA META GERAL O RECORTE FICA EM BRANCO.
       0150-RECEBE-CHAVE  SECTION.
           MOVE "N" TO WRK-CHAVE-VALIDA.
           DISPLAY "CÓDIGO DO VENDEDOR... ".
           ACCEPT WRK-VENDEDOR.
           DISPLAY "MÊS DA META (AAAAMM)... ".
           ACCEPT WRK-ANOMES.
           DISPLAY "TIPO (T=GERAL  U=POR UF  G=POR GRUPO DE "
                   "PRODUTO)... ".
           ACCEPT WRK-TIPO.
           MOVE SPACES TO WRK-RECORTE.
           IF WRK-TIPO EQUAL "U"
               DISPLAY "UF... "
               ACCEPT WRK-RECORTE
           END-IF.
           IF WRK-TIPO EQUAL "G"
               DISPLAY "GRUPO (INÍCIO DA DESCRIÇÃO DO PRODUTO)... "
               ACCEPT WRK-RECORTE
           END-IF.
           MOVE WRK-VENDEDOR TO VND-CODIGO.
           READ ARQ-COMISTAB
               INVALID KEY
                   DISPLAY "VENDEDOR " WRK-VENDEDOR " NÃO "
                           "CADASTRADO -- OPERAÇÃO CANCELADA."
               NOT INVALID KEY
                   DISPLAY "VENDEDOR: " VND-NOME
                   SET CHAVE-E-VALIDA TO TRUE
           END-READ.
           IF CHAVE-E-VALIDA
               IF WRK-ANOMES(5:2) LESS "01"
                  OR WRK-ANOMES(5:2) GREATER "12"
                   DISPLAY "MÊS INVÁLIDO -- OPERAÇÃO CANCELADA."
                   MOVE "N" TO WRK-CHAVE-VALIDA
               END-IF
           END-IF.
           IF CHAVE-E-VALIDA
               IF WRK-TIPO NOT EQUAL "T"
                  AND WRK-TIPO NOT EQUAL "U"
                  AND WRK-TIPO NOT EQUAL "G"
                   DISPLAY "TIPO INVÁLIDO -- OPERAÇÃO CANCELADA."
                   MOVE "N" TO WRK-CHAVE-VALIDA
               END-IF
           END-IF.
           IF CHAVE-E-VALIDA
               IF WRK-TIPO NOT EQUAL "T"
                  AND WRK-RECORTE EQUAL SPACES
                   DISPLAY "UF/GRUPO EM BRANCO -- OPERAÇÃO "
                           "CANCELADA."
                   MOVE "N" TO WRK-CHAVE-VALIDA
               END-IF
           END-IF.
           MOVE WRK-VENDEDOR TO META-VENDEDOR.
           MOVE WRK-ANOMES   TO META-ANOMES.
           MOVE WRK-TIPO     TO META-TIPO.
           MOVE WRK-RECORTE  TO META-RECORTE.

       0220-RECEBE-VALOR  SECTION.
           DISPLAY "VALOR DA META (R$)... ".
           ACCEPT WRK-VALOR.

       0300-ALTERAR       SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF CHAVE-E-VALIDA
               READ ARQ-METAVEND
                   INVALID KEY
                       DISPLAY "META NÃO ENCONTRADA."
                   NOT INVALID KEY
                       MOVE META-VALOR TO WRK-VALOR-ED
                       DISPLAY "VALOR ATUAL... " WRK-VALOR-ED
                       PERFORM 0220-RECEBE-VALOR
                       MOVE WRK-VALOR TO META-VALOR
                       REWRITE METAVEND-REC
                       IF WRK-FS-METAVEND EQUAL "00"
                           DISPLAY "META ALTERADA."
                       ELSE
                           DISPLAY "ERRO ALTERANDO META. STATUS "
                                   WRK-FS-METAVEND
                       END-IF
               END-READ
           END-IF.

       0400-CONSULTAR     SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           IF CHAVE-E-VALIDA
               READ ARQ-METAVEND
                   INVALID KEY
                       DISPLAY "META NÃO ENCONTRADA."
                   NOT INVALID KEY
                       MOVE META-VALOR TO WRK-VALOR-ED
                       DISPLAY "VENDEDOR... " META-VENDEDOR
                       DISPLAY "MÊS... " META-ANOMES
                       DISPLAY "TIPO... " META-TIPO " " META-RECORTE
                       DISPLAY "VALOR DA META... " WRK-VALOR-ED
               END-READ
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-METAVEND.
           CLOSE ARQ-COMISTAB.

       COPY FSERROPR.
