       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVINVEN.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LIVRO DE REGISTRO DE INVENTARIO: DADO O MES
      *    ==          (AAAAMM), LE A FOTO DO ESTOQUE GRAVADA PELO
      *    ==          FOTOEST NO "ESTFOTO" E EMITE NO ARQUIVO
      *    ==          "LIVINVEN" O ESTOQUE DE FIM DE MES POR FILIAL:
      *    ==          PRODUTO, DESCRICAO, UNIDADE, QUANTIDADE, CUSTO
      *    ==          UNITARIO E VALOR TOTAL, COM O TOTAL DA FILIAL E
      *    ==          O TOTAL GERAL -- A RESPOSTA PARA "QUANTO VALIA
      *    ==          O ESTOQUE EM 31 DE DEZEMBRO?" MESMO DEPOIS DE
      *    ==          JANEIRO LANCADO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO SAI PRODUTO COM SALDO NA FOTO (O DETALHE POR
      *==             LOTE FICA NA CONSULTA CONSFOTO). CUSTO UNITARIO
      *==             = CUSTO MEDIO DO DIA DA FOTO. SEM O CADASTRO DE
      *==             PRODUTOS OU DE FILIAIS, A DESCRICAO/UNIDADE E O
      *==             NOME DA FILIAL SAEM EM BRANCO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTFOTO   ASSIGN TO "ESTFOTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CHAVE
               FILE STATUS IS WRK-FS-ESTFOTO.

           SELECT ARQ-PRODUTO   ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-FILIAL    ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-LIVINVEN  ASSIGN TO "LIVINVEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVINVEN.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ESTFOTO.
           COPY ESTFOTO.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-LIVINVEN.
       01  LIVINVEN-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ESTFOTO     PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL      PIC X(02) VALUE "00".
       77  WRK-FS-LIVINVEN    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-DATA-FOTO      PIC X(08) VALUE SPACES.
       77  WRK-FIM-FOTO       PIC X(01) VALUE "N".
           88  FIM-DA-FOTO             VALUE "S".
       77  WRK-PRODUTO-ATIVO  PIC X(01) VALUE "N".
           88  CADASTRO-PRODUTO-ATIVO   VALUE "S".
       77  WRK-FILIAL-ATIVO   PIC X(01) VALUE "N".
           88  CADASTRO-FILIAL-ATIVO    VALUE "S".

       77  WRK-FILIAL-ATUAL   PIC 9(02) VALUE 99.
       77  WRK-PRIMEIRA-FIL   PIC X(01) VALUE "S".
           88  PRIMEIRA-FILIAL          VALUE "S".
       77  WRK-DESCRICAO      PIC X(30) VALUE SPACES.
       77  WRK-UNIDADE        PIC X(03) VALUE SPACES.
       77  WRK-NOME-FILIAL    PIC X(15) VALUE SPACES.
       77  WRK-UF-FILIAL      PIC X(02) VALUE SPACES.
       77  WRK-CNPJ-FILIAL    PIC X(14) VALUE SPACES.

       77  WRK-QTD-ITENS-FIL  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ITENS      PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-FILIAL   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL    PIC 9(10)V99 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO LIVRO
       77  WRK-QTD-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-CUSTO-ED       PIC Z.ZZZ.ZZ9,9999.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-POSICIONAR.
           PERFORM 0150-EMITIR-ITEM UNTIL FIM-DA-FOTO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           DISPLAY "MÊS DO INVENTÁRIO (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT  ARQ-ESTFOTO.
           IF WRK-FS-ESTFOTO NOT EQUAL "00"
               MOVE WRK-FS-ESTFOTO TO UTIL-FS-CODIGO
               MOVE "ESTFOTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-LIVINVEN.
           IF WRK-FS-LIVINVEN NOT EQUAL "00"
               MOVE WRK-FS-LIVINVEN TO UTIL-FS-CODIGO
               MOVE "LIVINVEN"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT  ARQ-PRODUTO.
           IF WRK-FS-PRODUTO EQUAL "00"
               SET CADASTRO-PRODUTO-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE PRODUTOS INDISPONÍVEL (STATUS "
                       WRK-FS-PRODUTO ") -- DESCRIÇÃO EM BRANCO."
           END-IF.
           OPEN INPUT  ARQ-FILIAL.
           IF WRK-FS-FILIAL EQUAL "00"
               SET CADASTRO-FILIAL-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE FILIAIS INDISPONÍVEL (STATUS "
                       WRK-FS-FILIAL ") -- FILIAL SEM NOME."
           END-IF.

       0100-POSICIONAR    SECTION.
           MOVE LOW-VALUES         TO FOT-CHAVE.
           MOVE WRK-MES-REFERENCIA TO FOT-MES.
           START ARQ-ESTFOTO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   SET FIM-DA-FOTO TO TRUE
           END-START.
           IF NOT FIM-DA-FOTO
               PERFORM 0120-LER-FOTO
           END-IF.
           IF FIM-DA-FOTO
               MOVE SPACES TO LIVINVEN-LINHA
               STRING "LIVRO DE REGISTRO DE INVENTARIO - MES "
                      WRK-MES-REFERENCIA
                   DELIMITED BY SIZE INTO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "=" TO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "NAO HA FOTO DO ESTOQUE PARA O MES INFORMADO."
                   TO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               MOVE FOT-DATA TO WRK-DATA-FOTO
               MOVE SPACES TO LIVINVEN-LINHA
               STRING "LIVRO DE REGISTRO DE INVENTARIO - MES "
                      WRK-MES-REFERENCIA
                      " - ESTOQUE EXISTENTE EM "
                      WRK-DATA-FOTO(7:2) "/" WRK-DATA-FOTO(5:2) "/"
                      WRK-DATA-FOTO(1:4)
                   DELIMITED BY SIZE INTO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "=" TO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

      *=======SO INTERESSA O REGISTRO DO PRODUTO (LOTE EM BRANCO) COM
      *=======SALDO; A FOTO ACABA QUANDO O MES MUDA.
       0120-LER-FOTO      SECTION.
           READ ARQ-ESTFOTO NEXT RECORD
               AT END
                   SET FIM-DA-FOTO TO TRUE
               NOT AT END
                   IF FOT-MES NOT EQUAL WRK-MES-REFERENCIA
                       SET FIM-DA-FOTO TO TRUE
                   END-IF
           END-READ.

       0150-EMITIR-ITEM   SECTION.
           IF FOT-LOTE EQUAL SPACES
              AND FOT-SALDO GREATER ZEROS
               IF FOT-FILIAL NOT EQUAL WRK-FILIAL-ATUAL
                   IF NOT PRIMEIRA-FILIAL
                       PERFORM 0300-TOTAL-FILIAL
                   END-IF
                   MOVE "N" TO WRK-PRIMEIRA-FIL
                   MOVE FOT-FILIAL TO WRK-FILIAL-ATUAL
                   PERFORM 0200-CABECALHO-FILIAL
               END-IF
               PERFORM 0250-LINHA-PRODUTO
           END-IF.
           PERFORM 0120-LER-FOTO.

       0200-CABECALHO-FILIAL SECTION.
           MOVE SPACES TO WRK-NOME-FILIAL.
           MOVE SPACES TO WRK-UF-FILIAL.
           MOVE SPACES TO WRK-CNPJ-FILIAL.
           IF CADASTRO-FILIAL-ATIVO
               MOVE FOT-FILIAL TO FIL-CODIGO
               READ ARQ-FILIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-CIDADE TO WRK-NOME-FILIAL
                       MOVE FIL-UF     TO WRK-UF-FILIAL
                       MOVE FIL-CNPJ   TO WRK-CNPJ-FILIAL
               END-READ
           END-IF.
           MOVE SPACES TO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVINVEN-LINHA.
           STRING "FILIAL " FOT-FILIAL " - " WRK-NOME-FILIAL
                  " " WRK-UF-FILIAL "  CNPJ " WRK-CNPJ-FILIAL
               DELIMITED BY SIZE INTO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVINVEN-LINHA.
           STRING "PRODUTO    DESCRICAO                      UN "
                  "    QUANTIDADE     CUSTO UNITARIO"
                  "          VALOR TOTAL"
               DELIMITED BY SIZE INTO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0250-LINHA-PRODUTO SECTION.
           MOVE SPACES TO WRK-DESCRICAO.
           MOVE SPACES TO WRK-UNIDADE.
           IF CADASTRO-PRODUTO-ATIVO
               MOVE FOT-PRODUTO TO PROD-CODIGO
               READ ARQ-PRODUTO
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***" TO WRK-DESCRICAO
                   NOT INVALID KEY
                       MOVE PROD-DESCRICAO TO WRK-DESCRICAO
                       MOVE PROD-UNIDADE   TO WRK-UNIDADE
               END-READ
           END-IF.
           MOVE FOT-SALDO       TO WRK-QTD-ED.
           MOVE FOT-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE FOT-VALOR       TO WRK-VALOR-ED.
           MOVE SPACES TO LIVINVEN-LINHA.
           STRING FOT-PRODUTO
                  " " WRK-DESCRICAO
                  " " WRK-UNIDADE
                  " " WRK-QTD-ED
                  "    " WRK-CUSTO-ED
                  "    " WRK-VALOR-ED
               DELIMITED BY SIZE INTO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1         TO WRK-QTD-ITENS-FIL.
           ADD 1         TO WRK-QTD-ITENS.
           ADD FOT-VALOR TO WRK-VALOR-FILIAL.
           ADD FOT-VALOR TO WRK-VALOR-TOTAL.

       0300-TOTAL-FILIAL  SECTION.
           MOVE ALL "-" TO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-FILIAL TO WRK-VALOR-ED.
           MOVE SPACES TO LIVINVEN-LINHA.
           STRING "TOTAL DA FILIAL " WRK-FILIAL-ATUAL
                  " (" WRK-QTD-ITENS-FIL " ITENS)"
                  "                                 "
                  "           " WRK-VALOR-ED
               DELIMITED BY SIZE INTO LIVINVEN-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-ITENS-FIL.
           MOVE ZEROS TO WRK-VALOR-FILIAL.

       0800-GRAVAR-LINHA  SECTION.
           WRITE LIVINVEN-LINHA.
           IF WRK-FS-LIVINVEN NOT EQUAL "00"
               MOVE WRK-FS-LIVINVEN TO UTIL-FS-CODIGO
               MOVE "LIVINVEN"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           IF NOT PRIMEIRA-FILIAL
               PERFORM 0300-TOTAL-FILIAL
               MOVE ALL "=" TO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED
               MOVE SPACES TO LIVINVEN-LINHA
               STRING "TOTAL GERAL DO INVENTARIO (" WRK-QTD-ITENS
                      " ITENS)"
                      "                                     "
                      "           " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO LIVINVEN-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE ARQ-ESTFOTO.
           CLOSE ARQ-LIVINVEN.
           IF CADASTRO-PRODUTO-ATIVO
               CLOSE ARQ-PRODUTO
           END-IF.
           IF CADASTRO-FILIAL-ATIVO
               CLOSE ARQ-FILIAL
           END-IF.
           DISPLAY "LIVRO DE INVENTÁRIO DE " WRK-MES-REFERENCIA
                   " GRAVADO EM LIVINVEN.".
           DISPLAY "ITENS INVENTARIADOS...... " WRK-QTD-ITENS.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY "VALOR TOTAL.............. " WRK-VALOR-ED.

       COPY FSERROPR.
