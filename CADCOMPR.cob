      *    ==          NUMERO DE CADA ENTRADA.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - O FORNECEDOR PASSA A SER O CODIGO DO CADASTRO
      *==                "FORNEC" (CADFORN), CONFERIDO NA INCLUSAO --
      *==                SO ACEITA FORNECEDOR ATIVO -- EM VEZ DO NOME
      *==                DIGITADO; A RAZAO SOCIAL VEM DO CADASTRO. A
      *==                CONSULTA MOSTRA TAMBEM O JA FATURADO.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-FORNEC   ASSIGN TO "FORNEC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-FORNEC.
           COPY FORNEC.

       FD  ARQ-PARAMETR.
           COPY PARM.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDCOMP     PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
       77  WRK-FS-FORNEC      PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
           COPY FSERRO.

           88  FIM-DO-MENU             VALUE "S".

       77  WRK-NUMERO         PIC 9(06) VALUE ZEROS.
       77  WRK-COD-FORNECEDOR PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR     PIC X(20) VALUE SPACES.
       77  WRK-PRODUTO        PIC X(10) VALUE SPACES.
       77  WRK-FILIAL         PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ-ATUAL      PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO-OK     PIC X(01) VALUE "N".
           88  PRODUTO-E-VALIDO        VALUE "S".
       77  WRK-FORNECEDOR-OK  PIC X(01) VALUE "N".
           88  FORNECEDOR-E-VALIDO     VALUE "S".

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           OPEN INPUT ARQ-FORNEC.
           IF WRK-FS-FORNEC NOT EQUAL "00"
               MOVE WRK-FS-FORNEC  TO UTIL-FS-CODIGO
               MOVE "FORNEC"       TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O   ARQ-PARAMETR.

       0100-MENU          SECTION.

       0200-INCLUIR       SECTION.
           PERFORM 0220-RECEBE-DADOS.
           IF PRODUTO-E-VALIDO AND FORNECEDOR-E-VALIDO
               PERFORM 0250-PROXIMO-NUMERO
               MOVE WRK-NUMERO        TO PCO-NUMERO
               MOVE WRK-COD-FORNECEDOR TO PCO-COD-FORNECEDOR
               MOVE WRK-FORNECEDOR    TO PCO-FORNECEDOR
               MOVE WRK-PRODUTO       TO PCO-PRODUTO
               MOVE WRK-FILIAL        TO PCO-FILIAL
               MOVE WRK-QUANTIDADE    TO PCO-QTD-PEDIDA
               MOVE ZEROS             TO PCO-QTD-RECEBIDA
               MOVE ZEROS             TO PCO-QTD-FATURADA
               MOVE WRK-CUSTO         TO PCO-CUSTO-ACORDADO
               ACCEPT PCO-DATA-EMISSAO FROM DATE YYYYMMDD
               MOVE WRK-DATA-PREVISTA TO PCO-DATA-PREVISTA
           END-IF.

       0220-RECEBE-DADOS  SECTION.
           MOVE "N" TO WRK-FORNECEDOR-OK.
           DISPLAY "CÓDIGO DO FORNECEDOR... ".
           ACCEPT WRK-COD-FORNECEDOR.
           MOVE WRK-COD-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-COD-FORNECEDOR
                           " NÃO CADASTRADO -- PEDIDO NÃO GRAVADO."
               NOT INVALID KEY
                   IF FOR-ATIVO EQUAL "S"
                       DISPLAY "FORNECEDOR: " FOR-NOME
                       MOVE FOR-NOME TO WRK-FORNECEDOR
                       SET FORNECEDOR-E-VALIDO TO TRUE
                   ELSE
                       DISPLAY "FORNECEDOR " WRK-COD-FORNECEDOR
                               " INATIVO -- PEDIDO NÃO GRAVADO."
                   END-IF
           END-READ.
           MOVE "N" TO WRK-PRODUTO-OK.
           DISPLAY "CÓDIGO DO PRODUTO... ".
           ACCEPT WRK-PRODUTO.
               INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA NÃO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR... " PCO-COD-FORNECEDOR
                           " " PCO-FORNECEDOR
                   DISPLAY "PRODUTO... " PCO-PRODUTO
                           "  FILIAL... " PCO-FILIAL
                   DISPLAY "PEDIDO... " PCO-QTD-PEDIDA
                           "  RECEBIDO... " PCO-QTD-RECEBIDA
                   DISPLAY "FATURADO... " PCO-QTD-FATURADA
                   DISPLAY "CUSTO ACORDADO... " PCO-CUSTO-ACORDADO
                   DISPLAY "PREVISTA... " PCO-DATA-PREVISTA
                           "  SITUAÇÃO... " PCO-SITUACAO
       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDCOMP.
           CLOSE ARQ-PRODUTO.
           CLOSE ARQ-FORNEC.
           CLOSE ARQ-PARAMETR.

       COPY FSERROPR.
