      *==                CENTIMETROS (COMPRIMENTO X LARGURA X
      *==                ALTURA), USADAS PELO PESO CUBADO DO FRETE
      *==                POR PESO NO PROGRAMA11. ZERO = SEM CUBAGEM.
      *==   XX/XX/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *==                ALTERACOES DOS CADASTROS ("ALTCAD", ALTCADPR)
      *==                CADA CAMPO MUDADO, COM VALOR ANTIGO, VALOR
      *==                NOVO E O OPERADOR DA SESSAO ("SESSAO").
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-SESSAO  ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD  ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-CODIGO    PIC X(10) VALUE SPACES.
           05 WRK-ALTURA    PIC 9(03)V99 VALUE ZEROS.

       77  WRK-FS-PRODUTO      PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
           88  OPCAO-ALTERAR            VALUE "2".

       0050-ABRIR          SECTION.
           OPEN I-O ARQ-PRODUTO.
      *=======O OPERADOR DO DIARIO DE ALTERACOES VEM DO SIGN-ON DA
      *=======SESSAO (ARQUIVO "SESSAO"); SEM SESSAO ASSINADA, CAI NO
      *=======PEDIDO MANUAL.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "SEM SESSÃO ASSINADA. OPERADOR... "
               ACCEPT WRK-OPERADOR
           ELSE
               DISPLAY "OPERADOR DA SESSÃO: " WRK-OPERADOR
           END-IF.
           MOVE "CADPROD" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               WRITE PRODUTO-REC
               IF WRK-FS-PRODUTO EQUAL "00"
                   DISPLAY "PRODUTO INCLUÍDO."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO PRODUTO. STATUS "
                           WRK-FS-PRODUTO
           DISPLAY "ALTURA EM CM... "
           ACCEPT WRK-ALTURA.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "PRODUTO" TO UTIL-ALT-ARQUIVO.
           MOVE PROD-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DO PRODUTO... "
           ACCEPT WRK-CODIGO.
                   ACCEPT WRK-LARGURA
                   DISPLAY "NOVA ALTURA EM CM... "
                   ACCEPT WRK-ALTURA
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-DESCRICAO TO PROD-DESCRICAO
                   MOVE WRK-UNIDADE   TO PROD-UNIDADE
                   MOVE WRK-ATIVO     TO PROD-ATIVO
                   REWRITE PRODUTO-REC
                   IF WRK-FS-PRODUTO EQUAL "00"
                       DISPLAY "PRODUTO ALTERADO."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO PRODUTO. STATUS "
                               WRK-FS-PRODUTO
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "PRODUTO" TO UTIL-ALT-ARQUIVO.
           MOVE PROD-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "DESCRICAO" TO UTIL-ALT-CAMPO.
           MOVE PROD-DESCRICAO TO UTIL-ALT-ANTIGO.
           MOVE WRK-DESCRICAO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "UNIDADE" TO UTIL-ALT-CAMPO.
           MOVE PROD-UNIDADE TO UTIL-ALT-ANTIGO.
           MOVE WRK-UNIDADE TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ATIVO" TO UTIL-ALT-CAMPO.
           MOVE PROD-ATIVO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ATIVO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "COMPRIMENTO" TO UTIL-ALT-CAMPO.
           MOVE PROD-COMPRIMENTO TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-COMPRIMENTO TO UTIL-ALT-NUM-NOVO.
           PERFORM 9320-COMPARA-NUMERO.
           MOVE "LARGURA" TO UTIL-ALT-CAMPO.
           MOVE PROD-LARGURA TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-LARGURA TO UTIL-ALT-NUM-NOVO.
           PERFORM 9320-COMPARA-NUMERO.
           MOVE "ALTURA" TO UTIL-ALT-CAMPO.
           MOVE PROD-ALTURA TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-ALTURA TO UTIL-ALT-NUM-NOVO.
           PERFORM 9320-COMPARA-NUMERO.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DO PRODUTO... "
           ACCEPT WRK-CODIGO.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-PRODUTO.

       COPY ALTCADPR.
