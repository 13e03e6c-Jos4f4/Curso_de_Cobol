      *==   XX/XX/2026 - INCLUIDA A CAPACIDADE DO VEICULO EM QUILOS
      *==                (ZERO = SEM LIMITE), USADA PELO MANIFESTO
      *==                POR TRANSPORTADORA DO ROMANEIO.
      *==   XX/XX/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *==                ALTERACOES DOS CADASTROS ("ALTCAD", ALTCADPR)
      *==                CADA CAMPO MUDADO, COM VALOR ANTIGO, VALOR
      *==                NOVO E O OPERADOR DA SESSAO ("SESSAO").
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-SESSAO  ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD  ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-CODIGO    PIC 9(03) VALUE ZEROS.
           05 WRK-CAPACIDADE PIC 9(07)V99 VALUE ZEROS.

       77  WRK-FS-TRANSP       PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
           88  OPCAO-ALTERAR            VALUE "2".

       0050-ABRIR          SECTION.
           OPEN I-O ARQ-TRANSP.
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
           MOVE "CADTRANS" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               WRITE TRANSP-REC
               IF WRK-FS-TRANSP EQUAL "00"
                   DISPLAY "TRANSPORTADORA INCLUÍDA."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO TRANSPORTADORA. STATUS "
                           WRK-FS-TRANSP
                   "LIMITE)... "
           ACCEPT WRK-CAPACIDADE.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "TRANSP" TO UTIL-ALT-ARQUIVO.
           MOVE TRN-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DA TRANSPORTADORA... "
           ACCEPT WRK-CODIGO.
                           TRN-CAPACIDADE-KG
                   DISPLAY "NOVA CAPACIDADE EM KG... "
                   ACCEPT WRK-CAPACIDADE
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-NOME      TO TRN-NOME
                   MOVE WRK-ATIVO     TO TRN-ATIVO
                   MOVE WRK-CAPACIDADE TO TRN-CAPACIDADE-KG
                   REWRITE TRANSP-REC
                   IF WRK-FS-TRANSP EQUAL "00"
                       DISPLAY "TRANSPORTADORA ALTERADA."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO TRANSPORTADORA. "
                               "STATUS " WRK-FS-TRANSP
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "TRANSP" TO UTIL-ALT-ARQUIVO.
           MOVE TRN-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "NOME" TO UTIL-ALT-CAMPO.
           MOVE TRN-NOME TO UTIL-ALT-ANTIGO.
           MOVE WRK-NOME TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ATIVO" TO UTIL-ALT-CAMPO.
           MOVE TRN-ATIVO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ATIVO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "CAPACIDADE-KG" TO UTIL-ALT-CAMPO.
           MOVE TRN-CAPACIDADE-KG TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-CAPACIDADE TO UTIL-ALT-NUM-NOVO.
           PERFORM 9320-COMPARA-NUMERO.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DA TRANSPORTADORA... "
           ACCEPT WRK-CODIGO.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-TRANSP.

       COPY ALTCADPR.
