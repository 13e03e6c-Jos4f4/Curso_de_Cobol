      *    ==          RECOMPILACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDO O CNPJ DA FILIAL (EMITENTE DA NOTA
      *==                ELETRONICA), SO DIGITOS, COM O DIGITO
      *==                VERIFICADOR CONFERIDO COMO NO PROGRAMA22; EM
      *==                BRANCO = FILIAL QUE NAO EMITE NOTA.
      *==   XX/XX/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *==                ALTERACOES DOS CADASTROS ("ALTCAD", ALTCADPR)
      *==                CADA CAMPO MUDADO, COM VALOR ANTIGO, VALOR
      *==                NOVO E O OPERADOR DA SESSAO ("SESSAO").
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-SESSAO  ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD  ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-CODIGO    PIC 9(02) VALUE ZEROS.
           05 WRK-CIDADE    PIC X(15) VALUE SPACES.
           05 WRK-UF        PIC X(02) VALUE SPACES.
           05 WRK-ATIVO     PIC X(01) VALUE "S".
           05 WRK-CNPJ      PIC X(14) VALUE SPACES.

       77  WRK-FS-FILIAL       PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
           88  OPCAO-ALTERAR            VALUE "2".
       77  WRK-CODIGO-EM-USO   PIC X(01) VALUE "N".
           88  CODIGO-JA-CADASTRADO     VALUE "S".

      *=======VALIDACAO DO CNPJ (DIGITO VERIFICADOR, MESMAS REGRAS E
      *=======PESOS DA 0650-VALIDAR-CNPJ DO PROGRAMA22)
       77  WRK-CNPJ-VALIDO     PIC X(01) VALUE "N".
           88  CNPJ-E-VALIDO            VALUE "S".
       01  WRK-DOC.
           05  WRK-DOC-CH     PIC X(01) OCCURS 14 TIMES.
       01  WRK-DIGITOS.
           05  WRK-DIG        PIC 9(01) OCCURS 14 TIMES.
       77  WRK-DOC-TAM         PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DV          PIC 9(02) VALUE ZEROS.
       77  WRK-FIM-DIGITOS     PIC X(01) VALUE "N".
           88  FIM-DOS-DIGITOS          VALUE "S".
       77  WRK-SOMA-DV         PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-DV        PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-DV         PIC 9(03) VALUE ZEROS.
       77  WRK-DV1             PIC 9(01) VALUE ZEROS.
       77  WRK-DV2             PIC 9(01) VALUE ZEROS.
       01  WRK-PESOS-CNPJ1.
           05  FILLER PIC X(12) VALUE "543298765432".
       01  WRK-PESOS-CNPJ1-R REDEFINES WRK-PESOS-CNPJ1.
           05  WRK-PESO-CNPJ1 PIC 9(01) OCCURS 12 TIMES.
       01  WRK-PESOS-CNPJ2.
           05  FILLER PIC X(13) VALUE "6543298765432".
       01  WRK-PESOS-CNPJ2-R REDEFINES WRK-PESOS-CNPJ2.
           05  WRK-PESO-CNPJ2 PIC 9(01) OCCURS 13 TIMES.

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.

       0050-ABRIR          SECTION.
           OPEN I-O ARQ-FILIAL.
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
           MOVE "CADFILIA" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               MOVE WRK-CIDADE    TO FIL-CIDADE
               MOVE WRK-UF        TO FIL-UF
               MOVE WRK-ATIVO     TO FIL-ATIVO
               MOVE WRK-CNPJ      TO FIL-CNPJ
               WRITE FILIAL-REC
               IF WRK-FS-FILIAL EQUAL "00"
                   DISPLAY "FILIAL INCLUÍDA."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO FILIAL. STATUS "
                           WRK-FS-FILIAL
           ACCEPT WRK-UF.
           DISPLAY "ATIVO (S/N)... "
           ACCEPT WRK-ATIVO.
           PERFORM 0600-RECEBE-CNPJ.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "FILIAL" TO UTIL-ALT-ARQUIVO.
           MOVE FIL-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DA FILIAL... "
                   DISPLAY "ATIVO ATUAL... " FIL-ATIVO
                   DISPLAY "NOVO ATIVO (S/N)... "
                   ACCEPT WRK-ATIVO
                   DISPLAY "CNPJ ATUAL... " FIL-CNPJ
                   PERFORM 0600-RECEBE-CNPJ
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-CIDADE    TO FIL-CIDADE
                   MOVE WRK-UF        TO FIL-UF
                   MOVE WRK-ATIVO     TO FIL-ATIVO
                   MOVE WRK-CNPJ      TO FIL-CNPJ
                   REWRITE FILIAL-REC
                   IF WRK-FS-FILIAL EQUAL "00"
                       DISPLAY "FILIAL ALTERADA."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO FILIAL. "
                               "STATUS " WRK-FS-FILIAL
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "FILIAL" TO UTIL-ALT-ARQUIVO.
           MOVE FIL-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "CIDADE" TO UTIL-ALT-CAMPO.
           MOVE FIL-CIDADE TO UTIL-ALT-ANTIGO.
           MOVE WRK-CIDADE TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "UF" TO UTIL-ALT-CAMPO.
           MOVE FIL-UF TO UTIL-ALT-ANTIGO.
           MOVE WRK-UF TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ATIVO" TO UTIL-ALT-CAMPO.
           MOVE FIL-ATIVO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ATIVO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "CNPJ" TO UTIL-ALT-CAMPO.
           MOVE FIL-CNPJ TO UTIL-ALT-ANTIGO.
           MOVE WRK-CNPJ TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DA FILIAL... "
           ACCEPT WRK-CODIGO.
           DISPLAY "CIDADE... " FIL-CIDADE.
           DISPLAY "UF... " FIL-UF.
           DISPLAY "ATIVO... " FIL-ATIVO.
           DISPLAY "CNPJ... " FIL-CNPJ.

      *=======CNPJ SO COM DIGITOS (14), COM DIGITO VERIFICADOR
      *=======CONFERIDO; EM BRANCO = FILIAL SEM EMISSAO DE NOTA.
       0600-RECEBE-CNPJ    SECTION.
           MOVE "N" TO WRK-CNPJ-VALIDO.
           PERFORM 0610-PEDIR-CNPJ UNTIL CNPJ-E-VALIDO.

       0610-PEDIR-CNPJ     SECTION.
           DISPLAY "CNPJ (SÓ DÍGITOS, BRANCO = NÃO EMITE NOTA)... ".
           ACCEPT WRK-CNPJ.
           IF WRK-CNPJ EQUAL SPACES
               SET CNPJ-E-VALIDO TO TRUE
           ELSE
               PERFORM 0625-MEDIR-CNPJ
               IF WRK-DOC-TAM EQUAL 14
                   PERFORM 0650-VALIDAR-CNPJ
               END-IF
           END-IF.
           IF NOT CNPJ-E-VALIDO
               DISPLAY "CNPJ INVÁLIDO. DIGITE NOVAMENTE."
           END-IF.

      *=======MEDE O PREFIXO NUMERICO E CARREGA OS DIGITOS; QUALQUER
      *=======CARACTERE QUE NAO SEJA DIGITO OU BRANCO FINAL INVALIDA.
       0625-MEDIR-CNPJ     SECTION.
           MOVE WRK-CNPJ TO WRK-DOC.
           MOVE ZEROS TO WRK-DOC-TAM.
           MOVE ZEROS TO WRK-DIGITOS.
           MOVE "N" TO WRK-FIM-DIGITOS.
           MOVE 1 TO WRK-IDX-DV.
           PERFORM 0630-MEDIR-UM UNTIL FIM-DOS-DIGITOS
                                    OR WRK-IDX-DV GREATER 14.

       0630-MEDIR-UM       SECTION.
           EVALUATE TRUE
               WHEN WRK-DOC-CH(WRK-IDX-DV) IS NUMERIC
                   ADD 1 TO WRK-DOC-TAM
                   MOVE WRK-DOC-CH(WRK-IDX-DV)
                       TO WRK-DIG(WRK-DOC-TAM)
               WHEN WRK-DOC-CH(WRK-IDX-DV) EQUAL SPACE
                   SET FIM-DOS-DIGITOS TO TRUE
               WHEN OTHER
                   MOVE ZEROS TO WRK-DOC-TAM
                   SET FIM-DOS-DIGITOS TO TRUE
           END-EVALUATE.
           ADD 1 TO WRK-IDX-DV.

      *=======DV1 COM PESOS 5,4,3,2,9,8,7,6,5,4,3,2 SOBRE OS 12
      *=======PRIMEIROS E DV2 COM 6,5,4,3,2,9,8,7,6,5,4,3,2 SOBRE OS
      *=======13 PRIMEIROS (RESTO < 2 VIRA 0).
       0650-VALIDAR-CNPJ   SECTION.
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE 1 TO WRK-IDX-DV.
           PERFORM 0652-SOMAR-CNPJ1
               UNTIL WRK-IDX-DV GREATER 12.
           DIVIDE WRK-SOMA-DV BY 11
               GIVING WRK-QUOC-DV REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV LESS 2
               MOVE ZEROS TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO-DV
           END-IF.
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE 1 TO WRK-IDX-DV.
           PERFORM 0654-SOMAR-CNPJ2
               UNTIL WRK-IDX-DV GREATER 13.
           DIVIDE WRK-SOMA-DV BY 11
               GIVING WRK-QUOC-DV REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV LESS 2
               MOVE ZEROS TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-RESTO-DV
           END-IF.
           IF WRK-DV1 EQUAL WRK-DIG(13)
              AND WRK-DV2 EQUAL WRK-DIG(14)
               SET CNPJ-E-VALIDO TO TRUE
           ELSE
               MOVE "N" TO WRK-CNPJ-VALIDO
           END-IF.

       0652-SOMAR-CNPJ1    SECTION.
           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DIG(WRK-IDX-DV)
                   * WRK-PESO-CNPJ1(WRK-IDX-DV).
           ADD 1 TO WRK-IDX-DV.

       0654-SOMAR-CNPJ2    SECTION.
           COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-DIG(WRK-IDX-DV)
                   * WRK-PESO-CNPJ2(WRK-IDX-DV).
           ADD 1 TO WRK-IDX-DV.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-FILIAL.

       COPY ALTCADPR.
