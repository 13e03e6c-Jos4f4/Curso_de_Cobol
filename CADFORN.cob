       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFORN.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      *    ==          (ARQUIVO INDEXADO "FORNEC"), NO MESMO ESTILO DE
      *    ==          MENU DO CADFILIA: INCLUIR, ALTERAR E CONSULTAR,
      *    ==          COM O CODIGO CONFERIDO ANTES DE PEDIR O RESTO
      *    ==          DO REGISTRO. A INATIVACAO E FEITA PELO FLAG
      *    ==          FOR-ATIVO NA ALTERACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CNPJ OBRIGATORIO, SO DIGITOS, COM O DIGITO
      *==             VERIFICADOR CONFERIDO COMO NO CADFILIA. A
      *==             TRANSPORTADORA INFORMADA PRECISA EXISTIR NO
      *==             "TRANSP" (ZERO = NAO E TRANSPORTADORA).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORNEC ASSIGN TO "FORNEC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.

           SELECT ARQ-TRANSP ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-FORNEC.
           COPY FORNEC.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-CODIGO    PIC 9(06) VALUE ZEROS.
           05 WRK-NOME      PIC X(30) VALUE SPACES.
           05 WRK-CNPJ      PIC X(14) VALUE SPACES.
           05 WRK-BANCO     PIC 9(03) VALUE ZEROS.
           05 WRK-AGENCIA   PIC 9(04) VALUE ZEROS.
           05 WRK-CONTA     PIC 9(08) VALUE ZEROS.
           05 WRK-PRAZO     PIC 9(03) VALUE ZEROS.
           05 WRK-TRANSP    PIC 9(03) VALUE ZEROS.
           05 WRK-ATIVO     PIC X(01) VALUE "S".

       77  WRK-FS-FORNEC       PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP       PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
           88  OPCAO-ALTERAR            VALUE "2".
           88  OPCAO-CONSULTAR          VALUE "3".
           88  OPCAO-ENCERRAR           VALUE "4".
       77  WRK-FIM-MANUTENCAO  PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO        VALUE "S".
       77  WRK-CODIGO-EM-USO   PIC X(01) VALUE "N".
           88  CODIGO-JA-CADASTRADO     VALUE "S".
       77  WRK-TRANSP-VALIDA   PIC X(01) VALUE "N".
           88  TRANSP-E-VALIDA          VALUE "S".

      *=======VALIDACAO DO CNPJ (DIGITO VERIFICADOR, MESMAS REGRAS E
      *=======PESOS DA 0650-VALIDAR-CNPJ DO CADFILIA)
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
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CADASTRO E CRIADO NA PRIMEIRA EXECUCAO, COMO O PEDCOMP
      *=======NO CADCOMPR.
       0050-ABRIR          SECTION.
           OPEN I-O ARQ-FORNEC.
           IF WRK-FS-FORNEC EQUAL "35"
               OPEN OUTPUT ARQ-FORNEC
               CLOSE ARQ-FORNEC
               OPEN I-O ARQ-FORNEC
           END-IF.
           IF WRK-FS-FORNEC NOT EQUAL "00"
               MOVE WRK-FS-FORNEC TO UTIL-FS-CODIGO
               MOVE "FORNEC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-TRANSP.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "CADASTRO DE FORNECEDORES".
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

       0200-INCLUIR        SECTION.
           PERFORM 0205-VALIDAR-CODIGO.

           IF CODIGO-JA-CADASTRADO
               DISPLAY "CÓDIGO " WRK-CODIGO " JÁ CADASTRADO -- "
                       "INCLUSÃO CANCELADA."
           ELSE
               PERFORM 0210-RECEBE
               PERFORM 0220-MOVER-CAMPOS
               WRITE FORNEC-REC
               IF WRK-FS-FORNEC EQUAL "00"
                   DISPLAY "FORNECEDOR INCLUÍDO."
               ELSE
                   DISPLAY "ERRO GRAVANDO FORNECEDOR. STATUS "
                           WRK-FS-FORNEC
               END-IF
           END-IF.

       0205-VALIDAR-CODIGO SECTION.
           MOVE "N" TO WRK-CODIGO-EM-USO.
           DISPLAY "CÓDIGO DO FORNECEDOR... "
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CODIGO-JA-CADASTRADO TO TRUE
           END-READ.

       0210-RECEBE         SECTION.
           DISPLAY "RAZÃO SOCIAL... "
           ACCEPT WRK-NOME.
           PERFORM 0600-RECEBE-CNPJ.
           PERFORM 0230-RECEBE-BANCO.
           PERFORM 0240-RECEBE-TRANSP.
           DISPLAY "ATIVO (S/N)... "
           ACCEPT WRK-ATIVO.

       0220-MOVER-CAMPOS   SECTION.
           MOVE WRK-NOME      TO FOR-NOME.
           MOVE WRK-CNPJ      TO FOR-CNPJ.
           MOVE WRK-BANCO     TO FOR-BANCO.
           MOVE WRK-AGENCIA   TO FOR-AGENCIA.
           MOVE WRK-CONTA     TO FOR-CONTA.
           MOVE WRK-PRAZO     TO FOR-PRAZO-PAGTO.
           MOVE WRK-TRANSP    TO FOR-TRANSPORTADORA.
           MOVE WRK-ATIVO     TO FOR-ATIVO.

       0230-RECEBE-BANCO   SECTION.
           DISPLAY "BANCO... "
           ACCEPT WRK-BANCO.
           DISPLAY "AGÊNCIA... "
           ACCEPT WRK-AGENCIA.
           DISPLAY "CONTA... "
           ACCEPT WRK-CONTA.
           DISPLAY "PRAZO DE PAGAMENTO EM DIAS (DA EMISSÃO DA "
                   "NOTA)... "
           ACCEPT WRK-PRAZO.

      *=======TRANSPORTADORA QUE FATURA FRETE: O CODIGO PRECISA EXISTIR
      *=======NO CADASTRO "TRANSP"; ZERO = FORNECEDOR COMUM.
       0240-RECEBE-TRANSP  SECTION.
           MOVE "N" TO WRK-TRANSP-VALIDA.
           PERFORM 0245-PEDIR-TRANSP UNTIL TRANSP-E-VALIDA.

       0245-PEDIR-TRANSP   SECTION.
           DISPLAY "CÓDIGO DA TRANSPORTADORA (ZERO = NÃO É "
                   "TRANSPORTADORA)... "
           ACCEPT WRK-TRANSP.
           IF WRK-TRANSP EQUAL ZEROS
               SET TRANSP-E-VALIDA TO TRUE
           ELSE
               MOVE WRK-TRANSP TO TRN-CODIGO
               READ ARQ-TRANSP
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA NÃO CADASTRADA. "
                               "DIGITE NOVAMENTE."
                   NOT INVALID KEY
                       DISPLAY "TRANSPORTADORA: " TRN-NOME
                       SET TRANSP-E-VALIDA TO TRUE
               END-READ
           END-IF.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DO FORNECEDOR... "
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   DISPLAY "CÓDIGO NÃO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM 0410-MOSTRA
                   DISPLAY "--- NOVOS DADOS ---"
                   PERFORM 0210-RECEBE
                   PERFORM 0220-MOVER-CAMPOS
                   REWRITE FORNEC-REC
                   IF WRK-FS-FORNEC EQUAL "00"
                       DISPLAY "FORNECEDOR ALTERADO."
                   ELSE
                       DISPLAY "ERRO ALTERANDO FORNECEDOR. "
                               "STATUS " WRK-FS-FORNEC
                   END-IF
           END-READ.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DO FORNECEDOR... "
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   DISPLAY "CÓDIGO NÃO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM 0410-MOSTRA
           END-READ.

       0410-MOSTRA         SECTION.
           DISPLAY "CÓDIGO... " FOR-CODIGO.
           DISPLAY "RAZÃO SOCIAL... " FOR-NOME.
           DISPLAY "CNPJ... " FOR-CNPJ.
           DISPLAY "BANCO... " FOR-BANCO
                   "  AGÊNCIA... " FOR-AGENCIA
                   "  CONTA... " FOR-CONTA.
           DISPLAY "PRAZO DE PAGAMENTO (DIAS)... " FOR-PRAZO-PAGTO.
           DISPLAY "TRANSPORTADORA... " FOR-TRANSPORTADORA.
           DISPLAY "ATIVO... " FOR-ATIVO.

      *=======CNPJ SO COM DIGITOS (14), COM DIGITO VERIFICADOR
      *=======CONFERIDO; NO FORNECEDOR NAO PODE FICAR EM BRANCO.
       0600-RECEBE-CNPJ    SECTION.
           MOVE "N" TO WRK-CNPJ-VALIDO.
           PERFORM 0610-PEDIR-CNPJ UNTIL CNPJ-E-VALIDO.

       0610-PEDIR-CNPJ     SECTION.
           DISPLAY "CNPJ (SÓ DÍGITOS)... ".
           ACCEPT WRK-CNPJ.
           IF WRK-CNPJ NOT EQUAL SPACES
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
           CLOSE ARQ-FORNEC.
           CLOSE ARQ-TRANSP.

       COPY FSERROPR.
