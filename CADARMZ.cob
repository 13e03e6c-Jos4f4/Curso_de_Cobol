       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADARMZ.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DOS ENDERECOS DE ARMAZENAGEM POR
      *    ==          FILIAL + PRODUTO (+ LOTE, PARA OS ITENS FEFO
      *    ==          DO "ESTLOTES") -- ARQUIVO INDEXADO "ENDARMZ" --
      *    ==          NO MESMO ESTILO DE MENU DO CADENDER: INCLUIR,
      *    ==          ALTERAR E CONSULTAR, COM A FILIAL CONFERIDA NA
      *    ==          TABELA "FILIAL", O PRODUTO NO CADASTRO
      *    ==          "PRODUTO" E O LOTE NO "ESTLOTES" ANTES DE
      *    ==          GRAVAR. A INATIVACAO E PELO FLAG ARM-ATIVO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: LOTE EM BRANCO = ENDERECO DO PRODUTO, USADO
      *==             PARA TODO LOTE SEM ENDERECO PROPRIO. SEM A
      *==             TABELA DE FILIAIS OU SEM O SALDO POR LOTE, O
      *==             CODIGO E ACEITO SEM CONFERENCIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENDARMZ  ASSIGN TO "ENDARMZ"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARM-CHAVE
               FILE STATUS IS WRK-FS-ENDARMZ.

           SELECT ARQ-FILIAL   ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-PRODUTO  ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-ESTLOTES ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ENDARMZ.
           COPY ENDARMZ.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-ESTLOTES.
           COPY ESTLOTES.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ENDARMZ     PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL      PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
       77  WRK-FS-ESTLOTES    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR           VALUE "1".
           88  OPCAO-ALTERAR           VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".

       77  WRK-FILIAL-ATIVO   PIC X(01) VALUE "N".
           88  TABELA-FILIAL-ATIVA     VALUE "S".
       77  WRK-LOTES-ATIVO    PIC X(01) VALUE "N".
           88  CONTROLE-LOTES-ATIVO    VALUE "S".

       77  WRK-FILIAL         PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO        PIC X(10) VALUE SPACES.
       77  WRK-LOTE           PIC X(10) VALUE SPACES.
       77  WRK-CORREDOR       PIC X(03) VALUE SPACES.
       77  WRK-PRATELEIRA     PIC X(03) VALUE SPACES.
       77  WRK-NIVEL          PIC X(02) VALUE SPACES.
       77  WRK-ATIVO          PIC X(01) VALUE "S".
       77  WRK-CHAVE-VALIDA   PIC X(01) VALUE "N".
           88  CHAVE-E-VALIDA          VALUE "S".
       77  WRK-LOCAL-VALIDO   PIC X(01) VALUE "N".
           88  LOCAL-E-VALIDO          VALUE "S".

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CADASTRO DE ENDERECOS E CRIADO PELO PROPRIO PROGRAMA
      *=======NA PRIMEIRA EXECUCAO, COMO O CLIENDER NO CADENDER.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-ENDARMZ.
           IF WRK-FS-ENDARMZ EQUAL "35"
               OPEN OUTPUT ARQ-ENDARMZ
               CLOSE ARQ-ENDARMZ
               OPEN I-O ARQ-ENDARMZ
           END-IF.
           IF WRK-FS-ENDARMZ NOT EQUAL "00"
               MOVE WRK-FS-ENDARMZ TO UTIL-FS-CODIGO
               MOVE "ENDARMZ"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           IF WRK-FS-PRODUTO NOT EQUAL "00"
               MOVE WRK-FS-PRODUTO TO UTIL-FS-CODIGO
               MOVE "PRODUTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FILIAL.
           IF WRK-FS-FILIAL EQUAL "00"
               SET TABELA-FILIAL-ATIVA TO TRUE
           ELSE
               DISPLAY "TABELA DE FILIAIS INDISPONÍVEL (STATUS "
                       WRK-FS-FILIAL ") -- FILIAL SEM CONFERÊNCIA."
           END-IF.
           OPEN INPUT ARQ-ESTLOTES.
           IF WRK-FS-ESTLOTES EQUAL "00"
               SET CONTROLE-LOTES-ATIVO TO TRUE
           ELSE
               DISPLAY "SALDO POR LOTE INDISPONÍVEL (STATUS "
                       WRK-FS-ESTLOTES ") -- LOTE SEM CONFERÊNCIA."
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "ENDEREÇOS DE ARMAZENAGEM (CORREDOR/PRATELEIRA/"
                   "NÍVEL)".
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
           PERFORM 0210-RECEBE-CHAVE.
           IF CHAVE-E-VALIDA
               MOVE WRK-FILIAL  TO ARM-FILIAL
               MOVE WRK-PRODUTO TO ARM-PRODUTO
               MOVE WRK-LOTE    TO ARM-LOTE
               READ ARQ-ENDARMZ
                   INVALID KEY
                       PERFORM 0220-RECEBE-DADOS
                       PERFORM 0250-GRAVAR
                   NOT INVALID KEY
                       DISPLAY "ENDEREÇO DO PRODUTO " WRK-PRODUTO
                               " LOTE " WRK-LOTE " NA FILIAL "
                               WRK-FILIAL " JÁ CADASTRADO -- "
                               "INCLUSÃO CANCELADA."
               END-READ
           END-IF.

      *=======FILIAL, PRODUTO E LOTE PRECISAM EXISTIR NOS CADASTROS;
      *=======O LOTE EM BRANCO E O ENDERECO DO PRODUTO.
       0210-RECEBE-CHAVE  SECTION.
           MOVE "N" TO WRK-CHAVE-VALIDA.
           DISPLAY "FILIAL... ".
           ACCEPT WRK-FILIAL.
           DISPLAY "CÓDIGO DO PRODUTO... ".
           ACCEPT WRK-PRODUTO.
           DISPLAY "LOTE (EM BRANCO = TODOS OS LOTES)... ".
           ACCEPT WRK-LOTE.
           SET CHAVE-E-VALIDA TO TRUE.
           IF TABELA-FILIAL-ATIVA
               MOVE WRK-FILIAL TO FIL-CODIGO
               READ ARQ-FILIAL
                   INVALID KEY
                       DISPLAY "FILIAL " WRK-FILIAL
                               " NÃO CADASTRADA."
                       MOVE "N" TO WRK-CHAVE-VALIDA
               END-READ
           END-IF.
           IF CHAVE-E-VALIDA
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ ARQ-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO " WRK-PRODUTO
                               " NÃO CADASTRADO."
                       MOVE "N" TO WRK-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "PRODUTO: " PROD-DESCRICAO
               END-READ
           END-IF.
           IF CHAVE-E-VALIDA
              AND WRK-LOTE NOT EQUAL SPACES
              AND CONTROLE-LOTES-ATIVO
               MOVE WRK-FILIAL  TO LOT-FILIAL
               MOVE WRK-PRODUTO TO LOT-PRODUTO
               MOVE WRK-LOTE    TO LOT-NUMERO
               READ ARQ-ESTLOTES
                   INVALID KEY
                       DISPLAY "LOTE " WRK-LOTE " DO PRODUTO "
                               WRK-PRODUTO " NÃO EXISTE NA FILIAL "
                               WRK-FILIAL "."
                       MOVE "N" TO WRK-CHAVE-VALIDA
                   NOT INVALID KEY
                       DISPLAY "VALIDADE DO LOTE: " LOT-VALIDADE
               END-READ
           END-IF.

       0220-RECEBE-DADOS  SECTION.
           MOVE "N" TO WRK-LOCAL-VALIDO.
           PERFORM 0230-RECEBE-LOCAL UNTIL LOCAL-E-VALIDO.
           DISPLAY "ATIVO (S/N)... ".
           ACCEPT WRK-ATIVO.

       0230-RECEBE-LOCAL  SECTION.
           DISPLAY "CORREDOR (3 POSIÇÕES)... ".
           ACCEPT WRK-CORREDOR.
           DISPLAY "PRATELEIRA (3 POSIÇÕES)... ".
           ACCEPT WRK-PRATELEIRA.
           DISPLAY "NÍVEL (2 POSIÇÕES)... ".
           ACCEPT WRK-NIVEL.
           IF WRK-CORREDOR EQUAL SPACES
              OR WRK-PRATELEIRA EQUAL SPACES
              OR WRK-NIVEL EQUAL SPACES
               DISPLAY "CORREDOR, PRATELEIRA E NÍVEL SÃO "
                       "OBRIGATÓRIOS. DIGITE NOVAMENTE."
           ELSE
               SET LOCAL-E-VALIDO TO TRUE
           END-IF.

       0250-GRAVAR        SECTION.
           MOVE WRK-FILIAL     TO ARM-FILIAL.
           MOVE WRK-PRODUTO    TO ARM-PRODUTO.
           MOVE WRK-LOTE       TO ARM-LOTE.
           MOVE WRK-CORREDOR   TO ARM-CORREDOR.
           MOVE WRK-PRATELEIRA TO ARM-PRATELEIRA.
           MOVE WRK-NIVEL      TO ARM-NIVEL.
           MOVE WRK-ATIVO      TO ARM-ATIVO.
           WRITE ENDARMZ-REC.
           IF WRK-FS-ENDARMZ EQUAL "00"
               DISPLAY "ENDEREÇO INCLUÍDO."
           ELSE
               DISPLAY "ERRO GRAVANDO ENDEREÇO. STATUS "
                       WRK-FS-ENDARMZ
           END-IF.

       0300-ALTERAR       SECTION.
           PERFORM 0310-RECEBE-CONSULTA.
           READ ARQ-ENDARMZ
               INVALID KEY
                   DISPLAY "ENDEREÇO NÃO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "CORREDOR ATUAL... " ARM-CORREDOR
                   DISPLAY "PRATELEIRA ATUAL... " ARM-PRATELEIRA
                   DISPLAY "NÍVEL ATUAL... " ARM-NIVEL
                   DISPLAY "ATIVO ATUAL... " ARM-ATIVO
                   PERFORM 0220-RECEBE-DADOS
                   MOVE WRK-CORREDOR   TO ARM-CORREDOR
                   MOVE WRK-PRATELEIRA TO ARM-PRATELEIRA
                   MOVE WRK-NIVEL      TO ARM-NIVEL
                   MOVE WRK-ATIVO      TO ARM-ATIVO
                   REWRITE ENDARMZ-REC
                   IF WRK-FS-ENDARMZ EQUAL "00"
                       DISPLAY "ENDEREÇO ALTERADO."
                   ELSE
                       DISPLAY "ERRO ALTERANDO ENDEREÇO. STATUS "
                               WRK-FS-ENDARMZ
                   END-IF
           END-READ.

       0310-RECEBE-CONSULTA SECTION.
           DISPLAY "FILIAL... ".
           ACCEPT WRK-FILIAL.
           DISPLAY "CÓDIGO DO PRODUTO... ".
           ACCEPT WRK-PRODUTO.
           DISPLAY "LOTE (EM BRANCO = ENDEREÇO DO PRODUTO)... ".
           ACCEPT WRK-LOTE.
           MOVE WRK-FILIAL  TO ARM-FILIAL.
           MOVE WRK-PRODUTO TO ARM-PRODUTO.
           MOVE WRK-LOTE    TO ARM-LOTE.

       0400-CONSULTAR     SECTION.
           PERFORM 0310-RECEBE-CONSULTA.
           READ ARQ-ENDARMZ
               INVALID KEY
                   DISPLAY "ENDEREÇO NÃO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "FILIAL... " ARM-FILIAL
                           "  PRODUTO... " ARM-PRODUTO
                           "  LOTE... " ARM-LOTE
                   DISPLAY "CORREDOR... " ARM-CORREDOR
                           "  PRATELEIRA... " ARM-PRATELEIRA
                           "  NÍVEL... " ARM-NIVEL
                           "  ATIVO... " ARM-ATIVO
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-ENDARMZ.
           CLOSE ARQ-PRODUTO.
           IF TABELA-FILIAL-ATIVA
               CLOSE ARQ-FILIAL
           END-IF.
           IF CONTROLE-LOTES-ATIVO
               CLOSE ARQ-ESTLOTES
           END-IF.

       COPY FSERROPR.
