       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBHORA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DA ADESAO AO BANCO DE HORAS (ARQUIVO
      *    ==          INDEXADO "BHADESAO"), NO MESMO ESTILO DE MENU
      *    ==          DO CADEMPR: INCLUI OU REGRAVA A ADESAO DO
      *    ==          FUNCIONARIO (DATA E SITUACAO) E CONSULTA A
      *    ==          ADESAO COM OS LOTES DO RAZAO "BCOHORAS".
      *==DATA XX/XX/2026
      *==OBSERVACOES: O RAZAO E SO CONSULTADO AQUI -- QUEM LANCA E O
      *==             APURPONT E QUEM BAIXA E A FOLHA. ENCERRAR A
      *==             ADESAO (SITUACAO "N") NAO APAGA O SALDO: OS
      *==             LOTES ABERTOS CONTINUAM VENCENDO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BHADESAO ASSIGN TO "BHADESAO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BHA-FUNCIONARIO
               FILE STATUS IS WRK-FS-BHADESAO.

           SELECT ARQ-BCOHORAS ASSIGN TO "BCOHORAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WRK-FS-BCOHORAS.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BHADESAO.
           COPY BHADESAO.

       FD  ARQ-BCOHORAS.
           COPY BCOHORAS.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BHADESAO    PIC X(02) VALUE "00".
       77  WRK-FS-BCOHORAS    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-ADESAO            VALUE "1".
           88  OPCAO-CONSULTAR         VALUE "2".
           88  OPCAO-ENCERRAR          VALUE "3".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".
       77  WRK-CODIGO         PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-VALIDO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-E-VALIDO    VALUE "S".
       77  WRK-ADESAO-EXISTE  PIC X(01) VALUE "N".
           88  ADESAO-JA-EXISTE        VALUE "S".
       77  WRK-RAZAO-ATIVO    PIC X(01) VALUE "N".
           88  RAZAO-DISPONIVEL        VALUE "S".
       77  WRK-FIM-LOTES      PIC X(01) VALUE "N".
           88  FIM-DOS-LOTES           VALUE "S".
       77  WRK-QTD-LOTES      PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ABERTO   PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-ED       PIC -ZZZZZZ9.

      *=======CAMPOS DIGITADOS DA ADESAO
       77  WRK-BHA-ADESAO     PIC X(08) VALUE SPACES.
       77  WRK-BHA-ATIVO      PIC X(01) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======A ADESAO E CRIADA NA PRIMEIRA EXECUCAO, COMO O EMPRFUNC
      *=======NO CADEMPR; SEM O RAZAO, A CONSULTA MOSTRA SO A ADESAO.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-BHADESAO.
           IF WRK-FS-BHADESAO EQUAL "35"
               OPEN OUTPUT ARQ-BHADESAO
               CLOSE ARQ-BHADESAO
               OPEN I-O ARQ-BHADESAO
           END-IF.
           IF WRK-FS-BHADESAO NOT EQUAL "00"
               MOVE WRK-FS-BHADESAO TO UTIL-FS-CODIGO
               MOVE "BHADESAO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-BCOHORAS.
           IF WRK-FS-BCOHORAS EQUAL "00"
               SET RAZAO-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "BANCO DE HORAS".
           DISPLAY "1 - ADESÃO DO FUNCIONÁRIO".
           DISPLAY "2 - CONSULTAR ADESÃO E SALDO".
           DISPLAY "3 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ADESAO
                   PERFORM 0200-ADESAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0300-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0150-RECEBE-FUNCIONARIO SECTION.
           MOVE "N" TO WRK-FUNC-VALIDO.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... ".
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FUNC-CODIGO.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   DISPLAY "FUNCIONÁRIO " WRK-CODIGO " NÃO "
                           "CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "FUNCIONÁRIO: " FUNC-NOME
                   SET FUNCIONARIO-E-VALIDO TO TRUE
           END-READ.

      *=======ADESAO: INCLUI OU REGRAVA A LINHA DO FUNCIONARIO
       0200-ADESAO        SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               MOVE "N" TO WRK-ADESAO-EXISTE
               MOVE WRK-CODIGO TO BHA-FUNCIONARIO
               READ ARQ-BHADESAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADESAO-JA-EXISTE TO TRUE
                       DISPLAY "ADESÃO ATUAL: " BHA-DATA-ADESAO
                               " SITUAÇÃO " BHA-ATIVO
               END-READ
               DISPLAY "DATA DA ADESÃO (AAAAMMDD)... "
               ACCEPT WRK-BHA-ADESAO
               DISPLAY "ATIVA (S/N)... "
               ACCEPT WRK-BHA-ATIVO
               IF WRK-BHA-ADESAO EQUAL SPACES
                  OR (WRK-BHA-ATIVO NOT EQUAL "S"
                      AND WRK-BHA-ATIVO NOT EQUAL "N")
                   DISPLAY "DADOS INVÁLIDOS -- ADESÃO NÃO GRAVADA."
               ELSE
                   PERFORM 0250-GRAVAR-ADESAO
               END-IF
           END-IF.

       0250-GRAVAR-ADESAO SECTION.
           MOVE WRK-CODIGO     TO BHA-FUNCIONARIO.
           MOVE WRK-BHA-ADESAO TO BHA-DATA-ADESAO.
           MOVE WRK-BHA-ATIVO  TO BHA-ATIVO.
           IF ADESAO-JA-EXISTE
               REWRITE BHADESAO-REC
           ELSE
               WRITE BHADESAO-REC
           END-IF.
           IF WRK-FS-BHADESAO NOT EQUAL "00"
               MOVE WRK-FS-BHADESAO TO UTIL-FS-CODIGO
               MOVE "BHADESAO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           DISPLAY "ADESÃO GRAVADA.".

      *=======CONSULTA: ADESAO E TODOS OS LOTES DO FUNCIONARIO, COM O
      *=======SALDO EM ABERTO (MINUTOS)
       0300-CONSULTAR     SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               MOVE WRK-CODIGO TO BHA-FUNCIONARIO
               READ ARQ-BHADESAO
                   INVALID KEY
                       DISPLAY "FUNCIONÁRIO SEM ADESÃO AO BANCO DE "
                               "HORAS."
                   NOT INVALID KEY
                       DISPLAY "ADESÃO EM " BHA-DATA-ADESAO
                               " SITUAÇÃO " BHA-ATIVO
               END-READ
               IF RAZAO-DISPONIVEL
                   PERFORM 0320-LISTAR-LOTES
               END-IF
           END-IF.

       0320-LISTAR-LOTES  SECTION.
           MOVE ZEROS TO WRK-QTD-LOTES.
           MOVE ZEROS TO WRK-SALDO-ABERTO.
           MOVE WRK-CODIGO TO BCH-FUNCIONARIO.
           MOVE SPACES     TO BCH-REFERENCIA.
           MOVE "N"        TO WRK-FIM-LOTES.
           START ARQ-BCOHORAS KEY NOT LESS BCH-CHAVE
               INVALID KEY
                   SET FIM-DOS-LOTES TO TRUE
           END-START.
           PERFORM 0340-LISTAR-LOTE UNTIL FIM-DOS-LOTES.
           MOVE WRK-SALDO-ABERTO TO WRK-SALDO-ED.
           DISPLAY WRK-QTD-LOTES " LOTE(S) -- SALDO EM ABERTO "
                   WRK-SALDO-ED " MIN".

       0340-LISTAR-LOTE   SECTION.
           READ ARQ-BCOHORAS NEXT
               AT END
                   SET FIM-DOS-LOTES TO TRUE
               NOT AT END
                   IF BCH-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DOS-LOTES TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LOTES
                       IF BCH-ABERTO
                           ADD BCH-SALDO-MIN TO WRK-SALDO-ABERTO
                       END-IF
                       MOVE BCH-SALDO-MIN TO WRK-SALDO-ED
                       DISPLAY BCH-REFERENCIA
                               " CRÉDITO " BCH-MIN-CREDITO
                               " DÉBITO " BCH-MIN-DEBITO
                               " SALDO " WRK-SALDO-ED
                               " SITUAÇÃO " BCH-SITUACAO
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BHADESAO.
           IF RAZAO-DISPONIVEL
               CLOSE ARQ-BCOHORAS
           END-IF.
           CLOSE ARQ-FUNCIONAR.

       COPY FSERROPR.
