       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELALT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO DIARIO DAS ALTERACOES DE CAMPOS
      *    ==          SENSIVEIS DOS CADASTROS (CONTA BANCARIA E
      *    ==          SALARIO DE FUNCIONARIO, LIMITE E BLOQUEIO DE
      *    ==          CREDITO DE CLIENTE, TAXAS DA TABELA DE FRETE
      *    ==          POR UF, NIVEL, SENHA E BLOQUEIO DE OPERADOR),
      *    ==          LIDAS DO DIARIO DE ALTERACOES "ALTCAD" COM A
      *    ==          DATA DO DIA: UMA LINHA POR CAMPO COM HORA,
      *    ==          OPERADOR, ARQUIVO, CHAVE, VALOR ANTIGO E VALOR
      *    ==          NOVO, PARA A CONFERENCIA DIARIA DE QUEM MEXEU
      *    ==          NO QUE PAGA OU RECEBE DINHEIRO. RODADO NO
      *    ==          FECHADIA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO LEITURA. SEM O DIARIO (NENHUMA ALTERACAO
      *==             GRAVADA AINDA) O RELATORIO SAI VAZIO, COM OS
      *==             TOTAIS ZERADOS.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

           SELECT ARQ-RELALT   ASSIGN TO "RELALT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELALT.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       FD  ARQ-RELALT.
       01  RELALT-LINHA        PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ALTCAD      PIC X(02) VALUE "00".
       77  WRK-FS-RELALT      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-ALTCAD     PIC X(01) VALUE "N".
           88  FIM-DO-ALTCAD           VALUE "S".
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

       77  WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DO-DIA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SENSIVEIS  PIC 9(07) VALUE ZEROS.

      *=======LINHA DE DETALHE DO RELATORIO (132 COLUNAS)
       01  WRK-LINHA-DET.
           05  DET-HORA           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-OPERADOR       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-ARQUIVO        PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-CHAVE          PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-CAMPO          PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-ANTIGO         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  DET-NOVO           PIC X(30).
           05  FILLER             PIC X(04) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0150-SELECIONAR UNTIL FIM-DO-ALTCAD.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-ALTCAD.
           IF WRK-FS-ALTCAD EQUAL "35"
               SET FIM-DO-ALTCAD TO TRUE
           ELSE
               IF WRK-FS-ALTCAD NOT EQUAL "00"
                   MOVE WRK-FS-ALTCAD TO UTIL-FS-CODIGO
                   MOVE "ALTCAD"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELALT.
           IF WRK-FS-RELALT NOT EQUAL "00"
               MOVE WRK-FS-RELALT TO UTIL-FS-CODIGO
               MOVE "RELALT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RELALT-LINHA.
           STRING "ALTERACOES DE CAMPOS SENSIVEIS DOS CADASTROS - "
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELALT-LINHA.
           STRING "HORA     OPERADOR ARQUIVO    CHAVE"
                  "                CAMPO            VALOR ANTIGO"
                  "                   VALOR NOVO"
               DELIMITED BY SIZE INTO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF NOT FIM-DO-ALTCAD
               PERFORM 0100-LER-ALTCAD
           END-IF.

       0100-LER-ALTCAD    SECTION.
           READ ARQ-ALTCAD
               AT END
                   SET FIM-DO-ALTCAD TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

      *=======O DIARIO E SO ACRESCIMO, EM ORDEM DE TEMPO: AS LINHAS DO
      *=======DIA SAEM NA ORDEM EM QUE FORAM GRAVADAS.
       0150-SELECIONAR    SECTION.
           IF ALT-DATA EQUAL WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-DO-DIA
               IF ALT-CAMPO-SENSIVEL
                   ADD 1 TO WRK-QTD-SENSIVEIS
                   PERFORM 0200-DETALHE
               END-IF
           END-IF.
           PERFORM 0100-LER-ALTCAD.

       0200-DETALHE       SECTION.
           MOVE ALT-HORA         TO DET-HORA.
           MOVE ALT-OPERADOR     TO DET-OPERADOR.
           IF ALT-OPERADOR EQUAL SPACES
               MOVE "(SEM OP)"   TO DET-OPERADOR
           END-IF.
           MOVE ALT-ARQUIVO      TO DET-ARQUIVO.
           MOVE ALT-CHAVE        TO DET-CHAVE.
           MOVE ALT-CAMPO        TO DET-CAMPO.
           MOVE ALT-VALOR-ANTIGO TO DET-ANTIGO.
           MOVE ALT-VALOR-NOVO   TO DET-NOVO.
           MOVE WRK-LINHA-DET    TO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELALT-LINHA.
           IF WRK-FS-RELALT NOT EQUAL "00"
               MOVE WRK-FS-RELALT TO UTIL-FS-CODIGO
               MOVE "RELALT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           IF WRK-QTD-SENSIVEIS EQUAL ZEROS
               MOVE "  (NENHUMA ALTERACAO DE CAMPO SENSIVEL NO DIA)"
                   TO RELALT-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE ALL "=" TO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELALT-LINHA.
           STRING "CAMPOS ALTERADOS NO DIA: " WRK-QTD-DO-DIA
                  "  SENSIVEIS: " WRK-QTD-SENSIVEIS
               DELIMITED BY SIZE INTO RELALT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-FS-ALTCAD NOT EQUAL "35"
               CLOSE ARQ-ALTCAD
           END-IF.
           CLOSE ARQ-RELALT.
           DISPLAY "LINHAS DO DIÁRIO LIDAS.... " WRK-QTD-LIDOS.
           DISPLAY "CAMPOS ALTERADOS NO DIA... " WRK-QTD-DO-DIA.
           DISPLAY "CAMPOS SENSÍVEIS NO DIA... " WRK-QTD-SENSIVEIS.

       COPY FSERROPR.
