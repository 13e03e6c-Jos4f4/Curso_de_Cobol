       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBOLSA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DO CADASTRO DE BOLSAS DE ESTUDO
      *    ==          (ARQUIVO INDEXADO "BOLSA", UMA POR ALUNO):
      *    ==          INCLUIR, ALTERAR, CANCELAR E CONSULTAR, COM O
      *    ==          ALUNO CONFERIDO NO CADASTRO "ALUNO". A BOLSA
      *    ==          SO E INCLUIDA OU ALTERADA POR OPERADOR DA
      *    ==          SESSAO (SIGN-ON DO PROGRAMA00) COM ALCADA, QUE
      *    ==          FICA GRAVADO NA BOLSA COMO APROVADOR, COM UMA
      *    ==          LINHA NO AUDITLOG POR MUDANCA. O MENSALID
      *    ==          APLICA A BOLSA VIGENTE NO TITULO DO MES.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A ALCADA MINIMA VEM DO PARAMETRO "NIVELBOLSA"
      *==             (SEM ELE, NIVEL 3 = CADASTROS E FOLHA), COMO A
      *==             BAIXA COMO PERDA NO PAGAREC. O CANCELAMENTO
      *==             DESATIVA A BOLSA SEM APAGAR O REGISTRO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLSA    ASSIGN TO "BOLSA"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLS-MATRICULA
               FILE STATUS IS WRK-FS-BOLSA.

           SELECT ARQ-ALUNO    ASSIGN TO "ALUNO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNO.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BOLSA.
           COPY BOLSA.

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLSA        PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO        PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
       77  WRK-NIVEL-SESSAO    PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-BOLSA     PIC 9(01) VALUE 3.
       77  WRK-DATA-HOJE       PIC X(08) VALUE SPACES.

       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
           88  OPCAO-ALTERAR            VALUE "2".
           88  OPCAO-CANCELAR           VALUE "3".
           88  OPCAO-CONSULTAR          VALUE "4".
           88  OPCAO-ENCERRAR           VALUE "5".
       77  WRK-FIM-MANUTENCAO  PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO        VALUE "S".

       77  WRK-MATRICULA       PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO            PIC X(01) VALUE SPACES.
           88  TIPO-VALIDO              VALUE "P" "F".
       77  WRK-PERC-DESCONTO   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR-DESCONTO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77  WRK-DATA-INICIO     PIC X(08) VALUE SPACES.
       77  WRK-DATA-FIM        PIC X(08) VALUE SPACES.
       77  WRK-ALUNO-VALIDO    PIC X(01) VALUE "N".
           88  ALUNO-E-VALIDO           VALUE "S".
       77  WRK-DADOS-OK        PIC X(01) VALUE "N".
           88  DADOS-VALIDOS            VALUE "S".
       77  WRK-AUDIT-RESULTADO PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CADASTRO DE BOLSAS E CRIADO PELO PROPRIO PROGRAMA NA
      *=======PRIMEIRA EXECUCAO, COMO O PRECOS NO CADPRECO.
       0050-ABRIR          SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-BOLSA.
           IF WRK-FS-BOLSA EQUAL "35"
               OPEN OUTPUT ARQ-BOLSA
               CLOSE ARQ-BOLSA
               OPEN I-O ARQ-BOLSA
           END-IF.
           IF WRK-FS-BOLSA NOT EQUAL "00"
               MOVE WRK-FS-BOLSA TO UTIL-FS-CODIGO
               MOVE "BOLSA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-ALUNO.
           IF WRK-FS-ALUNO NOT EQUAL "00"
               MOVE WRK-FS-ALUNO TO UTIL-FS-CODIGO
               MOVE "ALUNO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "NIVELBOLSA" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 3 TO WRK-NIVEL-BOLSA
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NIVEL-BOLSA
           END-READ.
           CLOSE ARQ-PARAMETR.
      *=======O OPERADOR ASSINADO (SESSAO DO PROGRAMA00) E QUEM APROVA
      *=======A BOLSA; SEM SESSAO, A MANUTENCAO FICA SO EM CONSULTA.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR-SESSAO
                       MOVE SES-NIVEL    TO WRK-NIVEL-SESSAO
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           IF WRK-OPERADOR-SESSAO EQUAL SPACES
               DISPLAY "SEM SESSÃO ASSINADA -- SOMENTE CONSULTA."
           ELSE
               DISPLAY "OPERADOR DA SESSÃO: " WRK-OPERADOR-SESSAO
                       " (NÍVEL " WRK-NIVEL-SESSAO ")"
           END-IF.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "CADASTRO DE BOLSAS DE ESTUDO".
           DISPLAY "1 - INCLUIR    2 - ALTERAR    3 - CANCELAR".
           DISPLAY "4 - CONSULTAR  5 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR
               WHEN OPCAO-CANCELAR
                   PERFORM 0400-CANCELAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0500-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======ALCADA CONFERIDA ANTES DE QUALQUER DIGITACAO.
       0120-TEM-ALCADA     SECTION.
           IF WRK-OPERADOR-SESSAO EQUAL SPACES
              OR WRK-NIVEL-SESSAO LESS WRK-NIVEL-BOLSA
               DISPLAY "OPERADOR " WRK-OPERADOR-SESSAO " (NÍVEL "
                       WRK-NIVEL-SESSAO ") SEM ALÇADA PARA APROVAR "
                       "BOLSA (MÍNIMO " WRK-NIVEL-BOLSA ")."
               MOVE "N" TO WRK-ALUNO-VALIDO
           ELSE
               PERFORM 0150-RECEBE-ALUNO
           END-IF.

       0150-RECEBE-ALUNO   SECTION.
           MOVE "N" TO WRK-ALUNO-VALIDO.
           DISPLAY "MATRÍCULA DO ALUNO... ".
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ ARQ-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO " WRK-MATRICULA " NÃO CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "ALUNO: " ALU-NOME
                   SET ALUNO-E-VALIDO TO TRUE
           END-READ.

       0200-INCLUIR        SECTION.
           PERFORM 0120-TEM-ALCADA.
           IF ALUNO-E-VALIDO
               MOVE WRK-MATRICULA TO BLS-MATRICULA
               READ ARQ-BOLSA
                   INVALID KEY
                       PERFORM 0220-RECEBE-DADOS
                       IF DADOS-VALIDOS
                           PERFORM 0250-MONTAR-REGISTRO
                           WRITE BOLSA-REC
                           IF WRK-FS-BOLSA EQUAL "00"
                               DISPLAY "BOLSA INCLUÍDA."
                               MOVE "INCLUSAO" TO WRK-AUDIT-RESULTADO
                               PERFORM 0600-GRAVAR-AUDITORIA
                           ELSE
                               DISPLAY "ERRO GRAVANDO BOLSA. STATUS "
                                       WRK-FS-BOLSA
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "ALUNO JÁ TEM BOLSA CADASTRADA -- USE "
                               "A ALTERAÇÃO."
               END-READ
           END-IF.

       0220-RECEBE-DADOS   SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           MOVE SPACES TO WRK-TIPO.
           PERFORM 0225-RECEBE-TIPO UNTIL TIPO-VALIDO.
           MOVE ZEROS TO WRK-PERC-DESCONTO.
           MOVE ZEROS TO WRK-VALOR-DESCONTO.
           IF WRK-TIPO EQUAL "P"
               DISPLAY "PERCENTUAL DE DESCONTO (100 = INTEGRAL)... "
               ACCEPT WRK-PERC-DESCONTO
           ELSE
               DISPLAY "VALOR FIXO DE DESCONTO NA MENSALIDADE... "
               ACCEPT WRK-VALOR-DESCONTO
           END-IF.
           DISPLAY "MOTIVO DA BOLSA... ".
           ACCEPT WRK-MOTIVO.
           DISPLAY "INÍCIO DA VIGÊNCIA (AAAAMMDD)... ".
           ACCEPT WRK-DATA-INICIO.
           DISPLAY "FIM DA VIGÊNCIA (AAAAMMDD, BRANCO=SEM PRAZO)... ".
           ACCEPT WRK-DATA-FIM.
           EVALUATE TRUE
               WHEN WRK-TIPO EQUAL "P"
                AND (WRK-PERC-DESCONTO EQUAL ZEROS
                 OR WRK-PERC-DESCONTO GREATER 100)
                   DISPLAY "PERCENTUAL DEVE SER DE 0,01 A 100,00 -- "
                           "BOLSA NÃO GRAVADA."
               WHEN WRK-TIPO EQUAL "F"
                AND WRK-VALOR-DESCONTO EQUAL ZEROS
                   DISPLAY "VALOR DO DESCONTO ZERADO -- BOLSA NÃO "
                           "GRAVADA."
               WHEN WRK-MOTIVO EQUAL SPACES
                   DISPLAY "MOTIVO OBRIGATÓRIO -- BOLSA NÃO GRAVADA."
               WHEN WRK-DATA-INICIO EQUAL SPACES
                   DISPLAY "INÍCIO DA VIGÊNCIA OBRIGATÓRIO -- BOLSA "
                           "NÃO GRAVADA."
               WHEN WRK-DATA-FIM NOT EQUAL SPACES
                AND WRK-DATA-FIM LESS WRK-DATA-INICIO
                   DISPLAY "FIM DA VIGÊNCIA ANTES DO INÍCIO -- BOLSA "
                           "NÃO GRAVADA."
               WHEN OTHER
                   SET DADOS-VALIDOS TO TRUE
           END-EVALUATE.

       0225-RECEBE-TIPO    SECTION.
           DISPLAY "TIPO (P = PERCENTUAL, F = VALOR FIXO)... ".
           ACCEPT WRK-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO. DIGITE P OU F."
           END-IF.

       0250-MONTAR-REGISTRO SECTION.
           MOVE WRK-MATRICULA       TO BLS-MATRICULA.
           MOVE WRK-TIPO            TO BLS-TIPO.
           MOVE WRK-PERC-DESCONTO   TO BLS-PERC-DESCONTO.
           MOVE WRK-VALOR-DESCONTO  TO BLS-VALOR-DESCONTO.
           MOVE WRK-MOTIVO          TO BLS-MOTIVO.
           MOVE WRK-DATA-INICIO     TO BLS-DATA-INICIO.
           MOVE WRK-DATA-FIM        TO BLS-DATA-FIM.
           MOVE WRK-OPERADOR-SESSAO TO BLS-OPERADOR.
           MOVE WRK-DATA-HOJE       TO BLS-DATA-APROVACAO.
           MOVE "S"                 TO BLS-ATIVO.

      *=======A ALTERACAO E UMA NOVA APROVACAO: O OPERADOR E A DATA
      *=======PASSAM A SER OS DESTA MANUTENCAO.
       0300-ALTERAR        SECTION.
           PERFORM 0120-TEM-ALCADA.
           IF ALUNO-E-VALIDO
               MOVE WRK-MATRICULA TO BLS-MATRICULA
               READ ARQ-BOLSA
                   INVALID KEY
                       DISPLAY "ALUNO SEM BOLSA CADASTRADA."
                   NOT INVALID KEY
                       PERFORM 0520-MOSTRAR-BOLSA
                       PERFORM 0220-RECEBE-DADOS
                       IF DADOS-VALIDOS
                           PERFORM 0250-MONTAR-REGISTRO
                           REWRITE BOLSA-REC
                           IF WRK-FS-BOLSA EQUAL "00"
                               DISPLAY "BOLSA ALTERADA."
                               MOVE "ALTERACAO" TO WRK-AUDIT-RESULTADO
                               PERFORM 0600-GRAVAR-AUDITORIA
                           ELSE
                               DISPLAY "ERRO ALTERANDO BOLSA. STATUS "
                                       WRK-FS-BOLSA
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0400-CANCELAR       SECTION.
           PERFORM 0120-TEM-ALCADA.
           IF ALUNO-E-VALIDO
               MOVE WRK-MATRICULA TO BLS-MATRICULA
               READ ARQ-BOLSA
                   INVALID KEY
                       DISPLAY "ALUNO SEM BOLSA CADASTRADA."
                   NOT INVALID KEY
                       IF NOT BOLSA-ATIVA
                           DISPLAY "BOLSA JÁ CANCELADA."
                       ELSE
                           MOVE "N" TO BLS-ATIVO
                           REWRITE BOLSA-REC
                           IF WRK-FS-BOLSA EQUAL "00"
                               DISPLAY "BOLSA CANCELADA."
                               MOVE "CANCELAMENTO"
                                   TO WRK-AUDIT-RESULTADO
                               PERFORM 0600-GRAVAR-AUDITORIA
                           ELSE
                               DISPLAY "ERRO CANCELANDO BOLSA. STATUS "
                                       WRK-FS-BOLSA
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0500-CONSULTAR      SECTION.
           PERFORM 0150-RECEBE-ALUNO.
           IF ALUNO-E-VALIDO
               MOVE WRK-MATRICULA TO BLS-MATRICULA
               READ ARQ-BOLSA
                   INVALID KEY
                       DISPLAY "ALUNO SEM BOLSA CADASTRADA."
                   NOT INVALID KEY
                       PERFORM 0520-MOSTRAR-BOLSA
               END-READ
           END-IF.

       0520-MOSTRAR-BOLSA  SECTION.
           DISPLAY "TIPO........... " BLS-TIPO.
           DISPLAY "PERCENTUAL..... " BLS-PERC-DESCONTO.
           DISPLAY "VALOR FIXO..... " BLS-VALOR-DESCONTO.
           DISPLAY "MOTIVO......... " BLS-MOTIVO.
           DISPLAY "VIGÊNCIA DE.... " BLS-DATA-INICIO
                   " ATÉ " BLS-DATA-FIM.
           DISPLAY "APROVADA POR... " BLS-OPERADOR
                   " EM " BLS-DATA-APROVACAO.
           DISPLAY "ATIVA.......... " BLS-ATIVO.

       0600-GRAVAR-AUDITORIA SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "CADBOLSA"    TO AUDIT-PROGRAMA.
           MOVE WRK-MATRICULA TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING "BOLSA " WRK-AUDIT-RESULTADO
               DELIMITED BY SIZE INTO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           CLOSE ARQ-AUDITLOG.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-BOLSA.
           CLOSE ARQ-ALUNO.

       COPY FSERROPR.
