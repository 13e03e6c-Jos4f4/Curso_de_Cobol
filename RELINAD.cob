       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINAD.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LISTA DE INADIMPLENCIA DE MENSALIDADE POR
      *    ==          TURMA, PARA A DIRECAO DA ESCOLA: VARRE O
      *    ==          CONTROLE DE MATRICULAS ("MATRICUL") NA ORDEM DA
      *    ==          TURMA E, PARA CADA ALUNO MATRICULADO CUJO
      *    ==          RESPONSAVEL FINANCEIRO (ALU-RESPONSAVEL) TEM
      *    ==          MENSALIDADE VENCIDA NO "CONTAREC", LISTA A
      *    ==          QUANTIDADE E O VALOR VENCIDO, MARCANDO QUEM JA
      *    ==          PASSA DO LIMITE "LIMINADIM" (MATRICULA E
      *    ==          DOCUMENTOS BLOQUEADOS). RELATORIO NO ARQUIVO
      *    ==          "RELINAD".
      *==DATA XX/XX/2026
      *==OBSERVACOES: A APURACAO E A MESMA DA MATRITUR, DO BOLETDOC E
      *==             DO HISTESC (COPYS INADWS/INADPR), SO QUE SEM
      *==             LIBERACAO. A TURMA E INFORMADA PELO OPERADOR;
      *==             EM BRANCO SAEM TODAS. O VALOR VENCIDO E O DA
      *==             FAMILIA: IRMAOS DA MESMA FAMILIA REPETEM O
      *==             VALOR, ENTAO O TOTAL GERAL VEM DA TABELA DE
      *==             RESPONSAVEIS, UMA VEZ POR FAMILIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

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

           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-OPERADOR ASSIGN TO "OPERADOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-RELINAD  ASSIGN TO "RELINAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELINAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-OPERADOR.
           COPY OPERADOR.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-RELINAD.
       01  RELINAD-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-RELINAD     PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY INADWS.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-TURMA-FILTRO   PIC X(06) VALUE SPACES.
       77  WRK-FIM-MATRICUL   PIC X(01) VALUE "N".
           88  FIM-DO-MATRICUL         VALUE "S".
       77  WRK-TURMA-ANT      PIC X(06) VALUE SPACES.
       77  WRK-NOME-ALUNO     PIC X(15) VALUE SPACES.
       77  WRK-MARCA          PIC X(10) VALUE SPACES.

      *=======ALUNOS JA VISTOS NA TURMA CORRENTE (O CONTROLE TEM UMA
      *=======LINHA POR DISCIPLINA; O ALUNO SAI UMA VEZ SO)
       77  WRK-QTD-VISTOS     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VISTO      PIC 9(03) VALUE ZEROS.
       77  WRK-VISTO          PIC X(01) VALUE "N".
           88  ALUNO-JA-VISTO          VALUE "S".
       77  WRK-AVISO-VISTOS   PIC X(01) VALUE "N".
           88  AVISO-VISTOS-DADO       VALUE "S".
       01  WRK-TAB-VISTOS.
           05  WRK-VISTO-MATR     PIC 9(06) OCCURS 300 TIMES.

       77  WRK-QTD-TURMA      PIC 9(03) VALUE ZEROS.
       77  WRK-BLQ-TURMA      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-TURMAS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-GERAL      PIC 9(05) VALUE ZEROS.
       77  WRK-BLQ-GERAL      PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-GERAL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-TIT-GERAL  PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-GERAL-ED PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CABECALHO.
           PERFORM 0200-LER-MATRICUL.
           PERFORM 0250-TRATAR-MATRICULA UNTIL FIM-DO-MATRICUL.
           PERFORM 0400-FECHAR-TURMA.
           PERFORM 0500-TOTAIS.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "TURMA (BRANCO = TODAS)... ".
           ACCEPT WRK-TURMA-FILTRO.
           OPEN INPUT ARQ-MATRICUL.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
               MOVE WRK-FS-MATRICUL TO UTIL-FS-CODIGO
               MOVE "MATRICUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-ALUNO.
           IF WRK-FS-ALUNO NOT EQUAL "00"
               MOVE WRK-FS-ALUNO TO UTIL-FS-CODIGO
               MOVE "ALUNO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PARAMETR.
           OPEN OUTPUT ARQ-RELINAD.
           MOVE "RELINAD" TO UTIL-INAD-PROGRAMA.
      *=======PRIMEIRA CONSULTA MONTA A TABELA E LE O LIMITE, QUE VAI
      *=======PARA O CABECALHO.
           MOVE ZEROS TO UTIL-INAD-RESPONSAVEL.
           PERFORM 9505-CONSULTA-INADIMPLENCIA.

       0100-CABECALHO     SECTION.
           MOVE SPACES TO RELINAD-LINHA.
           STRING "INADIMPLENCIA DE MENSALIDADE POR TURMA - "
                  WRK-DATA-HOJE(7:2) "/" WRK-DATA-HOJE(5:2) "/"
                  WRK-DATA-HOJE(1:4)
                  "   LIMITE DE MENSALIDADES VENCIDAS: "
                  UTIL-INAD-LIMITE
               DELIMITED BY SIZE INTO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELINAD-LINHA.
           STRING "TURMA  MATRIC ALUNO           RESP.  VENCIDAS"
                  "  VALOR VENCIDO  SITUACAO"
               DELIMITED BY SIZE INTO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0200-LER-MATRICUL  SECTION.
           READ ARQ-MATRICUL
               AT END
                   SET FIM-DO-MATRICUL TO TRUE
           END-READ.

       0250-TRATAR-MATRICULA SECTION.
           IF MAT-MATRICULADO
              AND (WRK-TURMA-FILTRO EQUAL SPACES
                   OR MAT-TURMA EQUAL WRK-TURMA-FILTRO)
               IF MAT-TURMA NOT EQUAL WRK-TURMA-ANT
                   PERFORM 0400-FECHAR-TURMA
                   MOVE MAT-TURMA TO WRK-TURMA-ANT
               END-IF
               PERFORM 0270-PROCURAR-VISTO
               IF NOT ALUNO-JA-VISTO
                   PERFORM 0300-TRATAR-ALUNO
               END-IF
           END-IF.
           PERFORM 0200-LER-MATRICUL.

       0270-PROCURAR-VISTO SECTION.
           MOVE "N" TO WRK-VISTO.
           MOVE 1   TO WRK-IDX-VISTO.
           PERFORM 0280-COMPARAR-VISTO
               UNTIL WRK-IDX-VISTO GREATER WRK-QTD-VISTOS
                  OR ALUNO-JA-VISTO.
           IF NOT ALUNO-JA-VISTO
               IF WRK-QTD-VISTOS LESS 300
                   ADD 1 TO WRK-QTD-VISTOS
                   MOVE MAT-MATRICULA TO WRK-VISTO-MATR(WRK-QTD-VISTOS)
               ELSE
                   IF NOT AVISO-VISTOS-DADO
                       DISPLAY "TURMA COM MAIS DE 300 ALUNOS -- ALUNO "
                               "PODE SAIR REPETIDO NA LISTA."
                       SET AVISO-VISTOS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0280-COMPARAR-VISTO SECTION.
           IF WRK-VISTO-MATR(WRK-IDX-VISTO) EQUAL MAT-MATRICULA
               SET ALUNO-JA-VISTO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-VISTO
           END-IF.

       0300-TRATAR-ALUNO  SECTION.
           MOVE MAT-MATRICULA TO ALU-MATRICULA.
           READ ARQ-ALUNO
               INVALID KEY
                   MOVE ZEROS TO UTIL-INAD-RESPONSAVEL
               NOT INVALID KEY
                   MOVE ALU-NOME        TO WRK-NOME-ALUNO
                   MOVE ALU-RESPONSAVEL TO UTIL-INAD-RESPONSAVEL
           END-READ.
           IF UTIL-INAD-RESPONSAVEL GREATER ZEROS
               PERFORM 9505-CONSULTA-INADIMPLENCIA
               IF UTIL-INAD-QTD GREATER ZEROS
                   PERFORM 0350-LINHA-ALUNO
               END-IF
           END-IF.

       0350-LINHA-ALUNO   SECTION.
           ADD 1 TO WRK-QTD-TURMA.
           IF INAD-DOCUMENTO-BLOQUEADO
               ADD 1 TO WRK-BLQ-TURMA
               MOVE "BLOQUEADO"   TO WRK-MARCA
           ELSE
               MOVE "EM ATRASO"   TO WRK-MARCA
           END-IF.
           MOVE UTIL-INAD-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RELINAD-LINHA.
           STRING MAT-TURMA " " MAT-MATRICULA " " WRK-NOME-ALUNO
                  " " UTIL-INAD-RESPONSAVEL "    " UTIL-INAD-QTD
                  "   " WRK-VALOR-ED "  " WRK-MARCA
               DELIMITED BY SIZE INTO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======QUEBRA DE TURMA: SUBTOTAL (SO SE A TURMA TEVE ALGUEM NA
      *=======LISTA) E LIMPEZA DOS ALUNOS VISTOS.
       0400-FECHAR-TURMA  SECTION.
           IF WRK-QTD-TURMA GREATER ZEROS
               MOVE SPACES TO RELINAD-LINHA
               STRING "       TURMA " WRK-TURMA-ANT ": "
                      WRK-QTD-TURMA
                      " ALUNO(S) COM MENSALIDADE VENCIDA, "
                      WRK-BLQ-TURMA " BLOQUEADO(S)"
                   DELIMITED BY SIZE INTO RELINAD-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE SPACES TO RELINAD-LINHA
               PERFORM 0800-GRAVAR-LINHA
               ADD 1             TO WRK-QTD-TURMAS
               ADD WRK-QTD-TURMA TO WRK-QTD-GERAL
               ADD WRK-BLQ-TURMA TO WRK-BLQ-GERAL
           END-IF.
           MOVE ZEROS TO WRK-QTD-TURMA.
           MOVE ZEROS TO WRK-BLQ-TURMA.
           MOVE ZEROS TO WRK-QTD-VISTOS.

       0500-TOTAIS        SECTION.
           MOVE 1 TO UTIL-INAD-IDX.
           PERFORM 0550-SOMAR-RESPONSAVEL
               UNTIL UTIL-INAD-IDX GREATER UTIL-INAD-QTD-RESP.
           MOVE ALL "-" TO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELINAD-LINHA.
           STRING "TURMAS COM INADIMPLENCIA: " WRK-QTD-TURMAS
                  "   ALUNOS: " WRK-QTD-GERAL
                  "   BLOQUEADOS: " WRK-BLQ-GERAL
               DELIMITED BY SIZE INTO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-GERAL TO WRK-VALOR-GERAL-ED.
           MOVE SPACES TO RELINAD-LINHA.
           STRING "MENSALIDADES VENCIDAS NO CONTAS A RECEBER: "
                  WRK-QTD-TIT-GERAL " TITULO(S) DE "
                  UTIL-INAD-QTD-RESP " FAMILIA(S) - R$ "
                  WRK-VALOR-GERAL-ED
               DELIMITED BY SIZE INTO RELINAD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0550-SOMAR-RESPONSAVEL SECTION.
           ADD UTIL-INAD-TAB-QTD(UTIL-INAD-IDX)   TO WRK-QTD-TIT-GERAL.
           ADD UTIL-INAD-TAB-VALOR(UTIL-INAD-IDX) TO WRK-VALOR-GERAL.
           ADD 1 TO UTIL-INAD-IDX.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELINAD-LINHA.
           IF WRK-FS-RELINAD NOT EQUAL "00"
               MOVE WRK-FS-RELINAD TO UTIL-FS-CODIGO
               MOVE "RELINAD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-MATRICUL.
           CLOSE ARQ-ALUNO.
           CLOSE ARQ-PARAMETR.
           CLOSE ARQ-RELINAD.
           DISPLAY "ALUNOS COM MENSALIDADE VENCIDA.. " WRK-QTD-GERAL.
           DISPLAY "ALUNOS BLOQUEADOS............... " WRK-BLQ-GERAL.

       COPY INADPR.
       COPY FSERROPR.
