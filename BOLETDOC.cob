      *==                DO PERIODO CORRENTE, AAAA + 01/02 PELO
      *==                SEMESTRE). SEM OS ARQUIVOS, SAI SEM
      *==                PROFESSOR.
      *==   XX/XX/2026 - BOLETIM DE ALUNO CUJO RESPONSAVEL FINANCEIRO
      *==                (ALU-RESPONSAVEL) PASSA DO LIMITE DE
      *==                MENSALIDADES VENCIDAS "LIMINADIM" NO
      *==                "CONTAREC" FICA RETIDO (SEM PAGINA), SALVO
      *==                LIBERACAO NA HORA DE SUPERVISOR DE NIVEL
      *==                "NIVELINAD", COM MOTIVO NO AUDITLOG (COPYS
      *==                INADWS/INADPR). SEM O CADASTRO "ALUNO" NAO HA
      *==                RESPONSAVEL A CONFERIR.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROFESSOR.

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

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BOLETIM2.
       FD  ARQ-PROFESSOR.
           COPY PROFESSOR.

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

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLETIM2    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-BOLETDOC    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY INADWS.

       77  WRK-FIM-BOLETIM    PIC X(01) VALUE "N".
           88  FIM-DO-BOLETIM          VALUE "S".
           05  WRK-TMP-TAM        PIC 9(03).

       77  WRK-QTD-PAGINAS    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-RETIDOS    PIC 9(03) VALUE ZEROS.
       77  WRK-NOME-ALUNO     PIC X(15) VALUE SPACES.

       PROCEDURE          DIVISION.
                       WRK-FS-ALUNO ") -- BOLETINS SEM NOME."
           END-IF.
           OPEN OUTPUT ARQ-BOLETDOC.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "BOLETDOC" TO UTIL-INAD-PROGRAMA.
      *=======PERIODO LETIVO CORRENTE: ANO + 01 (1O SEMESTRE) OU 02.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DS-ANO TO WRK-PERIODO-LETIVO(1:4).
           PERFORM 0520-PAGINA-DO-ALUNO
               UNTIL WRK-IDX-ALU GREATER WRK-QTD-ALUNOS.

      *=======RESPONSAVEL INADIMPLENTE ACIMA DO LIMITE RETEM O BOLETIM,
      *=======SALVO LIBERACAO DO SUPERVISOR NA HORA.
       0520-PAGINA-DO-ALUNO SECTION.
           MOVE SPACES TO WRK-NOME-ALUNO.
           MOVE ZEROS  TO UTIL-INAD-RESPONSAVEL.
           IF CADASTRO-ALUNO-ATIVO
               MOVE WRK-ALU-MATR(WRK-IDX-ALU) TO ALU-MATRICULA
               READ ARQ-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-NOME        TO WRK-NOME-ALUNO
                       MOVE ALU-RESPONSAVEL TO UTIL-INAD-RESPONSAVEL
               END-READ
           END-IF.
           SET INAD-DOCUMENTO-LIBERADO TO TRUE.
           IF UTIL-INAD-RESPONSAVEL GREATER ZEROS
               MOVE WRK-ALU-MATR(WRK-IDX-ALU) TO UTIL-INAD-MATRICULA
               PERFORM 9500-VERIFICA-INADIMPLENCIA
           END-IF.
           IF INAD-DOCUMENTO-BLOQUEADO
               ADD 1 TO WRK-QTD-RETIDOS
               DISPLAY "BOLETIM DA MATRÍCULA "
                       WRK-ALU-MATR(WRK-IDX-ALU)
                       " RETIDO -- RESPONSÁVEL INADIMPLENTE."
           ELSE
               PERFORM 0530-IMPRIMIR-PAGINA
           END-IF.
           ADD 1 TO WRK-IDX-ALU.

       0530-IMPRIMIR-PAGINA SECTION.
           ADD 1 TO WRK-QTD-PAGINAS.
           MOVE ALL "=" TO BOLETDOC-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO BOLETDOC-LINHA.
               UNTIL WRK-IDX-LIN GREATER WRK-QTD-LINHAS.
           MOVE SPACES TO BOLETDOC-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0560-LINHA-DISCIPLINA SECTION.
           IF WRK-LIN-MATRICULA(WRK-IDX-LIN)
               CLOSE ARQ-PROFESSOR
           END-IF.
           CLOSE ARQ-BOLETDOC.
           CLOSE ARQ-PARAMETR.
           DISPLAY "BOLETINS IMPRESSOS..... " WRK-QTD-PAGINAS.
           DISPLAY "BOLETINS RETIDOS....... " WRK-QTD-RETIDOS.

       COPY INADPR.
       COPY FSERROPR.
