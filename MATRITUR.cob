      *==DATA XX/XX/2026
      *==OBSERVACOES: O ALUNO E CONFERIDO NO CADASTRO "ALUNO" (STATUS
      *==             MATRICULADO) ANTES DE ENTRAR NA TURMA.
      *==   XX/XX/2026 - A MATRICULA PASSA A CONFERIR AS MENSALIDADES
      *==                VENCIDAS DO RESPONSAVEL FINANCEIRO
      *==                (ALU-RESPONSAVEL) NO "CONTAREC": ACIMA DO
      *==                LIMITE "LIMINADIM" O ALUNO NAO E MATRICULADO,
      *==                SALVO LIBERACAO DE SUPERVISOR DE NIVEL
      *==                "NIVELINAD" COM MOTIVO NO AUDITLOG (COPYS
      *==                INADWS/INADPR).
      *===========================================

       ENVIRONMENT         DIVISION.
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
       FD  ARQ-TURMACAD.
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
       77  WRK-FS-TURMACAD    PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY INADWS.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-TURMA             VALUE "1".
           END-IF.
           OPEN INPUT ARQ-ALUNO.
           OPEN I-O   ARQ-PARAMETR.
           MOVE "MATRITUR" TO UTIL-INAD-PROGRAMA.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           PERFORM 0310-VALIDAR-TURMA.
           IF TURMA-E-VALIDA
               PERFORM 0320-VALIDAR-ALUNO
               IF ALUNO-E-VALIDO
                   PERFORM 0330-VERIFICAR-INADIMPLENCIA
               END-IF
               IF ALUNO-E-VALIDO
                   PERFORM 0350-EFETIVAR-MATRICULA
               END-IF
                   END-IF
           END-READ.

      *=======RESPONSAVEL COM MENSALIDADES VENCIDAS ACIMA DO LIMITE
      *=======BARRA A MATRICULA, SALVO LIBERACAO DO SUPERVISOR.
       0330-VERIFICAR-INADIMPLENCIA SECTION.
           MOVE WRK-MATRICULA   TO UTIL-INAD-MATRICULA.
           MOVE ALU-RESPONSAVEL TO UTIL-INAD-RESPONSAVEL.
           PERFORM 9500-VERIFICA-INADIMPLENCIA.
           IF INAD-DOCUMENTO-BLOQUEADO
               MOVE "N" TO WRK-ALUNO-OK
               DISPLAY "MATRÍCULA NÃO EFETUADA -- RESPONSÁVEL "
                       "INADIMPLENTE. ENCAMINHAR À TESOURARIA."
           END-IF.

      *=======COM VAGA, MATRICULA DIRETO; SEM VAGA, ENTRA NA LISTA DE
      *=======ESPERA POR ORDEM DE CHEGADA (SEQUENCIA "SEQESPERA").
       0350-EFETIVAR-MATRICULA SECTION.
           CLOSE ARQ-ALUNO.
           CLOSE ARQ-PARAMETR.

       COPY INADPR.
       COPY FSERROPR.
