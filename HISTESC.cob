      *==             REPROVA O ALUNO; MATERIA AINDA EM RECUPERACAO
      *==             DEIXA O RESULTADO PENDENTE; SO COM TODAS
      *==             APROVADAS O ALUNO E APROVADO.
      *==   XX/XX/2026 - O HISTORICO SO SAI COM O RESPONSAVEL
      *==                FINANCEIRO (ALU-RESPONSAVEL) DENTRO DO LIMITE
      *==                DE MENSALIDADES VENCIDAS "LIMINADIM" NO
      *==                "CONTAREC"; ACIMA DELE, SO COM LIBERACAO DE
      *==                SUPERVISOR DE NIVEL "NIVELINAD", COM MOTIVO
      *==                NO AUDITLOG (COPYS INADWS/INADPR).
      *===========================================

       ENVIRONMENT         DIVISION.
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

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BOLETIM.
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

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLETIM     PIC X(02) VALUE "00".
       77  WRK-FS-BOLETIM2    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY INADWS.
       77  WRK-FIM-BOLETIM    PIC X(01) VALUE "N".
           88  FIM-DO-BOLETIM          VALUE "S".
       77  WRK-USA-BOLETIM2   PIC X(01) VALUE "N".
       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           IF NOT INAD-DOCUMENTO-BLOQUEADO
               PERFORM 0200-LER-MATERIA
               PERFORM 0250-LISTAR-MATERIA UNTIL FIM-DO-BOLETIM
               PERFORM 0400-RESULTADO-FINAL
           END-IF.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

           OPEN INPUT ARQ-ALUNO.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           MOVE SPACES TO ALU-NOME.
           MOVE ZEROS  TO ALU-RESPONSAVEL.
           READ ARQ-ALUNO
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO ALU-NOME
           END-READ.
           PERFORM 0060-VERIFICAR-INADIMPLENCIA.
           IF INAD-DOCUMENTO-BLOQUEADO
               DISPLAY "HISTÓRICO NÃO EMITIDO -- RESPONSÁVEL "
                       "INADIMPLENTE. ENCAMINHAR À TESOURARIA."
           ELSE
               DISPLAY "============================================"
               DISPLAY "HISTÓRICO ESCOLAR - " WRK-MATRICULA
                       " " ALU-NOME
               DISPLAY "--------------------------------------------"
           END-IF.

      *=======ALUNO SEM CADASTRO NAO TEM RESPONSAVEL A CONFERIR.
       0060-VERIFICAR-INADIMPLENCIA SECTION.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "HISTESC"       TO UTIL-INAD-PROGRAMA.
           MOVE WRK-MATRICULA   TO UTIL-INAD-MATRICULA.
           MOVE ALU-RESPONSAVEL TO UTIL-INAD-RESPONSAVEL.
           IF UTIL-INAD-RESPONSAVEL GREATER ZEROS
               PERFORM 9500-VERIFICA-INADIMPLENCIA
           END-IF.
           CLOSE ARQ-PARAMETR.

       0200-LER-MATERIA   SECTION.
           IF USA-BOLETIM-FECHADO
           END-IF.
           CLOSE ARQ-ALUNO.

       COPY INADPR.
       COPY FSERROPR.
