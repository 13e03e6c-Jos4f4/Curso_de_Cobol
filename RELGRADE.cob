       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGRADE.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: IMPRESSAO DA GRADE HORARIA DO PERIODO
      *    ==          ("GRADEHOR") EM TRES VISOES: POR TURMA (PARA O
      *    ==          MURAL), POR PROFESSOR (COM O TOTAL DE AULAS DA
      *    ==          SEMANA CONTRA A CARGA DO CONTRATO) E POR SALA
      *    ==          (OCUPACAO). RELATORIO NO ARQUIVO "RELGRADE".
      *==DATA XX/XX/2026
      *==OBSERVACOES: O PERIODO (AAAAPP) E INFORMADO PELO OPERADOR,
      *==             COMO NO RELPROF. CADA VISAO LE A GRADE PELA
      *==             SUA CHAVE (PRINCIPAL, PROFESSOR E SALA), JA NA
      *==             ORDEM DE IMPRESSAO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRADEHOR  ASSIGN TO "GRADEHOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CHAVE
               ALTERNATE RECORD KEY IS GRD-CHAVE-PROF
               ALTERNATE RECORD KEY IS GRD-CHAVE-SALA
               FILE STATUS IS WRK-FS-GRADEHOR.

           SELECT ARQ-PROFESSOR ASSIGN TO "PROFESSOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROFESSOR.

           SELECT ARQ-RELGRADE  ASSIGN TO "RELGRADE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELGRADE.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-GRADEHOR.
           COPY GRADEHOR.

       FD  ARQ-PROFESSOR.
           COPY PROFESSOR.

       FD  ARQ-RELGRADE.
       01  RELGRADE-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-GRADEHOR    PIC X(02) VALUE "00".
       77  WRK-FS-PROFESSOR   PIC X(02) VALUE "00".
       77  WRK-FS-RELGRADE    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-PERIODO        PIC X(06) VALUE SPACES.
       77  WRK-FIM-GRADE      PIC X(01) VALUE "N".
           88  FIM-DA-GRADE            VALUE "S".
       77  WRK-PRIMEIRA       PIC X(01) VALUE "S".
           88  PRIMEIRA-AULA           VALUE "S".

       77  WRK-TURMA-ANT      PIC X(06) VALUE SPACES.
       77  WRK-PROF-ANT       PIC 9(04) VALUE ZEROS.
       77  WRK-SALA-ANT       PIC X(05) VALUE SPACES.
       77  WRK-QTD-GRUPO      PIC 9(03) VALUE ZEROS.
       77  WRK-CARGA-ANT      PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-AULAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACIMA      PIC 9(03) VALUE ZEROS.

       01  WRK-NOMES-DIAS.
           05  FILLER             PIC X(03) VALUE "SEG".
           05  FILLER             PIC X(03) VALUE "TER".
           05  FILLER             PIC X(03) VALUE "QUA".
           05  FILLER             PIC X(03) VALUE "QUI".
           05  FILLER             PIC X(03) VALUE "SEX".
           05  FILLER             PIC X(03) VALUE "SAB".
       01  WRK-TAB-DIAS REDEFINES WRK-NOMES-DIAS.
           05  WRK-NOME-DIA       PIC X(03) OCCURS 6 TIMES.
       77  WRK-IDX-DIA        PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-EXT        PIC X(03) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CABECALHO.
           PERFORM 0200-POR-TURMA.
           PERFORM 0300-POR-PROFESSOR.
           PERFORM 0400-POR-SALA.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           DISPLAY "PERÍODO (AAAAPP)... ".
           ACCEPT WRK-PERIODO.
           OPEN INPUT ARQ-GRADEHOR.
           IF WRK-FS-GRADEHOR NOT EQUAL "00"
               MOVE WRK-FS-GRADEHOR TO UTIL-FS-CODIGO
               MOVE "GRADEHOR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PROFESSOR.
           IF WRK-FS-PROFESSOR NOT EQUAL "00"
               MOVE WRK-FS-PROFESSOR TO UTIL-FS-CODIGO
               MOVE "PROFESSOR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELGRADE.

       0100-CABECALHO     SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "GRADE HORARIA - PERIODO " WRK-PERIODO
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======VISAO 1: POR TURMA, NA ORDEM DA CHAVE PRINCIPAL
      *=======(TURMA, DIA, HORARIO).
       0200-POR-TURMA     SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "GRADE POR TURMA" TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "N" TO WRK-FIM-GRADE.
           MOVE "S" TO WRK-PRIMEIRA.
           MOVE WRK-PERIODO TO GRD-PERIODO.
           MOVE SPACES      TO GRD-TURMA.
           MOVE ZEROS       TO GRD-DIA-SEMANA.
           MOVE ZEROS       TO GRD-HORARIO.
           START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE
               INVALID KEY
                   SET FIM-DA-GRADE TO TRUE
           END-START.
           PERFORM 0220-LER-POR-TURMA UNTIL FIM-DA-GRADE.
           IF NOT PRIMEIRA-AULA
               PERFORM 0240-TOTAL-TURMA
           END-IF.

       0220-LER-POR-TURMA SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO NOT EQUAL WRK-PERIODO
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       PERFORM 0230-LINHA-TURMA
                   END-IF
           END-READ.

       0230-LINHA-TURMA   SECTION.
           IF PRIMEIRA-AULA OR GRD-TURMA NOT EQUAL WRK-TURMA-ANT
               IF NOT PRIMEIRA-AULA
                   PERFORM 0240-TOTAL-TURMA
               END-IF
               MOVE "N"       TO WRK-PRIMEIRA
               MOVE GRD-TURMA TO WRK-TURMA-ANT
               MOVE ZEROS     TO WRK-QTD-GRUPO
               MOVE SPACES TO RELGRADE-LINHA
               STRING "  TURMA " GRD-TURMA
                   DELIMITED BY SIZE INTO RELGRADE-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
           ADD 1 TO WRK-QTD-AULAS.
           PERFORM 0700-NOME-DIA.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "    " WRK-DIA-EXT " AULA " GRD-HORARIO
                  "  DISCIPLINA " GRD-DISCIPLINA
                  "  SALA " GRD-SALA
                  "  PROFESSOR " GRD-PROFESSOR
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0240-TOTAL-TURMA   SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "    TOTAL DA TURMA " WRK-TURMA-ANT " "
                  WRK-QTD-GRUPO " AULAS POR SEMANA"
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======VISAO 2: POR PROFESSOR, COM O TOTAL DA SEMANA CONTRA
      *=======A CARGA DO CONTRATO (ZERO = SEM LIMITE).
       0300-POR-PROFESSOR SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "GRADE POR PROFESSOR" TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "N" TO WRK-FIM-GRADE.
           MOVE "S" TO WRK-PRIMEIRA.
           MOVE WRK-PERIODO TO GRD-PERIODO-P.
           MOVE ZEROS       TO GRD-PROFESSOR.
           MOVE ZEROS       TO GRD-DIA-P.
           MOVE ZEROS       TO GRD-HORARIO-P.
           START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE-PROF
               INVALID KEY
                   SET FIM-DA-GRADE TO TRUE
           END-START.
           PERFORM 0320-LER-POR-PROFESSOR UNTIL FIM-DA-GRADE.
           IF NOT PRIMEIRA-AULA
               PERFORM 0340-TOTAL-PROFESSOR
           END-IF.

       0320-LER-POR-PROFESSOR SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO-P NOT EQUAL WRK-PERIODO
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       PERFORM 0330-LINHA-PROFESSOR
                   END-IF
           END-READ.

       0330-LINHA-PROFESSOR SECTION.
           IF PRIMEIRA-AULA OR GRD-PROFESSOR NOT EQUAL WRK-PROF-ANT
               IF NOT PRIMEIRA-AULA
                   PERFORM 0340-TOTAL-PROFESSOR
               END-IF
               MOVE "N"           TO WRK-PRIMEIRA
               MOVE GRD-PROFESSOR TO WRK-PROF-ANT
               MOVE ZEROS         TO WRK-QTD-GRUPO
               MOVE GRD-PROFESSOR TO PRF-CODIGO
               READ ARQ-PROFESSOR
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO PRF-NOME
                       MOVE ZEROS TO PRF-CARGA-SEMANAL
               END-READ
               IF PRF-CARGA-SEMANAL IS NUMERIC
                   MOVE PRF-CARGA-SEMANAL TO WRK-CARGA-ANT
               ELSE
                   MOVE ZEROS TO WRK-CARGA-ANT
               END-IF
               MOVE SPACES TO RELGRADE-LINHA
               STRING "  PROFESSOR " GRD-PROFESSOR " " PRF-NOME
                   DELIMITED BY SIZE INTO RELGRADE-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
           PERFORM 0700-NOME-DIA.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "    " WRK-DIA-EXT " AULA " GRD-HORARIO-P
                  "  TURMA " GRD-TURMA
                  "  DISCIPLINA " GRD-DISCIPLINA
                  "  SALA " GRD-SALA
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0340-TOTAL-PROFESSOR SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           IF WRK-CARGA-ANT EQUAL ZEROS
               STRING "    TOTAL " WRK-QTD-GRUPO
                      " AULAS POR SEMANA (SEM CARGA NO CONTRATO)"
                   DELIMITED BY SIZE INTO RELGRADE-LINHA
           ELSE
               IF WRK-QTD-GRUPO GREATER WRK-CARGA-ANT
                   ADD 1 TO WRK-QTD-ACIMA
                   STRING "    TOTAL " WRK-QTD-GRUPO
                          " AULAS POR SEMANA - CARGA DO CONTRATO "
                          WRK-CARGA-ANT " *** ACIMA DA CARGA ***"
                       DELIMITED BY SIZE INTO RELGRADE-LINHA
               ELSE
                   STRING "    TOTAL " WRK-QTD-GRUPO
                          " AULAS POR SEMANA - CARGA DO CONTRATO "
                          WRK-CARGA-ANT
                       DELIMITED BY SIZE INTO RELGRADE-LINHA
               END-IF
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

      *=======VISAO 3: OCUPACAO POR SALA.
       0400-POR-SALA      SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "OCUPACAO POR SALA" TO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "N" TO WRK-FIM-GRADE.
           MOVE "S" TO WRK-PRIMEIRA.
           MOVE WRK-PERIODO TO GRD-PERIODO-S.
           MOVE SPACES      TO GRD-SALA.
           MOVE ZEROS       TO GRD-DIA-S.
           MOVE ZEROS       TO GRD-HORARIO-S.
           START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE-SALA
               INVALID KEY
                   SET FIM-DA-GRADE TO TRUE
           END-START.
           PERFORM 0420-LER-POR-SALA UNTIL FIM-DA-GRADE.
           IF NOT PRIMEIRA-AULA
               PERFORM 0440-TOTAL-SALA
           END-IF.

       0420-LER-POR-SALA  SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO-S NOT EQUAL WRK-PERIODO
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       PERFORM 0430-LINHA-SALA
                   END-IF
           END-READ.

       0430-LINHA-SALA    SECTION.
           IF PRIMEIRA-AULA OR GRD-SALA NOT EQUAL WRK-SALA-ANT
               IF NOT PRIMEIRA-AULA
                   PERFORM 0440-TOTAL-SALA
               END-IF
               MOVE "N"      TO WRK-PRIMEIRA
               MOVE GRD-SALA TO WRK-SALA-ANT
               MOVE ZEROS    TO WRK-QTD-GRUPO
               MOVE SPACES TO RELGRADE-LINHA
               STRING "  SALA " GRD-SALA
                   DELIMITED BY SIZE INTO RELGRADE-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
           PERFORM 0700-NOME-DIA.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "    " WRK-DIA-EXT " AULA " GRD-HORARIO-S
                  "  TURMA " GRD-TURMA
                  "  DISCIPLINA " GRD-DISCIPLINA
                  "  PROFESSOR " GRD-PROFESSOR
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0440-TOTAL-SALA    SECTION.
           MOVE SPACES TO RELGRADE-LINHA.
           STRING "    TOTAL DA SALA " WRK-SALA-ANT " "
                  WRK-QTD-GRUPO " AULAS POR SEMANA"
               DELIMITED BY SIZE INTO RELGRADE-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======DIA DA GRADE (2 = SEGUNDA ... 7 = SABADO) POR EXTENSO.
       0700-NOME-DIA      SECTION.
           IF GRD-DIA-SEMANA GREATER 1 AND GRD-DIA-SEMANA LESS 8
               COMPUTE WRK-IDX-DIA = GRD-DIA-SEMANA - 1
               MOVE WRK-NOME-DIA(WRK-IDX-DIA) TO WRK-DIA-EXT
           ELSE
               MOVE "???" TO WRK-DIA-EXT
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELGRADE-LINHA.
           IF WRK-FS-RELGRADE NOT EQUAL "00"
               MOVE WRK-FS-RELGRADE TO UTIL-FS-CODIGO
               MOVE "RELGRADE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-GRADEHOR.
           CLOSE ARQ-PROFESSOR.
           CLOSE ARQ-RELGRADE.
           DISPLAY "AULAS NA GRADE........ " WRK-QTD-AULAS.
           DISPLAY "PROFESSORES ACIMA DA CARGA " WRK-QTD-ACIMA.

       COPY FSERROPR.
