       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADGRADE.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DA GRADE HORARIA (ARQUIVO
      *    ==          "GRADEHOR"), NO ESTILO DE MENU DO CADPROF:
      *    ==          INCLUI A AULA SEMANAL DA TURMA + DISCIPLINA NO
      *    ==          DIA, HORARIO E SALA, COM O PROFESSOR DA
      *    ==          ATRIBUICAO "PROFTURM" DO PERIODO, E RECUSA O
      *    ==          HORARIO QUANDO A TURMA, O PROFESSOR OU A SALA JA
      *    ==          ESTAO OCUPADOS, OU QUANDO O PROFESSOR PASSARIA
      *    ==          DA CARGA SEMANAL DO CONTRATO -- NO LUGAR DO
      *    ==          QUADRO BRANCO DA COORDENACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A TURMA + DISCIPLINA PRECISA ESTAR ATIVA NO
      *==             "TURMACAD" E TER PROFESSOR ATRIBUIDO NO PERIODO
      *==             (CADPROF). TROCA DE PROFESSOR NA ATRIBUICAO NAO
      *==             REFAZ A GRADE: EXCLUIR E INCLUIR DE NOVO AS
      *==             AULAS DA DISCIPLINA.
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

           SELECT ARQ-PROFTURM  ASSIGN TO "PROFTURM"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFT-CHAVE
               FILE STATUS IS WRK-FS-PROFTURM.

           SELECT ARQ-TURMACAD  ASSIGN TO "TURMACAD"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCD-CHAVE
               FILE STATUS IS WRK-FS-TURMACAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-GRADEHOR.
           COPY GRADEHOR.

       FD  ARQ-PROFESSOR.
           COPY PROFESSOR.

       FD  ARQ-PROFTURM.
           COPY PROFTURM.

       FD  ARQ-TURMACAD.
           COPY TURMACAD.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-GRADEHOR    PIC X(02) VALUE "00".
       77  WRK-FS-PROFESSOR   PIC X(02) VALUE "00".
       77  WRK-FS-PROFTURM    PIC X(02) VALUE "00".
       77  WRK-FS-TURMACAD    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR           VALUE "1".
           88  OPCAO-EXCLUIR           VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MENU       PIC X(01) VALUE "N".
           88  FIM-DO-MENU             VALUE "S".
       77  WRK-FIM-GRADE      PIC X(01) VALUE "N".
           88  FIM-DA-GRADE            VALUE "S".

       77  WRK-PERIODO        PIC X(06) VALUE SPACES.
       77  WRK-TURMA          PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA     PIC X(04) VALUE SPACES.
       77  WRK-DIA            PIC 9(01) VALUE ZEROS.
           88  DIA-VALIDO              VALUE 2 THRU 7.
       77  WRK-HORARIO        PIC 9(02) VALUE ZEROS.
           88  HORARIO-VALIDO          VALUE 1 THRU 12.
       77  WRK-SALA           PIC X(05) VALUE SPACES.
       77  WRK-PROFESSOR      PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-AULAS-PROF PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LISTADAS   PIC 9(03) VALUE ZEROS.
       77  WRK-AULA-OK        PIC X(01) VALUE "N".
           88  AULA-E-VALIDA           VALUE "S".
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-MENU.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======A GRADE E CRIADA VAZIA NA PRIMEIRA EXECUCAO; SEM
      *=======PROFESSORES, ATRIBUICOES OU TURMAS NAO HA O QUE MONTAR.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-GRADEHOR.
           IF WRK-FS-GRADEHOR EQUAL "35"
               OPEN OUTPUT ARQ-GRADEHOR
               CLOSE ARQ-GRADEHOR
               OPEN I-O ARQ-GRADEHOR
           END-IF.
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
           OPEN INPUT ARQ-PROFTURM.
           IF WRK-FS-PROFTURM NOT EQUAL "00"
               MOVE WRK-FS-PROFTURM TO UTIL-FS-CODIGO
               MOVE "PROFTURM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-TURMACAD.
           IF WRK-FS-TURMACAD NOT EQUAL "00"
               MOVE WRK-FS-TURMACAD TO UTIL-FS-CODIGO
               MOVE "TURMACAD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "GRADE HORÁRIA".
           DISPLAY "1 - INCLUIR AULA       2 - EXCLUIR AULA".
           DISPLAY "3 - GRADE DA TURMA     4 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR
               WHEN OPCAO-EXCLUIR
                   PERFORM 0300-EXCLUIR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======CONFERENCIAS NA ORDEM: TURMA ATIVA, PROFESSOR ATRIBUIDO,
      *=======HORARIO DA TURMA LIVRE, PROFESSOR LIVRE, SALA LIVRE E
      *=======CARGA SEMANAL DO PROFESSOR.
       0200-INCLUIR       SECTION.
           PERFORM 0210-RECEBE-HORARIO.
           IF AULA-E-VALIDA
               PERFORM 0220-VALIDAR-TURMA
           END-IF.
           IF AULA-E-VALIDA
               PERFORM 0230-VERIFICAR-TURMA-LIVRE
           END-IF.
           IF AULA-E-VALIDA
               DISPLAY "SALA... "
               ACCEPT WRK-SALA
               IF WRK-SALA EQUAL SPACES
                   DISPLAY "SALA OBRIGATÓRIA -- AULA NÃO INCLUÍDA."
                   MOVE "N" TO WRK-AULA-OK
               END-IF
           END-IF.
           IF AULA-E-VALIDA
               PERFORM 0240-VERIFICAR-PROFESSOR-LIVRE
           END-IF.
           IF AULA-E-VALIDA
               PERFORM 0250-VERIFICAR-SALA-LIVRE
           END-IF.
           IF AULA-E-VALIDA
               PERFORM 0260-VERIFICAR-CARGA
           END-IF.
           IF AULA-E-VALIDA
               PERFORM 0280-GRAVAR-AULA
           END-IF.

       0210-RECEBE-HORARIO SECTION.
           MOVE "S" TO WRK-AULA-OK.
           DISPLAY "PERÍODO (AAAAPP)... ".
           ACCEPT WRK-PERIODO.
           DISPLAY "TURMA... ".
           ACCEPT WRK-TURMA.
           DISPLAY "DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX "
                   "7=SÁB)... ".
           ACCEPT WRK-DIA.
           DISPLAY "HORÁRIO (01 A 12 = ORDEM DA AULA NO DIA)... ".
           ACCEPT WRK-HORARIO.
           IF NOT DIA-VALIDO
               DISPLAY "DIA DA SEMANA INVÁLIDO."
               MOVE "N" TO WRK-AULA-OK
           END-IF.
           IF NOT HORARIO-VALIDO
               DISPLAY "HORÁRIO INVÁLIDO."
               MOVE "N" TO WRK-AULA-OK
           END-IF.

       0220-VALIDAR-TURMA SECTION.
           DISPLAY "DISCIPLINA... ".
           ACCEPT WRK-DISCIPLINA.
           MOVE WRK-TURMA      TO TCD-TURMA.
           MOVE WRK-DISCIPLINA TO TCD-DISCIPLINA.
           READ ARQ-TURMACAD
               INVALID KEY
                   DISPLAY "TURMA " WRK-TURMA " DISCIPLINA "
                           WRK-DISCIPLINA " NÃO CADASTRADA."
                   MOVE "N" TO WRK-AULA-OK
               NOT INVALID KEY
                   IF TCD-ATIVO NOT EQUAL "S"
                       DISPLAY "TURMA " WRK-TURMA " DISCIPLINA "
                               WRK-DISCIPLINA " INATIVA."
                       MOVE "N" TO WRK-AULA-OK
                   END-IF
           END-READ.
           IF AULA-E-VALIDA
               MOVE WRK-TURMA      TO PFT-TURMA
               MOVE WRK-DISCIPLINA TO PFT-DISCIPLINA
               MOVE WRK-PERIODO    TO PFT-PERIODO
               READ ARQ-PROFTURM
                   INVALID KEY
                       DISPLAY "SEM PROFESSOR ATRIBUÍDO NO PERÍODO "
                               "(CADPROF) -- AULA NÃO INCLUÍDA."
                       MOVE "N" TO WRK-AULA-OK
                   NOT INVALID KEY
                       MOVE PFT-PROFESSOR TO WRK-PROFESSOR
               END-READ
           END-IF.
           IF AULA-E-VALIDA
               MOVE WRK-PROFESSOR TO PRF-CODIGO
               READ ARQ-PROFESSOR
                   INVALID KEY
                       DISPLAY "PROFESSOR " WRK-PROFESSOR " NÃO "
                               "CADASTRADO -- AULA NÃO INCLUÍDA."
                       MOVE "N" TO WRK-AULA-OK
                   NOT INVALID KEY
                       IF PRF-ATIVO EQUAL "S"
                           DISPLAY "PROFESSOR: " PRF-NOME
                       ELSE
                           DISPLAY "PROFESSOR " WRK-PROFESSOR
                                   " INATIVO -- AULA NÃO INCLUÍDA."
                           MOVE "N" TO WRK-AULA-OK
                       END-IF
               END-READ
           END-IF.

       0230-VERIFICAR-TURMA-LIVRE SECTION.
           MOVE WRK-PERIODO TO GRD-PERIODO.
           MOVE WRK-TURMA   TO GRD-TURMA.
           MOVE WRK-DIA     TO GRD-DIA-SEMANA.
           MOVE WRK-HORARIO TO GRD-HORARIO.
           READ ARQ-GRADEHOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A TURMA JÁ TEM AULA NESTE HORÁRIO ("
                           GRD-DISCIPLINA " SALA " GRD-SALA
                           ") -- AULA NÃO INCLUÍDA."
                   MOVE "N" TO WRK-AULA-OK
           END-READ.

       0240-VERIFICAR-PROFESSOR-LIVRE SECTION.
           MOVE WRK-PERIODO   TO GRD-PERIODO-P.
           MOVE WRK-PROFESSOR TO GRD-PROFESSOR.
           MOVE WRK-DIA       TO GRD-DIA-P.
           MOVE WRK-HORARIO   TO GRD-HORARIO-P.
           READ ARQ-GRADEHOR KEY IS GRD-CHAVE-PROF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PROFESSOR JÁ DÁ AULA NESTE HORÁRIO ("
                           "TURMA " GRD-TURMA " " GRD-DISCIPLINA
                           ") -- AULA NÃO INCLUÍDA."
                   MOVE "N" TO WRK-AULA-OK
           END-READ.

       0250-VERIFICAR-SALA-LIVRE SECTION.
           MOVE WRK-PERIODO TO GRD-PERIODO-S.
           MOVE WRK-SALA    TO GRD-SALA.
           MOVE WRK-DIA     TO GRD-DIA-S.
           MOVE WRK-HORARIO TO GRD-HORARIO-S.
           READ ARQ-GRADEHOR KEY IS GRD-CHAVE-SALA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "SALA " WRK-SALA " JÁ OCUPADA NESTE "
                           "HORÁRIO (TURMA " GRD-TURMA " "
                           GRD-DISCIPLINA ") -- AULA NÃO INCLUÍDA."
                   MOVE "N" TO WRK-AULA-OK
           END-READ.

      *=======AULAS JA NA GRADE DO PROFESSOR NO PERIODO (PELA CHAVE
      *=======DO PROFESSOR) + ESTA; CARGA ZERO = SEM LIMITE.
       0260-VERIFICAR-CARGA SECTION.
           IF PRF-CARGA-SEMANAL IS NUMERIC
              AND PRF-CARGA-SEMANAL GREATER ZEROS
               MOVE ZEROS TO WRK-QTD-AULAS-PROF
               MOVE "N"   TO WRK-FIM-GRADE
               MOVE WRK-PERIODO   TO GRD-PERIODO-P
               MOVE WRK-PROFESSOR TO GRD-PROFESSOR
               MOVE ZEROS         TO GRD-DIA-P
               MOVE ZEROS         TO GRD-HORARIO-P
               START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE-PROF
                   INVALID KEY
                       SET FIM-DA-GRADE TO TRUE
               END-START
               PERFORM 0265-CONTAR-AULA-PROF UNTIL FIM-DA-GRADE
               IF WRK-QTD-AULAS-PROF NOT LESS PRF-CARGA-SEMANAL
                   DISPLAY "PROFESSOR JÁ TEM " WRK-QTD-AULAS-PROF
                           " AULAS NA SEMANA (CONTRATO "
                           PRF-CARGA-SEMANAL ") -- AULA NÃO INCLUÍDA."
                   MOVE "N" TO WRK-AULA-OK
               END-IF
           END-IF.

       0265-CONTAR-AULA-PROF SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO-P NOT EQUAL WRK-PERIODO
                      OR GRD-PROFESSOR NOT EQUAL WRK-PROFESSOR
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-AULAS-PROF
                   END-IF
           END-READ.

       0280-GRAVAR-AULA   SECTION.
           MOVE WRK-PERIODO    TO GRD-PERIODO.
           MOVE WRK-TURMA      TO GRD-TURMA.
           MOVE WRK-DIA        TO GRD-DIA-SEMANA.
           MOVE WRK-HORARIO    TO GRD-HORARIO.
           MOVE WRK-PERIODO    TO GRD-PERIODO-P.
           MOVE WRK-PROFESSOR  TO GRD-PROFESSOR.
           MOVE WRK-DIA        TO GRD-DIA-P.
           MOVE WRK-HORARIO    TO GRD-HORARIO-P.
           MOVE WRK-PERIODO    TO GRD-PERIODO-S.
           MOVE WRK-SALA       TO GRD-SALA.
           MOVE WRK-DIA        TO GRD-DIA-S.
           MOVE WRK-HORARIO    TO GRD-HORARIO-S.
           MOVE WRK-DISCIPLINA TO GRD-DISCIPLINA.
           WRITE GRADEHOR-REC.
           IF WRK-FS-GRADEHOR EQUAL "00"
               DISPLAY "AULA INCLUÍDA NA GRADE."
           ELSE
               DISPLAY "ERRO GRAVANDO AULA. STATUS " WRK-FS-GRADEHOR
           END-IF.

       0300-EXCLUIR       SECTION.
           PERFORM 0210-RECEBE-HORARIO.
           IF AULA-E-VALIDA
               MOVE WRK-PERIODO TO GRD-PERIODO
               MOVE WRK-TURMA   TO GRD-TURMA
               MOVE WRK-DIA     TO GRD-DIA-SEMANA
               MOVE WRK-HORARIO TO GRD-HORARIO
               READ ARQ-GRADEHOR
                   INVALID KEY
                       DISPLAY "SEM AULA DA TURMA NESTE HORÁRIO."
                   NOT INVALID KEY
                       DISPLAY "AULA: " GRD-DISCIPLINA " SALA "
                               GRD-SALA " PROFESSOR " GRD-PROFESSOR
                       DISPLAY "CONFIRMA A EXCLUSÃO (S/N)... "
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL "S"
                           DELETE ARQ-GRADEHOR
                           IF WRK-FS-GRADEHOR EQUAL "00"
                               DISPLAY "AULA EXCLUÍDA DA GRADE."
                           ELSE
                               DISPLAY "ERRO EXCLUINDO AULA. STATUS "
                                       WRK-FS-GRADEHOR
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0400-CONSULTAR     SECTION.
           DISPLAY "PERÍODO (AAAAPP)... ".
           ACCEPT WRK-PERIODO.
           DISPLAY "TURMA... ".
           ACCEPT WRK-TURMA.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE "N"   TO WRK-FIM-GRADE.
           MOVE WRK-PERIODO TO GRD-PERIODO.
           MOVE WRK-TURMA   TO GRD-TURMA.
           MOVE ZEROS       TO GRD-DIA-SEMANA.
           MOVE ZEROS       TO GRD-HORARIO.
           START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE
               INVALID KEY
                   SET FIM-DA-GRADE TO TRUE
           END-START.
           PERFORM 0420-LISTAR-AULA UNTIL FIM-DA-GRADE.
           IF WRK-QTD-LISTADAS EQUAL ZEROS
               DISPLAY "TURMA SEM AULAS NA GRADE DO PERÍODO."
           ELSE
               DISPLAY WRK-QTD-LISTADAS " AULAS POR SEMANA."
           END-IF.

       0420-LISTAR-AULA   SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO NOT EQUAL WRK-PERIODO
                      OR GRD-TURMA NOT EQUAL WRK-TURMA
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADAS
                       DISPLAY "  DIA " GRD-DIA-SEMANA
                               " HORÁRIO " GRD-HORARIO
                               " " GRD-DISCIPLINA
                               " SALA " GRD-SALA
                               " PROFESSOR " GRD-PROFESSOR
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-GRADEHOR.
           CLOSE ARQ-PROFESSOR.
           CLOSE ARQ-PROFTURM.
           CLOSE ARQ-TURMACAD.

       COPY FSERROPR.
