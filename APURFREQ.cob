      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR ANTES DA PAUTA, DEPOIS DO ULTIMO
      *==             LANCAMENTO DE PRESENCA DO PERIODO.
      *==   XX/XX/2026 - AULAS PREVISTAS PASSAM A SAIR DA GRADE HORARIA
      *==                ("GRADEHOR") DO PERIODO LETIVO CORRENTE: PARA
      *==                CADA TURMA + DISCIPLINA EM QUE O ALUNO ESTA
      *==                MATRICULADO ("MATRICUL"), AS AULAS DA SEMANA
      *==                VEZES OS DIAS DA SEMANA CORRESPONDENTES ENTRE
      *==                A PRIMEIRA E A ULTIMA DATA DO "PRESENCA", FORA
      *==                OS FERIADOS NACIONAIS. VALE O MAIOR ENTRE A
      *==                GRADE E AS LINHAS LANCADAS (AULA EXTRA NAO
      *==                SOME); SEM GRADE OU SEM MATRICULA, FICAM AS
      *==                LINHAS LANCADAS, COMO ANTES.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQUENC.

           SELECT ARQ-GRADEHOR ASSIGN TO "GRADEHOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-CHAVE
               ALTERNATE RECORD KEY IS GRD-CHAVE-PROF
               ALTERNATE RECORD KEY IS GRD-CHAVE-SALA
               FILE STATUS IS WRK-FS-GRADEHOR.

           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PRESENCA.
       FD  ARQ-FREQUENC.
           COPY FREQUENC.

       FD  ARQ-GRADEHOR.
           COPY GRADEHOR.

       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-FERIADO.
           COPY FERIADO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PRESENCA    PIC X(02) VALUE "00".
       77  WRK-FS-FREQUENC    PIC X(02) VALUE "00".
       77  WRK-FS-GRADEHOR    PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-FIM-PRESENCA   PIC X(01) VALUE "N".
           88  FIM-DE-PRESENCA         VALUE "S".
               10  WRK-TOT-MATRICULA PIC 9(06) VALUE ZEROS.
               10  WRK-TOT-PREVISTAS PIC 9(04) VALUE ZEROS.
               10  WRK-TOT-PRESENCAS PIC 9(04) VALUE ZEROS.
               10  WRK-TOT-GRADE     PIC 9(04) VALUE ZEROS.

      *=======GRADE HORARIA DO PERIODO: UMA ENTRADA POR AULA SEMANAL
      *=======(TURMA + DISCIPLINA + DIA DA SEMANA, 2=SEG ... 7=SAB)
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO      PIC 9(04).
           05  WRK-DS-MES      PIC 9(02).
           05  WRK-DS-DIA      PIC 9(02).
       77  WRK-PERIODO-LETIVO PIC X(06) VALUE SPACES.
       77  WRK-GRADE-ATIVA    PIC X(01) VALUE "N".
           88  GRADE-ATIVA             VALUE "S".
       77  WRK-FIM-GRADE      PIC X(01) VALUE "N".
           88  FIM-DA-GRADE            VALUE "S".
       77  WRK-QTD-AULAS-GRD  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GRD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRADE.
           05  WRK-GRD-ITEM OCCURS 300 TIMES.
               10  WRK-GRD-TURMA      PIC X(06).
               10  WRK-GRD-DISCIPLINA PIC X(04).
               10  WRK-GRD-DIA        PIC 9(01).

      *=======DIAS LETIVOS DE CADA DIA DA SEMANA ENTRE A PRIMEIRA E A
      *=======ULTIMA DATA DO LANCAMENTO (INDICE = DIA DA GRADE)
       01  WRK-TAB-DIAS-SEMANA.
           05  WRK-QTD-DIA    PIC 9(03) OCCURS 7 TIMES.
       77  WRK-DATA-INICIO    PIC X(08) VALUE SPACES.
       77  WRK-DATA-FIM       PIC X(08) VALUE SPACES.
       77  WRK-DIA-GRADE      PIC 9(01) VALUE ZEROS.

       77  WRK-FIM-MATRICUL   PIC X(01) VALUE "N".
           88  FIM-DA-MATRICULA        VALUE "S".

      *=======FERIADOS NACIONAIS (FILIAL ZERO), COMO NO CADSAC
       77  WRK-FIM-FERIADO    PIC X(01) VALUE "N".
           88  FIM-DO-FERIADO          VALUE "S".
       77  WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FERIADO    PIC 9(03) VALUE ZEROS.
       77  WRK-E-FERIADO      PIC X(01) VALUE "N".
           88  DATA-E-FERIADO          VALUE "S".
       01  WRK-TAB-FERIADOS.
           05  WRK-FERIADO    PIC X(08) OCCURS 100 TIMES.

      *=======AVANCO DE UM DIA PELA DATACALC, COMO NA DIAUTIL
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE 1.
       77  WRK-CALC-MODO       PIC X(01) VALUE "A".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======CAMPOS DO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE
      *=======ZELLER DA DIAUTIL/DATAMES)
       01  WRK-DATA-ATUAL.
           05  WRK-ANO-ATUAL       PIC 9(04).
           05  WRK-MES-ATUAL       PIC 9(02).
           05  WRK-DIA-ATUAL       PIC 9(02).
       77  WRK-ANO-ZELLER      PIC 9(04) VALUE ZEROS.
       77  WRK-MES-ZELLER      PIC 9(02) VALUE ZEROS.
       77  WRK-TERMO-MES       PIC 9(04) VALUE ZEROS.
       77  WRK-TERMO-SECULO    PIC 9(02) VALUE ZEROS.
       77  WRK-TERMO-ANO-CURTO PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-CURTO       PIC 9(02) VALUE ZEROS.
       77  WRK-SECULO          PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-ZELLER     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEMANAS     PIC 9(04) VALUE ZEROS.
       77  WRK-H               PIC 9(01) VALUE ZEROS.

       77  WRK-PERCENTUAL     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-PRESENCA.
           PERFORM 0150-ACUMULAR UNTIL FIM-DE-PRESENCA.
           IF GRADE-ATIVA AND WRK-QTD-ALUNOS GREATER ZEROS
              AND WRK-DATA-INICIO NOT EQUAL SPACES
               PERFORM 0400-CONTAR-DIAS-LETIVOS
               PERFORM 0500-PREVISTAS-DA-GRADE
           END-IF.
           PERFORM 0300-GRAVAR-RESUMO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-FREQUENC.
      *=======PERIODO LETIVO CORRENTE: ANO + 01 (1O SEMESTRE) OU 02.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DS-ANO TO WRK-PERIODO-LETIVO(1:4).
           IF WRK-DS-MES GREATER 6
               MOVE "02" TO WRK-PERIODO-LETIVO(5:2)
           ELSE
               MOVE "01" TO WRK-PERIODO-LETIVO(5:2)
           END-IF.
           PERFORM 0060-CARREGAR-GRADE.
           IF GRADE-ATIVA
               PERFORM 0070-CARREGAR-FERIADOS
           END-IF.

      *=======SEM GRADE NO PERIODO, AS PREVISTAS FICAM NAS LINHAS
      *=======LANCADAS NO "PRESENCA", COMO ANTES DA GRADE EXISTIR.
       0060-CARREGAR-GRADE SECTION.
           OPEN INPUT ARQ-GRADEHOR.
           IF WRK-FS-GRADEHOR EQUAL "00"
               MOVE WRK-PERIODO-LETIVO TO GRD-PERIODO
               MOVE SPACES TO GRD-TURMA
               MOVE ZEROS  TO GRD-DIA-SEMANA
               MOVE ZEROS  TO GRD-HORARIO
               START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE
                   INVALID KEY
                       SET FIM-DA-GRADE TO TRUE
               END-START
               PERFORM 0065-LER-GRADE UNTIL FIM-DA-GRADE
               CLOSE ARQ-GRADEHOR
           ELSE
               DISPLAY "AVISO: GRADE HORÁRIA INDISPONÍVEL (STATUS "
                       WRK-FS-GRADEHOR ") -- PREVISTAS = AULAS "
                       "LANÇADAS."
           END-IF.
           IF WRK-QTD-AULAS-GRD GREATER ZEROS
               SET GRADE-ATIVA TO TRUE
           ELSE
               IF WRK-FS-GRADEHOR EQUAL "00"
                   DISPLAY "AVISO: SEM GRADE HORÁRIA NO PERÍODO "
                           WRK-PERIODO-LETIVO " -- PREVISTAS = "
                           "AULAS LANÇADAS."
               END-IF
           END-IF.

       0065-LER-GRADE     SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO NOT EQUAL WRK-PERIODO-LETIVO
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       IF WRK-QTD-AULAS-GRD LESS 300
                           ADD 1 TO WRK-QTD-AULAS-GRD
                           MOVE GRD-TURMA
                               TO WRK-GRD-TURMA(WRK-QTD-AULAS-GRD)
                           MOVE GRD-DISCIPLINA
                               TO WRK-GRD-DISCIPLINA(WRK-QTD-AULAS-GRD)
                           MOVE GRD-DIA-SEMANA
                               TO WRK-GRD-DIA(WRK-QTD-AULAS-GRD)
                       ELSE
                           DISPLAY "MAIS DE 300 AULAS NA GRADE -- "
                                   "EXCEDENTES FORA DAS PREVISTAS."
                           SET FIM-DA-GRADE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0070-CARREGAR-FERIADOS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
           OPEN INPUT ARQ-FERIADO.
           IF WRK-FS-FERIADO EQUAL "00"
               PERFORM 0075-LER-FERIADO UNTIL FIM-DO-FERIADO
               CLOSE ARQ-FERIADO
           ELSE
               DISPLAY "AVISO: CALENDÁRIO DE FERIADOS INDISPONÍVEL "
                       "(STATUS " WRK-FS-FERIADO ") -- PREVISTAS SEM "
                       "DESCONTAR FERIADOS."
           END-IF.

       0075-LER-FERIADO   SECTION.
           READ ARQ-FERIADO
               AT END
                   SET FIM-DO-FERIADO TO TRUE
               NOT AT END
                   IF FERIADO-ATIVO EQUAL "S"
                      AND FERIADO-FILIAL EQUAL ZEROS
                      AND WRK-QTD-FERIADOS LESS 100
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FERIADO-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

       0100-LER-PRESENCA  SECTION.
           READ ARQ-PRESENCA
                   SET FIM-DE-PRESENCA TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF PRE-DATA IS NUMERIC
                       IF WRK-DATA-INICIO EQUAL SPACES
                          OR PRE-DATA LESS WRK-DATA-INICIO
                           MOVE PRE-DATA TO WRK-DATA-INICIO
                       END-IF
                       IF WRK-DATA-FIM EQUAL SPACES
                          OR PRE-DATA GREATER WRK-DATA-FIM
                           MOVE PRE-DATA TO WRK-DATA-FIM
                       END-IF
                   END-IF
           END-READ.

       0150-ACUMULAR      SECTION.
           DISPLAY "ALUNOS NO RESUMO...... " WRK-QTD-ALUNOS.

       0350-GRAVAR-ALUNO  SECTION.
           IF WRK-TOT-GRADE(WRK-IDX-REL)
                   GREATER WRK-TOT-PREVISTAS(WRK-IDX-REL)
               MOVE WRK-TOT-GRADE(WRK-IDX-REL)
                   TO WRK-TOT-PREVISTAS(WRK-IDX-REL)
           END-IF.
           COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-TOT-PRESENCAS(WRK-IDX-REL) * 100
                   / WRK-TOT-PREVISTAS(WRK-IDX-REL).
           END-IF.
           ADD 1 TO WRK-IDX-REL.

      *=======QUANTAS SEGUNDAS, TERCAS ... SABADOS NAO FERIADOS HA
      *=======ENTRE A PRIMEIRA E A ULTIMA DATA LANCADA.
       0400-CONTAR-DIAS-LETIVOS SECTION.
           MOVE ZEROS TO WRK-TAB-DIAS-SEMANA.
           MOVE WRK-DATA-INICIO TO WRK-CALC-RESULT-DATA.
           PERFORM 0420-CONTAR-DIA
               UNTIL WRK-CALC-RESULT-DATA GREATER WRK-DATA-FIM.

       0420-CONTAR-DIA    SECTION.
           MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-ATUAL.
           PERFORM 0460-CALCULA-DIA-SEMANA.
           IF WRK-H EQUAL 0
               MOVE 7 TO WRK-DIA-GRADE
           ELSE
               MOVE WRK-H TO WRK-DIA-GRADE
           END-IF.
           IF WRK-DIA-GRADE NOT EQUAL 1
               MOVE "N" TO WRK-E-FERIADO
               MOVE 1 TO WRK-IDX-FERIADO
               PERFORM 0440-COMPARA-FERIADO
                   UNTIL WRK-IDX-FERIADO GREATER WRK-QTD-FERIADOS
                      OR DATA-E-FERIADO
               IF NOT DATA-E-FERIADO
                   ADD 1 TO WRK-QTD-DIA(WRK-DIA-GRADE)
               END-IF
           END-IF.
           MOVE WRK-CALC-RESULT-DATA TO WRK-CALC-DATA1.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.

       0440-COMPARA-FERIADO SECTION.
           IF WRK-FERIADO(WRK-IDX-FERIADO) EQUAL WRK-CALC-RESULT-DATA
               SET DATA-E-FERIADO TO TRUE
           END-IF.
           ADD 1 TO WRK-IDX-FERIADO.

      *=======CONGRUENCIA DE ZELLER, COMO NA DIAUTIL. WRK-H
      *=======RESULTANTE: 0=SABADO, 1=DOMINGO, 2=SEGUNDA-FEIRA ...
      *=======6=SEXTA-FEIRA.
       0460-CALCULA-DIA-SEMANA SECTION.
           MOVE WRK-MES-ATUAL TO WRK-MES-ZELLER.
           MOVE WRK-ANO-ATUAL TO WRK-ANO-ZELLER.
           IF WRK-MES-ZELLER LESS 3
               ADD 12 TO WRK-MES-ZELLER
               SUBTRACT 1 FROM WRK-ANO-ZELLER
           END-IF.

           DIVIDE WRK-ANO-ZELLER BY 100
               GIVING WRK-SECULO REMAINDER WRK-ANO-CURTO.

           COMPUTE WRK-TERMO-MES =
                   13 * (WRK-MES-ZELLER + 1) / 5.
           COMPUTE WRK-TERMO-ANO-CURTO = WRK-ANO-CURTO / 4.
           COMPUTE WRK-TERMO-SECULO    = WRK-SECULO / 4.

           COMPUTE WRK-SOMA-ZELLER =
                   WRK-DIA-ATUAL + WRK-TERMO-MES + WRK-ANO-CURTO
                   + WRK-TERMO-ANO-CURTO + WRK-TERMO-SECULO
                   + (5 * WRK-SECULO).

           DIVIDE WRK-SOMA-ZELLER BY 7
               GIVING WRK-QTD-SEMANAS REMAINDER WRK-H.

      *=======CADA MATRICULA ATIVA ("M") DE ALUNO DO RESUMO SOMA AS
      *=======AULAS DA GRADE DA SUA TURMA + DISCIPLINA NO INTERVALO.
       0500-PREVISTAS-DA-GRADE SECTION.
           OPEN INPUT ARQ-MATRICUL.
           IF WRK-FS-MATRICUL EQUAL "00"
               PERFORM 0520-LER-MATRICULA UNTIL FIM-DA-MATRICULA
               CLOSE ARQ-MATRICUL
           ELSE
               DISPLAY "AVISO: CONTROLE DE MATRÍCULAS INDISPONÍVEL "
                       "(STATUS " WRK-FS-MATRICUL ") -- PREVISTAS = "
                       "AULAS LANÇADAS."
           END-IF.

       0520-LER-MATRICULA SECTION.
           READ ARQ-MATRICUL NEXT
               AT END
                   SET FIM-DA-MATRICULA TO TRUE
               NOT AT END
                   IF MAT-MATRICULADO
                       PERFORM 0540-SOMAR-GRADE-ALUNO
                   END-IF
           END-READ.

       0540-SOMAR-GRADE-ALUNO SECTION.
           MOVE "N" TO WRK-ALU-ENCONTRADO.
           MOVE 1   TO WRK-IDX.
           PERFORM 0550-PROCURAR-MATRICULA
               UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
                  OR ALUNO-FOI-ENCONTRADO.
           IF ALUNO-FOI-ENCONTRADO
               MOVE 1 TO WRK-IDX-GRD
               PERFORM 0560-SOMAR-AULA-GRADE
                   UNTIL WRK-IDX-GRD GREATER WRK-QTD-AULAS-GRD
           END-IF.

       0550-PROCURAR-MATRICULA SECTION.
           IF WRK-TOT-MATRICULA(WRK-IDX) EQUAL MAT-MATRICULA
               SET ALUNO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX
           END-IF.

       0560-SOMAR-AULA-GRADE SECTION.
           IF WRK-GRD-TURMA(WRK-IDX-GRD) EQUAL MAT-TURMA
              AND WRK-GRD-DISCIPLINA(WRK-IDX-GRD) EQUAL MAT-DISCIPLINA
              AND WRK-GRD-DIA(WRK-IDX-GRD) GREATER 1
               ADD WRK-QTD-DIA(WRK-GRD-DIA(WRK-IDX-GRD))
                   TO WRK-TOT-GRADE(WRK-IDX)
           END-IF.
           ADD 1 TO WRK-IDX-GRD.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PRESENCA.
           CLOSE ARQ-FREQUENC.
