       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURAULA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: APURACAO MENSAL DAS AULAS DADAS PELOS
      *    ==          PROFESSORES (MESMO PAPEL QUE O APURPONT FAZ
      *    ==          PARA O PONTO): UM DIA COM PRESENCA LANCADA
      *    ==          ("PRESENCA") PARA ALUNO MATRICULADO NA TURMA +
      *    ==          DISCIPLINA ("MATRICUL") E AULA DADA EM CADA
      *    ==          HORARIO DA GRADE ("GRADEHOR") DAQUELA TURMA +
      *    ==          DISCIPLINA NO DIA DA SEMANA, CREDITADA AO
      *    ==          PROFESSOR DO HORARIO. PARA O PROFESSOR HORISTA
      *    ==          (FUNCIONARIO VINCULADO E VALOR DA HORA-AULA NO
      *    ==          "PROFESSOR") GRAVA A LINHA DO MES NO "AULAMES"
      *    ==          COM O VALOR DAS AULAS E O DSR LEGAL, QUE A
      *    ==          FOLHA SOMA NO BRUTO, E IMPRIME O RELATORIO DE
      *    ==          HORAS POR PROFESSOR ("RELAULA") PARA A
      *    ==          COORDENACAO ASSINAR ANTES DA FOLHA -- APOSENTA
      *    ==          A PLANILHA PREENCHIDA A MAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MES DE REFERENCIA = MES CORRENTE (O MESMO DA
      *==             FOLHA); GRADE DO PERIODO LETIVO CORRENTE (ANO +
      *==             01/02, COMO NA PAUTA). CADA HORARIO DA GRADE
      *==             VALE UMA HORA-AULA. DSR = VALOR DAS AULAS / DIAS
      *==             UTEIS DO MES (SEGUNDA A SABADO, FORA FERIADOS
      *==             NACIONAIS) X (DOMINGOS + FERIADOS DO MES).
      *==             PROFESSOR SEM VINCULO OU SEM VALOR DA HORA-AULA
      *==             SAI SO NO RELATORIO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-PRESENCA ASSIGN TO "PRESENCA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRESENCA.

           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

           SELECT ARQ-GRADEHOR ASSIGN TO "GRADEHOR"
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

           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

           SELECT ARQ-AULAMES  ASSIGN TO "AULAMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AULAMES.

           SELECT ARQ-RELAULA  ASSIGN TO "RELAULA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAULA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-PRESENCA.
           COPY PRESENCA.

       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-GRADEHOR.
           COPY GRADEHOR.

       FD  ARQ-PROFESSOR.
           COPY PROFESSOR.

       FD  ARQ-FERIADO.
           COPY FERIADO.

       FD  ARQ-AULAMES.
           COPY AULAMES.

       FD  ARQ-RELAULA.
       01  RELAULA-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-PRESENCA    PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-GRADEHOR    PIC X(02) VALUE "00".
       77  WRK-FS-PROFESSOR   PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-AULAMES     PIC X(02) VALUE "00".
       77  WRK-FS-RELAULA     PIC X(02) VALUE "00".
           COPY FSERRO.

       01  WRK-DATA-HOJE.
           05  WRK-DH-ANO      PIC 9(04).
           05  WRK-DH-MES      PIC 9(02).
           05  WRK-DH-DIA      PIC 9(02).
       77  WRK-REFERENCIA     PIC X(06) VALUE SPACES.
       77  WRK-PERIODO-LETIVO PIC X(06) VALUE SPACES.

       77  WRK-FIM-PRESENCA   PIC X(01) VALUE "N".
           88  FIM-DE-PRESENCA         VALUE "S".
       77  WRK-FIM-MATRICUL   PIC X(01) VALUE "N".
           88  FIM-DA-MATRICULA        VALUE "S".
       77  WRK-FIM-GRADE      PIC X(01) VALUE "N".
           88  FIM-DA-GRADE            VALUE "S".
       77  WRK-FIM-FERIADO    PIC X(01) VALUE "N".
           88  FIM-DO-FERIADO          VALUE "S".

      *=======GRADE DO PERIODO: UMA ENTRADA POR HORARIO SEMANAL
       77  WRK-QTD-GRADE      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GRD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRADE.
           05  WRK-GRD-ITEM OCCURS 300 TIMES.
               10  WRK-GRD-TURMA      PIC X(06).
               10  WRK-GRD-DISCIPLINA PIC X(04).
               10  WRK-GRD-DIA        PIC 9(01).
               10  WRK-GRD-PROFESSOR  PIC 9(04).

      *=======MATRICULAS ATIVAS ("M"): ALUNO -> TURMA + DISCIPLINA
       77  WRK-QTD-MATRIC     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-MAT        PIC 9(04) VALUE ZEROS.
       77  WRK-AVISO-MATRIC   PIC X(01) VALUE "N".
           88  AVISO-MATRIC-DADO       VALUE "S".
       01  WRK-TAB-MATRIC.
           05  WRK-MAT-ITEM OCCURS 2000 TIMES.
               10  WRK-MAT-MATRICULA  PIC 9(06).
               10  WRK-MAT-TURMA      PIC X(06).
               10  WRK-MAT-DISCIPLINA PIC X(04).

      *=======DIAS COM AULA DADA: TURMA + DISCIPLINA + DATA (UMA VEZ
      *=======SO, POR MAIS ALUNOS QUE TENHAM PRESENCA NO DIA)
       77  WRK-QTD-DADAS      PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DAD        PIC 9(04) VALUE ZEROS.
       77  WRK-AVISO-DADAS    PIC X(01) VALUE "N".
           88  AVISO-DADAS-DADO        VALUE "S".
       77  WRK-DIA-ACHADO     PIC X(01) VALUE "N".
           88  DIA-JA-REGISTRADO       VALUE "S".
       01  WRK-TAB-DADAS.
           05  WRK-DAD-ITEM OCCURS 1000 TIMES.
               10  WRK-DAD-TURMA      PIC X(06).
               10  WRK-DAD-DISCIPLINA PIC X(04).
               10  WRK-DAD-DATA       PIC X(08).
               10  WRK-DAD-DIA        PIC 9(01).

      *=======AULAS DADAS POR PROFESSOR
       77  WRK-QTD-PROFS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PRF        PIC 9(03) VALUE ZEROS.
       77  WRK-PRF-ACHADO     PIC X(01) VALUE "N".
           88  PROFESSOR-ACHADO        VALUE "S".
       77  WRK-AVISO-PROFS    PIC X(01) VALUE "N".
           88  AVISO-PROFS-DADO        VALUE "S".
       01  WRK-TAB-PROFS.
           05  WRK-PRF-ITEM OCCURS 100 TIMES.
               10  WRK-PRF-COD        PIC 9(04).
               10  WRK-PRF-AULAS      PIC 9(04).

      *=======FERIADOS NACIONAIS (FILIAL ZERO), COMO NO CADSAC
       77  WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FERIADO    PIC 9(03) VALUE ZEROS.
       77  WRK-E-FERIADO      PIC X(01) VALUE "N".
           88  DATA-E-FERIADO          VALUE "S".
       01  WRK-TAB-FERIADOS.
           05  WRK-FERIADO    PIC X(08) OCCURS 100 TIMES.

      *=======CALENDARIO DO MES PARA O DSR
       77  WRK-DIAS-UTEIS     PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-DSR       PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-GRADE      PIC 9(01) VALUE ZEROS.

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

      *=======VALORES DO PROFESSOR E TOTAIS DO RELATORIO
       77  WRK-VALOR-AULAS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-DSR      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-AULAS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-AULAS-FOLHA PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-GRAVADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LIDAS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-GRADE  PIC 9(04) VALUE ZEROS.
       77  WRK-AULAS-DIA      PIC 9(02) VALUE ZEROS.

       77  WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DSR-ED         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-HORA-ED        PIC Z.ZZ9,99.
       77  WRK-AULAS-ED       PIC ZZZ9.
       77  WRK-TOT-VALOR-ED   PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-PRESENCA.
           PERFORM 0150-REGISTRAR-DIA UNTIL FIM-DE-PRESENCA.
           PERFORM 0300-CREDITAR-AULAS.
           PERFORM 0400-CALENDARIO-DSR.
           PERFORM 0500-IMPRIMIR.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "APURAULA" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-REFERENCIA.
      *=======PERIODO LETIVO CORRENTE: ANO + 01 (1O SEMESTRE) OU 02.
           MOVE WRK-DH-ANO TO WRK-PERIODO-LETIVO(1:4).
           IF WRK-DH-MES GREATER 6
               MOVE "02" TO WRK-PERIODO-LETIVO(5:2)
           ELSE
               MOVE "01" TO WRK-PERIODO-LETIVO(5:2)
           END-IF.
           OPEN INPUT ARQ-PRESENCA.
           IF WRK-FS-PRESENCA NOT EQUAL "00"
               MOVE WRK-FS-PRESENCA TO UTIL-FS-CODIGO
               MOVE "PRESENCA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PROFESSOR.
           IF WRK-FS-PROFESSOR NOT EQUAL "00"
               MOVE WRK-FS-PROFESSOR TO UTIL-FS-CODIGO
               MOVE "PROFESSOR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-AULAMES.
           IF WRK-FS-AULAMES NOT EQUAL "00"
               MOVE WRK-FS-AULAMES TO UTIL-FS-CODIGO
               MOVE "AULAMES"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELAULA.
           IF WRK-FS-RELAULA NOT EQUAL "00"
               MOVE WRK-FS-RELAULA TO UTIL-FS-CODIGO
               MOVE "RELAULA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0060-CARREGAR-GRADE.
           PERFORM 0070-CARREGAR-MATRICULAS.
           PERFORM 0080-CARREGAR-FERIADOS.

      *=======SEM GRADE OU SEM MATRICULAS NAO HA COMO SABER QUEM DEU
      *=======AULA: O LOTE PARA COM ERRO, EM VEZ DE MANDAR A FOLHA
      *=======SEM AS HORAS.
       0060-CARREGAR-GRADE SECTION.
           OPEN INPUT ARQ-GRADEHOR.
           IF WRK-FS-GRADEHOR NOT EQUAL "00"
               MOVE WRK-FS-GRADEHOR TO UTIL-FS-CODIGO
               MOVE "GRADEHOR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-PERIODO-LETIVO TO GRD-PERIODO.
           MOVE SPACES TO GRD-TURMA.
           MOVE ZEROS  TO GRD-DIA-SEMANA.
           MOVE ZEROS  TO GRD-HORARIO.
           START ARQ-GRADEHOR KEY IS NOT LESS GRD-CHAVE
               INVALID KEY
                   SET FIM-DA-GRADE TO TRUE
           END-START.
           PERFORM 0065-LER-GRADE UNTIL FIM-DA-GRADE.
           CLOSE ARQ-GRADEHOR.
           IF WRK-QTD-GRADE EQUAL ZEROS
               DISPLAY "AVISO: SEM GRADE HORÁRIA NO PERÍODO "
                       WRK-PERIODO-LETIVO " -- NENHUMA AULA APURADA."
           END-IF.

       0065-LER-GRADE     SECTION.
           READ ARQ-GRADEHOR NEXT
               AT END
                   SET FIM-DA-GRADE TO TRUE
               NOT AT END
                   IF GRD-PERIODO NOT EQUAL WRK-PERIODO-LETIVO
                       SET FIM-DA-GRADE TO TRUE
                   ELSE
                       IF WRK-QTD-GRADE LESS 300
                           ADD 1 TO WRK-QTD-GRADE
                           MOVE GRD-TURMA
                               TO WRK-GRD-TURMA(WRK-QTD-GRADE)
                           MOVE GRD-DISCIPLINA
                               TO WRK-GRD-DISCIPLINA(WRK-QTD-GRADE)
                           MOVE GRD-DIA-SEMANA
                               TO WRK-GRD-DIA(WRK-QTD-GRADE)
                           MOVE GRD-PROFESSOR
                               TO WRK-GRD-PROFESSOR(WRK-QTD-GRADE)
                       ELSE
                           DISPLAY "MAIS DE 300 AULAS NA GRADE -- "
                                   "EXCEDENTES FORA DA APURAÇÃO."
                           SET FIM-DA-GRADE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0070-CARREGAR-MATRICULAS SECTION.
           OPEN INPUT ARQ-MATRICUL.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
               MOVE WRK-FS-MATRICUL TO UTIL-FS-CODIGO
               MOVE "MATRICUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0075-LER-MATRICULA UNTIL FIM-DA-MATRICULA.
           CLOSE ARQ-MATRICUL.

       0075-LER-MATRICULA SECTION.
           READ ARQ-MATRICUL NEXT
               AT END
                   SET FIM-DA-MATRICULA TO TRUE
               NOT AT END
                   IF MAT-MATRICULADO
                       IF WRK-QTD-MATRIC LESS 2000
                           ADD 1 TO WRK-QTD-MATRIC
                           MOVE MAT-MATRICULA
                               TO WRK-MAT-MATRICULA(WRK-QTD-MATRIC)
                           MOVE MAT-TURMA
                               TO WRK-MAT-TURMA(WRK-QTD-MATRIC)
                           MOVE MAT-DISCIPLINA
                               TO WRK-MAT-DISCIPLINA(WRK-QTD-MATRIC)
                       ELSE
                           IF NOT AVISO-MATRIC-DADO
                               DISPLAY "MAIS DE 2000 MATRÍCULAS "
                                       "ATIVAS -- EXCEDENTES FORA "
                                       "DA APURAÇÃO."
                               SET AVISO-MATRIC-DADO TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0080-CARREGAR-FERIADOS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
           OPEN INPUT ARQ-FERIADO.
           IF WRK-FS-FERIADO EQUAL "00"
               PERFORM 0085-LER-FERIADO UNTIL FIM-DO-FERIADO
               CLOSE ARQ-FERIADO
           ELSE
               DISPLAY "AVISO: CALENDÁRIO DE FERIADOS INDISPONÍVEL "
                       "(STATUS " WRK-FS-FERIADO ") -- DSR SÓ COM "
                       "OS DOMINGOS."
           END-IF.

       0085-LER-FERIADO   SECTION.
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
               AT END
                   SET FIM-DE-PRESENCA TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
           END-READ.

      *=======LINHA DE PRESENCA DO MES: CADA TURMA + DISCIPLINA EM
      *=======QUE O ALUNO ESTA MATRICULADO TEVE AULA NAQUELE DIA.
       0150-REGISTRAR-DIA SECTION.
           IF PRE-DATA IS NUMERIC
              AND PRE-DATA(1:6) EQUAL WRK-REFERENCIA
               MOVE PRE-DATA TO WRK-DATA-ATUAL
               PERFORM 0460-CALCULA-DIA-SEMANA
               MOVE 1 TO WRK-IDX-MAT
               PERFORM 0160-TESTAR-MATRICULA
                   UNTIL WRK-IDX-MAT GREATER WRK-QTD-MATRIC
           END-IF.
           PERFORM 0100-LER-PRESENCA.

       0160-TESTAR-MATRICULA SECTION.
           IF WRK-MAT-MATRICULA(WRK-IDX-MAT) EQUAL PRE-MATRICULA
               PERFORM 0170-REGISTRAR-TURMA-DIA
           END-IF.
           ADD 1 TO WRK-IDX-MAT.

       0170-REGISTRAR-TURMA-DIA SECTION.
           MOVE "N" TO WRK-DIA-ACHADO.
           MOVE 1   TO WRK-IDX-DAD.
           PERFORM 0180-PROCURAR-DIA
               UNTIL WRK-IDX-DAD GREATER WRK-QTD-DADAS
                  OR DIA-JA-REGISTRADO.
           IF NOT DIA-JA-REGISTRADO
               IF WRK-QTD-DADAS LESS 1000
                   ADD 1 TO WRK-QTD-DADAS
                   MOVE WRK-MAT-TURMA(WRK-IDX-MAT)
                       TO WRK-DAD-TURMA(WRK-QTD-DADAS)
                   MOVE WRK-MAT-DISCIPLINA(WRK-IDX-MAT)
                       TO WRK-DAD-DISCIPLINA(WRK-QTD-DADAS)
                   MOVE PRE-DATA    TO WRK-DAD-DATA(WRK-QTD-DADAS)
                   MOVE WRK-DIA-GRADE TO WRK-DAD-DIA(WRK-QTD-DADAS)
               ELSE
                   IF NOT AVISO-DADAS-DADO
                       DISPLAY "MAIS DE 1000 DIAS DE AULA NO MÊS -- "
                               "EXCEDENTES FORA DA APURAÇÃO."
                       SET AVISO-DADAS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0180-PROCURAR-DIA  SECTION.
           IF WRK-DAD-TURMA(WRK-IDX-DAD) EQUAL
                   WRK-MAT-TURMA(WRK-IDX-MAT)
              AND WRK-DAD-DISCIPLINA(WRK-IDX-DAD) EQUAL
                   WRK-MAT-DISCIPLINA(WRK-IDX-MAT)
              AND WRK-DAD-DATA(WRK-IDX-DAD) EQUAL PRE-DATA
               SET DIA-JA-REGISTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DAD
           END-IF.

      *=======CADA DIA COM AULA CREDITA OS HORARIOS DA GRADE DA TURMA
      *=======+ DISCIPLINA NAQUELE DIA DA SEMANA AO PROFESSOR DO
      *=======HORARIO. DIA SEM HORARIO NA GRADE (REPOSICAO FORA DA
      *=======GRADE) SO E CONTADO NO AVISO.
       0300-CREDITAR-AULAS SECTION.
           MOVE 1 TO WRK-IDX-DAD.
           PERFORM 0320-CREDITAR-DIA
               UNTIL WRK-IDX-DAD GREATER WRK-QTD-DADAS.
           IF WRK-QTD-SEM-GRADE GREATER ZEROS
               DISPLAY "AVISO: " WRK-QTD-SEM-GRADE " DIAS COM "
                       "PRESENÇA FORA DA GRADE -- CONFERIR COM A "
                       "COORDENAÇÃO."
           END-IF.

       0320-CREDITAR-DIA  SECTION.
           MOVE ZEROS TO WRK-AULAS-DIA.
           MOVE 1 TO WRK-IDX-GRD.
           PERFORM 0340-TESTAR-HORARIO
               UNTIL WRK-IDX-GRD GREATER WRK-QTD-GRADE.
           IF WRK-AULAS-DIA EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-GRADE
           END-IF.
           ADD 1 TO WRK-IDX-DAD.

       0340-TESTAR-HORARIO SECTION.
           IF WRK-GRD-TURMA(WRK-IDX-GRD) EQUAL
                   WRK-DAD-TURMA(WRK-IDX-DAD)
              AND WRK-GRD-DISCIPLINA(WRK-IDX-GRD) EQUAL
                   WRK-DAD-DISCIPLINA(WRK-IDX-DAD)
              AND WRK-GRD-DIA(WRK-IDX-GRD) EQUAL
                   WRK-DAD-DIA(WRK-IDX-DAD)
               ADD 1 TO WRK-AULAS-DIA
               PERFORM 0360-LOCALIZAR-PROFESSOR
               IF WRK-IDX-PRF NOT GREATER WRK-QTD-PROFS
                   ADD 1 TO WRK-PRF-AULAS(WRK-IDX-PRF)
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-GRD.

      *=======PROFESSOR QUE NAO COUBE NA TABELA FICA FORA (AVISO UMA
      *=======VEZ), COMO NO RELPROF.
       0360-LOCALIZAR-PROFESSOR SECTION.
           MOVE "N" TO WRK-PRF-ACHADO.
           MOVE 1   TO WRK-IDX-PRF.
           PERFORM 0370-PROCURAR-PROFESSOR
               UNTIL WRK-IDX-PRF GREATER WRK-QTD-PROFS
                  OR PROFESSOR-ACHADO.
           IF NOT PROFESSOR-ACHADO
               IF WRK-QTD-PROFS LESS 100
                   ADD 1 TO WRK-QTD-PROFS
                   MOVE WRK-QTD-PROFS TO WRK-IDX-PRF
                   MOVE WRK-GRD-PROFESSOR(WRK-IDX-GRD)
                       TO WRK-PRF-COD(WRK-IDX-PRF)
                   MOVE ZEROS TO WRK-PRF-AULAS(WRK-IDX-PRF)
               ELSE
                   IF NOT AVISO-PROFS-DADO
                       DISPLAY "MAIS DE 100 PROFESSORES NO MÊS -- "
                               "EXCEDENTES FORA DA APURAÇÃO."
                       SET AVISO-PROFS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0370-PROCURAR-PROFESSOR SECTION.
           IF WRK-PRF-COD(WRK-IDX-PRF) EQUAL
                   WRK-GRD-PROFESSOR(WRK-IDX-GRD)
               SET PROFESSOR-ACHADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-PRF
           END-IF.

      *=======DIAS UTEIS (SEGUNDA A SABADO FORA FERIADOS) E DIAS DE
      *=======DESCANSO (DOMINGOS + FERIADOS) DO MES DE REFERENCIA.
       0400-CALENDARIO-DSR SECTION.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-DSR.
           MOVE WRK-REFERENCIA TO WRK-CALC-RESULT-DATA(1:6).
           MOVE "01"           TO WRK-CALC-RESULT-DATA(7:2).
           PERFORM 0420-CLASSIFICAR-DIA
               UNTIL WRK-CALC-RESULT-DATA(1:6)
                     NOT EQUAL WRK-REFERENCIA.

       0420-CLASSIFICAR-DIA SECTION.
           MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-ATUAL.
           PERFORM 0460-CALCULA-DIA-SEMANA.
           MOVE "N" TO WRK-E-FERIADO.
           MOVE 1 TO WRK-IDX-FERIADO.
           PERFORM 0440-COMPARA-FERIADO
               UNTIL WRK-IDX-FERIADO GREATER WRK-QTD-FERIADOS
                  OR DATA-E-FERIADO.
           IF WRK-DIA-GRADE EQUAL 1 OR DATA-E-FERIADO
               ADD 1 TO WRK-DIAS-DSR
           ELSE
               ADD 1 TO WRK-DIAS-UTEIS
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
      *=======6=SEXTA-FEIRA; WRK-DIA-GRADE TROCA O SABADO PARA 7, A
      *=======NUMERACAO DA GRADE HORARIA.
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
           IF WRK-H EQUAL 0
               MOVE 7 TO WRK-DIA-GRADE
           ELSE
               MOVE WRK-H TO WRK-DIA-GRADE
           END-IF.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO RELAULA-LINHA.
           STRING "AULAS DADAS POR PROFESSOR - COMPETENCIA "
                  WRK-REFERENCIA(5:2) "/" WRK-REFERENCIA(1:4)
                  "   PERIODO LETIVO " WRK-PERIODO-LETIVO
               DELIMITED BY SIZE INTO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELAULA-LINHA.
           STRING "DIAS UTEIS NO MES " WRK-DIAS-UTEIS
                  "   DOMINGOS E FERIADOS (DSR) " WRK-DIAS-DSR
               DELIMITED BY SIZE INTO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELAULA-LINHA.
           STRING "PROF NOME                 FUNC AULAS  HORA-AULA"
                  "    VALOR AULAS            DSR          TOTAL"
               DELIMITED BY SIZE INTO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-PRF.
           PERFORM 0520-LINHA-PROFESSOR
               UNTIL WRK-IDX-PRF GREATER WRK-QTD-PROFS.
           MOVE ALL "-" TO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO RELAULA-LINHA.
           STRING "TOTAL DE AULAS " WRK-TOT-AULAS
                  "   AULAS PAGAS NA FOLHA " WRK-TOT-AULAS-FOLHA
                  "   VALOR PARA A FOLHA (AULAS + DSR) "
                  WRK-TOT-VALOR-ED
               DELIMITED BY SIZE INTO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "CONFERIDO POR: ______________________________   "
               TO RELAULA-LINHA.
           MOVE "DATA: ____/____/________" TO RELAULA-LINHA(51:24).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "               COORDENACAO PEDAGOGICA" TO
               RELAULA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======HORISTA (FUNCIONARIO VINCULADO E VALOR DA HORA-AULA)
      *=======GERA A LINHA DO "AULAMES" PARA A FOLHA; OS DEMAIS SAEM
      *=======SO NO RELATORIO.
       0520-LINHA-PROFESSOR SECTION.
           MOVE WRK-PRF-COD(WRK-IDX-PRF) TO PRF-CODIGO.
           READ ARQ-PROFESSOR
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO PRF-NOME
                   MOVE ZEROS TO PRF-FUNC-CODIGO
                   MOVE ZEROS TO PRF-VALOR-HORA
           END-READ.
           IF PRF-FUNC-CODIGO IS NOT NUMERIC
               MOVE ZEROS TO PRF-FUNC-CODIGO
           END-IF.
           IF PRF-VALOR-HORA IS NOT NUMERIC
               MOVE ZEROS TO PRF-VALOR-HORA
           END-IF.
           ADD WRK-PRF-AULAS(WRK-IDX-PRF) TO WRK-TOT-AULAS.
           COMPUTE WRK-VALOR-AULAS ROUNDED =
                   WRK-PRF-AULAS(WRK-IDX-PRF) * PRF-VALOR-HORA.
           IF WRK-DIAS-UTEIS GREATER ZEROS
               COMPUTE WRK-VALOR-DSR ROUNDED =
                       WRK-VALOR-AULAS * WRK-DIAS-DSR / WRK-DIAS-UTEIS
           ELSE
               MOVE ZEROS TO WRK-VALOR-DSR
           END-IF.
           COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-AULAS + WRK-VALOR-DSR.
           MOVE WRK-PRF-AULAS(WRK-IDX-PRF) TO WRK-AULAS-ED.
           MOVE PRF-VALOR-HORA  TO WRK-HORA-ED.
           MOVE WRK-VALOR-AULAS TO WRK-VALOR-ED.
           MOVE WRK-VALOR-DSR   TO WRK-DSR-ED.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO RELAULA-LINHA.
           IF PRF-FUNC-CODIGO GREATER ZEROS
              AND PRF-VALOR-HORA GREATER ZEROS
               STRING WRK-PRF-COD(WRK-IDX-PRF) " " PRF-NOME " "
                      PRF-FUNC-CODIGO "  " WRK-AULAS-ED "  "
                      WRK-HORA-ED " " WRK-VALOR-ED "  " WRK-DSR-ED
                      "  " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO RELAULA-LINHA
               PERFORM 0540-GRAVAR-AULAMES
           ELSE
               STRING WRK-PRF-COD(WRK-IDX-PRF) " " PRF-NOME
                      "      " WRK-AULAS-ED
                      "  (SEM VINCULO COM A FOLHA OU SEM VALOR DA "
                      "HORA-AULA -- NAO VAI PARA A FOLHA)"
                   DELIMITED BY SIZE INTO RELAULA-LINHA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-PRF.

       0540-GRAVAR-AULAMES SECTION.
           MOVE WRK-PRF-COD(WRK-IDX-PRF)   TO AUL-PROFESSOR.
           MOVE PRF-FUNC-CODIGO            TO AUL-FUNCIONARIO.
           MOVE WRK-REFERENCIA             TO AUL-REFERENCIA.
           MOVE WRK-PRF-AULAS(WRK-IDX-PRF) TO AUL-QTD-AULAS.
           MOVE PRF-VALOR-HORA             TO AUL-VALOR-HORA.
           MOVE WRK-VALOR-AULAS            TO AUL-VALOR-AULAS.
           MOVE WRK-DIAS-UTEIS             TO AUL-DIAS-UTEIS.
           MOVE WRK-DIAS-DSR               TO AUL-DIAS-DSR.
           MOVE WRK-VALOR-DSR              TO AUL-VALOR-DSR.
           WRITE AULAMES-REC.
           IF WRK-FS-AULAMES NOT EQUAL "00"
               MOVE WRK-FS-AULAMES TO UTIL-FS-CODIGO
               MOVE "AULAMES"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           ADD WRK-PRF-AULAS(WRK-IDX-PRF) TO WRK-TOT-AULAS-FOLHA.
           ADD WRK-VALOR-TOTAL TO WRK-TOT-VALOR.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELAULA-LINHA.
           IF WRK-FS-RELAULA NOT EQUAL "00"
               MOVE WRK-FS-RELAULA TO UTIL-FS-CODIGO
               MOVE "RELAULA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PRESENCA.
           CLOSE ARQ-PROFESSOR.
           CLOSE ARQ-AULAMES.
           CLOSE ARQ-RELAULA.
           DISPLAY "LANÇAMENTOS DE PRESENÇA LIDOS.. " WRK-QTD-LIDAS.
           DISPLAY "DIAS DE AULA POR TURMA......... " WRK-QTD-DADAS.
           DISPLAY "PROFESSORES COM AULA........... " WRK-QTD-PROFS.
           DISPLAY "LINHAS GRAVADAS PARA A FOLHA... " WRK-QTD-GRAVADOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
