      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA GRADE HORARIA (ARQUIVO INDEXADO
      *    ==          "GRADEHOR"), UM REGISTRO POR AULA SEMANAL DA
      *    ==          TURMA NO PERIODO: DIA DA SEMANA, HORARIO, SALA,
      *    ==          DISCIPLINA E PROFESSOR (O DA ATRIBUICAO
      *    ==          "PROFTURM"). MANTIDA PELO CADGRADE, IMPRESSA
      *    ==          PELO RELGRADE E USADA PELO APURFREQ PARA AS
      *    ==          AULAS PREVISTAS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PERIODO EM AAAAPP (ANO + 01/02). DIA DA SEMANA
      *==             2 = SEGUNDA ... 6 = SEXTA, 7 = SABADO. HORARIO
      *==             01-12 = ORDEM DA AULA NO DIA. AS CHAVES
      *==             ALTERNADAS (PROFESSOR E SALA NO MESMO PERIODO,
      *==             DIA E HORARIO) NAO ACEITAM DUPLICATAS: O MESMO
      *==             PROFESSOR OU A MESMA SALA NAO PODEM TER DUAS
      *==             AULAS NO MESMO HORARIO. OS CAMPOS DAS CHAVES
      *==             ALTERNADAS REPETEM PERIODO, DIA E HORARIO DA
      *==             CHAVE PRINCIPAL E SAO PREENCHIDOS JUNTO COM ELA.
      *===========================================
       01  GRADEHOR-REC.
           05  GRD-CHAVE.
               10  GRD-PERIODO     PIC X(06).
               10  GRD-TURMA       PIC X(06).
               10  GRD-DIA-SEMANA  PIC 9(01).
               10  GRD-HORARIO     PIC 9(02).
           05  GRD-CHAVE-PROF.
               10  GRD-PERIODO-P   PIC X(06).
               10  GRD-PROFESSOR   PIC 9(04).
               10  GRD-DIA-P       PIC 9(01).
               10  GRD-HORARIO-P   PIC 9(02).
           05  GRD-CHAVE-SALA.
               10  GRD-PERIODO-S   PIC X(06).
               10  GRD-SALA        PIC X(05).
               10  GRD-DIA-S       PIC 9(01).
               10  GRD-HORARIO-S   PIC 9(02).
           05  GRD-DISCIPLINA      PIC X(04).
