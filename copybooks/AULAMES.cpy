      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA APURACAO MENSAL DE AULAS DADAS PELOS
      *    ==          PROFESSORES HORISTAS (ARQUIVO "AULAMES"), UMA
      *    ==          LINHA POR PROFESSOR E MES, GRAVADA PELO
      *    ==          APURAULA A PARTIR DOS DIAS COM PRESENCA LANCADA
      *    ==          EM CADA TURMA ("PRESENCA" + "MATRICUL") E DA
      *    ==          GRADE HORARIA ("GRADEHOR"). A FOLHA LE A LINHA
      *    ==          DO MES PELO FUNCIONARIO VINCULADO
      *    ==          (AUL-FUNCIONARIO) E SOMA AS HORAS-AULA E O DSR
      *    ==          NO BRUTO, COMO A COMISSAO DO "COMISMES".
      *==DATA XX/XX/2026
      *==OBSERVACOES: AUL-VALOR-DSR E O DESCANSO SEMANAL REMUNERADO
      *==             SOBRE A PARTE VARIAVEL: VALOR DAS AULAS / DIAS
      *==             UTEIS DO MES X (DOMINGOS + FERIADOS DO MES).
      *===========================================
       01  AULAMES-REC.
           05  AUL-PROFESSOR       PIC 9(04).
           05  AUL-FUNCIONARIO     PIC 9(04).
           05  AUL-REFERENCIA      PIC X(06).
           05  AUL-QTD-AULAS       PIC 9(04).
           05  AUL-VALOR-HORA      PIC 9(04)V99.
           05  AUL-VALOR-AULAS     PIC 9(08)V99.
           05  AUL-DIAS-UTEIS      PIC 9(02).
           05  AUL-DIAS-DSR        PIC 9(02).
           05  AUL-VALOR-DSR       PIC 9(08)V99.
