      *==OBSERVACOES: RODAR UMA UNICA VEZ PARA POPULAR O CADASTRO;
      *==             MANUTENCOES POSTERIORES SAO FEITAS PELO MENU
      *==             DO PROGRAMA06.
      *==   XX/XX/2026 - SEED COM A FILIAL DE LOTACAO NO FINAL
      *==                (SEED-FILIAL, 00 = DEPARTAMENTO
      *==                COMPARTILHADO); REGISTRO DE 45 POSICOES.
      *===========================================

       ENVIRONMENT         DIVISION.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SEED           RECORD CONTAINS 45 CHARACTERS.
       01  SEED-REC.
           05  SEED-CODIGO       PIC 9(04).
           05  SEED-NOME         PIC X(15).
           05  SEED-AGENCIA      PIC 9(04).
           05  SEED-CONTA        PIC 9(08).
           05  SEED-DEPARTAMENTO PIC X(03).
           05  SEED-FILIAL       PIC 9(02).

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.
                   MOVE SEED-AGENCIA  TO FUNC-AGENCIA
                   MOVE SEED-CONTA    TO FUNC-CONTA
                   MOVE SEED-DEPARTAMENTO TO FUNC-DEPARTAMENTO
                   MOVE SEED-FILIAL       TO FUNC-FILIAL
                   WRITE FUNCIONAR-REC
                   IF WRK-FS-FUNCIONAR EQUAL "00"
                       ADD 1 TO WRK-TOTAL-GRAVADO
