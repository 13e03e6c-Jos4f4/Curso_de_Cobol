      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR ANTES DO PROGRAMA17, QUE PASSOU A LER O
      *==             CADASTRO EM VEZ DA TABELA DO COPYBOOK.
      *==   XX/XX/2026 - O SEED PASSA A TRAZER O CNPJ DA FILIAL
      *==                (SEED-CNPJ, EMITENTE DA NOTA ELETRONICA).
      *===========================================

       ENVIRONMENT         DIVISION.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SEED         RECORD CONTAINS 34 CHARACTERS.
       01  SEED-REC.
           05  SEED-CODIGO      PIC 9(02).
           05  SEED-CIDADE      PIC X(15).
           05  SEED-UF          PIC X(02).
           05  SEED-ATIVO       PIC X(01).
           05  SEED-CNPJ        PIC X(14).

       FD  ARQ-FILIAL.
           COPY FILIAL.
           MOVE SEED-CIDADE        TO FIL-CIDADE.
           MOVE SEED-UF            TO FIL-UF.
           MOVE SEED-ATIVO         TO FIL-ATIVO.
           MOVE SEED-CNPJ          TO FIL-CNPJ.
           WRITE FILIAL-REC.
           IF WRK-FS-FILIAL EQUAL "00"
               ADD 1 TO WRK-TOTAL-GRAVADO
