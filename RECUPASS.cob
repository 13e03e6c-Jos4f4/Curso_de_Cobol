      *==             COM CONTADOR PROPRIO NO RESUMO.
      *==   XX/XX/2026 - COM O BOLETIM POR DISCIPLINA, A NOTA DE
      *==                RECUPERACAO CASA POR MATRICULA + DISCIPLINA.
      *==   XX/XX/2026 - A LINHA DO BOLETIM FECHADO PASSA A TER 90
      *==                POSICOES (ERA 80 E CORTAVA O FIM DO CODIGO DA
      *==                DISCIPLINA), PARA A RETIFICACAO DE NOTA
      *==                (RETIFNOT) ACHAR O ALUNO POR MATERIA.
      *===========================================

       ENVIRONMENT         DIVISION.
           COPY RECUPER.

       FD  ARQ-BOLETIM2.
       01  BOLETIM2-LINHA      PIC X(90).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLETIM     PIC X(02) VALUE "00".
