      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE PROGRESSAO DE SERIES
      *    ==          (ARQUIVO "SERIEPRG"), UMA LINHA POR TURMA DO
      *    ==          ANO QUE FECHA: A TURMA DO ANO SEGUINTE PARA O
      *    ==          ALUNO APROVADO (EX: 6A -> 7A) E A TURMA DO ANO
      *    ==          SEGUINTE PARA O ALUNO RETIDO (REPETE A SERIE).
      *    ==          LIDA PELO VIRAANO NA VIRADA DO ANO LETIVO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: TURMA DE PROMOCAO EM BRANCO = ULTIMA SERIE: O
      *==             APROVADO SAI COMO EGRESSO NO CADASTRO "ALUNO".
      *==             TURMA DE RETENCAO EM BRANCO = O RETIDO NAO E
      *==             REMATRICULADO PELA VIRADA (FICA COM A
      *==             SECRETARIA). AS TURMAS DO ANO SEGUINTE JA DEVEM
      *==             ESTAR NO "TURMACAD" (MATRITUR) COM AS
      *==             DISCIPLINAS E A CAPACIDADE DE VAGAS.
      *===========================================
       01  SERIEPRG-REC.
           05  SPG-TURMA           PIC X(06).
           05  FILLER              PIC X(02).
           05  SPG-TURMA-PROMOCAO  PIC X(06).
           05  FILLER              PIC X(02).
           05  SPG-TURMA-RETENCAO  PIC X(06).
