      *==                TITULO DO MES NO CONTAREC POR AQUI -- O LADO
      *==                ESCOLA E O LADO DINHEIRO PARAM DE VIVER EM
      *==                CADERNOS SEPARADOS.
      *==   XX/XX/2026 - ALUNO EGRESSO FORA DO PRAZO DE RETENCAO E
      *==                ANONIMIZADO PELO ANONIMIZ: ALU-NOME =
      *==                "ANONIMIZADO" (LAYOUT SEM MUDANCA).
      *===========================================
       01  ALUNO-REC.
           05  ALU-MATRICULA       PIC 9(06).
