      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CONTROLE DE PERIODOS CONTABEIS
      *    ==          (ARQUIVO INDEXADO "PERIODO"), UM REGISTRO POR
      *    ==          MES JA FECHADO ALGUMA VEZ: SITUACAO, QUEM E
      *    ==          QUANDO MEXEU POR ULTIMO E O MOTIVO DA
      *    ==          REABERTURA. O FECHAMES FECHA O MES NO FIM DO
      *    ==          PROCESSAMENTO; O CADPERIO FECHA E REABRE NA
      *    ==          MAO. OS PROGRAMAS DE LANCAMENTO CONSULTAM PELA
      *    ==          9400-VERIFICA-PERIODO (PERIODWS/PERIODPR).
      *==DATA XX/XX/2026
      *==OBSERVACOES: CHAVE = PER-MES (AAAAMM). MES SEM REGISTRO E
      *==             MES ABERTO. PER-SITUACAO "F" = FECHADO (NAO
      *==             ACEITA LANCAMENTO), "R" = REABERTO POR
      *==             OPERADOR DE NIVEL 9 (ACEITA ATE NOVO
      *==             FECHAMENTO).
      *===========================================
       01  PERIODO-REC.
           05  PER-MES             PIC X(06).
           05  PER-SITUACAO        PIC X(01).
               88  PER-ABERTO               VALUE "A".
               88  PER-FECHADO              VALUE "F".
               88  PER-REABERTO             VALUE "R".
           05  PER-OPERADOR        PIC X(08).
           05  PER-DATA            PIC X(08).
           05  PER-HORA            PIC X(08).
           05  PER-MOTIVO          PIC X(30).
