      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CAMPOS PADRAO DA CONSULTA DE PERIODO FECHADO
      *    ==          (VER PERIODPR.CPY). O CHAMADOR MOVE A DATA DO
      *    ==          LANCAMENTO (AAAAMMDD) PARA UTIL-PER-DATA E
      *    ==          ACIONA A 9400-VERIFICA-PERIODO; NA VOLTA,
      *    ==          PERIODO-FECHADO DIZ QUE O LANCAMENTO DEVE SER
      *    ==          RECUSADO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA WORKING-STORAGE, JUNTO COM OS DEMAIS
      *==             WRK-FS-xxx. A SITUACAO DO ULTIMO MES CONSULTADO
      *==             FICA GUARDADA, PARA O LOTE NAO REABRIR O
      *==             ARQUIVO A CADA LINHA DO MESMO MES.
      *===========================================
       77  WRK-FS-PERIODO      PIC X(02) VALUE "00".
       77  UTIL-PER-DATA       PIC X(08) VALUE SPACES.
       77  UTIL-PER-MES        PIC X(06) VALUE SPACES.
       77  UTIL-PER-SITUACAO   PIC X(01) VALUE "A".
           88  PERIODO-ABERTO           VALUE "A" "R".
           88  PERIODO-FECHADO          VALUE "F".
       77  UTIL-PER-ULT-MES    PIC X(06) VALUE SPACES.
       77  UTIL-PER-ULT-SITUACAO PIC X(01) VALUE "A".
