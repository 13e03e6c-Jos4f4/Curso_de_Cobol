      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR UMA VEZ POR MES, DEPOIS DO ULTIMO
      *==             FECHADIA DO MES E ANTES DO EXPURGO (ARQUIVA).
      *==   XX/XX/2026 - NO FIM DO PROCESSAMENTO O MES DE REFERENCIA
      *==                PASSA A SER FECHADO NO CONTROLE DE PERIODOS
      *==                ("PERIODO", OPERADOR "BATCH", COM LINHA NO
      *==                AUDITLOG): DALI EM DIANTE ESTOQUE, RECEBER,
      *==                EVENTOS DA FOLHA E PARAMETROS RECUSAM
      *==                LANCAMENTO DATADO NELE. REABERTURA SO NO
      *==                CADPERIO; RODAR DE NOVO FECHA OUTRA VEZ.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MESTOTSAI.

           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-DIATOTAL.
       FD  ARQ-MESTOTSAI.
       01  MESTOTSAI-REC       PIC X(67).

       FD  ARQ-PERIODO.
           COPY PERIODO.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-MESTOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-MESTOTSAI   PIC X(02) VALUE "00".
       77  WRK-FS-PERIODO     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
           COPY FSERRO.
       COPY EDITMOEDA.

           CLOSE ARQ-DIATOTAL.
           PERFORM 0300-BUSCAR-MES-ANTERIOR.
           PERFORM 0400-IMPRIMIR-E-GRAVAR.
           PERFORM 0500-FECHAR-PERIODO.
           STOP RUN.

       0050-ABRIR         SECTION.
           END-IF.
           ADD 1 TO WRK-IDX-REL.

      *=======MES CONSOLIDADO E MES FECHADO NO CONTROLE DE PERIODOS.
       0500-FECHAR-PERIODO SECTION.
           OPEN I-O ARQ-PERIODO.
           IF WRK-FS-PERIODO EQUAL "35"
               OPEN OUTPUT ARQ-PERIODO
               CLOSE ARQ-PERIODO
               OPEN I-O ARQ-PERIODO
           END-IF.
           IF WRK-FS-PERIODO NOT EQUAL "00"
               MOVE WRK-FS-PERIODO TO UTIL-FS-CODIGO
               MOVE "PERIODO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-MES-REFERENCIA TO PER-MES.
           READ ARQ-PERIODO
               INVALID KEY
                   MOVE SPACES TO PERIODO-REC
                   MOVE WRK-MES-REFERENCIA TO PER-MES
                   PERFORM 0510-CARIMBAR-FECHADO
                   WRITE PERIODO-REC
               NOT INVALID KEY
                   PERFORM 0510-CARIMBAR-FECHADO
                   REWRITE PERIODO-REC
           END-READ.
           IF WRK-FS-PERIODO NOT EQUAL "00"
               MOVE WRK-FS-PERIODO TO UTIL-FS-CODIGO
               MOVE "PERIODO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-PERIODO.

           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "FECHAMES"    TO AUDIT-PROGRAMA.
           MOVE SPACES        TO AUDIT-CHAVE.
           STRING "PERIODO " WRK-MES-REFERENCIA
               DELIMITED BY SIZE INTO AUDIT-CHAVE.
           MOVE "MES FECHADO" TO AUDIT-RESULTADO.
           MOVE "BATCH"       TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           CLOSE ARQ-AUDITLOG.
           DISPLAY "MÊS " WRK-MES-REFERENCIA " FECHADO NO CONTROLE "
                   "DE PERÍODOS.".

       0510-CARIMBAR-FECHADO SECTION.
           SET PER-FECHADO TO TRUE.
           MOVE "BATCH" TO PER-OPERADOR.
           ACCEPT PER-DATA FROM DATE YYYYMMDD.
           ACCEPT PER-HORA FROM TIME.
           MOVE SPACES  TO PER-MOTIVO.

       COPY FSERROPR.
