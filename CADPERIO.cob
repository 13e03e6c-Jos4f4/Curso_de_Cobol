       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPERIO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DO CONTROLE DE PERIODOS CONTABEIS
      *    ==          (ARQUIVO "PERIODO"): FECHAR UM MES NA MAO,
      *    ==          REABRIR UM MES FECHADO E CONSULTAR A SITUACAO
      *    ==          DOS MESES. MES FECHADO NAO ACEITA LANCAMENTO
      *    ==          NO ESTOQUE, NO CONTAS A RECEBER, NOS EVENTOS
      *    ==          DA FOLHA NEM NOS PARAMETROS (PERIODPR) --
      *    ==          OS NUMEROS NAO SAEM MAIS DIFERENTES DO QUE FOI
      *    ==          EXPORTADO PARA A CONTABILIDADE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: FECHAR EXIGE NIVEL 3 OU MAIS; REABRIR EXIGE
      *==             OPERADOR DE NIVEL 9, COM MOTIVO OBRIGATORIO.
      *==             SEM SESSAO DO PROGRAMA00, O PROGRAMA ENCERRA.
      *==             SO MES JA TERMINADO PODE SER FECHADO. O
      *==             FECHAMES FECHA O MES DE REFERENCIA SOZINHO.
      *==             FECHAMENTO E REABERTURA SAEM NO AUDITLOG.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PERIODO.
           COPY PERIODO.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PERIODO     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-NIVEL          PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-FECHAR   PIC 9(01) VALUE 3.
       77  WRK-NIVEL-REABRIR  PIC 9(01) VALUE 9.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-FECHAR            VALUE "1".
           88  OPCAO-REABRIR           VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MENU       PIC X(01) VALUE "N".
           88  FIM-DO-MENU             VALUE "S".

       01  WRK-MES.
           05  WRK-MES-ANO    PIC 9(04).
           05  WRK-MES-MES    PIC 9(02).
       77  WRK-MES-VALIDO     PIC X(01) VALUE "N".
           88  MES-E-VALIDO            VALUE "S".
       77  WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACES.
           88  CONFIRMA-SIM            VALUE "S".
       77  WRK-DESC-SITUACAO  PIC X(09) VALUE SPACES.
       77  WRK-FIM-PERIODO    PIC X(01) VALUE "N".
           88  FIM-DO-PERIODO          VALUE "S".
       77  WRK-QTD-MESES      PIC 9(05) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-MENU.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SEM SESSAO DO PROGRAMA00 NINGUEM FECHA NEM REABRE MES.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO NOT EQUAL "00"
               DISPLAY "SEM SESSÃO DE OPERADOR -- ASSINE NO "
                       "PROGRAMA00 ANTES DE MEXER NOS PERÍODOS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-SESSAO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SES-OPERADOR TO WRK-OPERADOR
                   MOVE SES-NIVEL    TO WRK-NIVEL
           END-READ.
           CLOSE ARQ-SESSAO.

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
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "CONTROLE DE PERÍODOS -- OPERADOR " WRK-OPERADOR.
           DISPLAY "1 - FECHAR MÊS         2 - REABRIR MÊS".
           DISPLAY "3 - CONSULTAR MESES    4 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-FECHAR
                   PERFORM 0200-FECHAR
               WHEN OPCAO-REABRIR
                   PERFORM 0300-REABRIR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======SO MES JA TERMINADO (ANTERIOR AO MES CORRENTE) FECHA.
       0150-RECEBER-MES   SECTION.
           MOVE "N" TO WRK-MES-VALIDO.
           DISPLAY "MÊS (AAAAMM)... ".
           ACCEPT WRK-MES.
           IF WRK-MES NOT NUMERIC
              OR WRK-MES-MES LESS 1 OR WRK-MES-MES GREATER 12
               DISPLAY "MÊS INVÁLIDO."
           ELSE
               SET MES-E-VALIDO TO TRUE
               MOVE WRK-MES TO PER-MES
           END-IF.

       0200-FECHAR        SECTION.
           IF WRK-NIVEL LESS WRK-NIVEL-FECHAR
               DISPLAY "OPERADOR " WRK-OPERADOR " (NÍVEL " WRK-NIVEL
                       ") SEM ALÇADA PARA FECHAR MÊS (MÍNIMO "
                       WRK-NIVEL-FECHAR ")."
           ELSE
               PERFORM 0150-RECEBER-MES
               IF MES-E-VALIDO
                   IF WRK-MES NOT LESS WRK-DATA-HOJE(1:6)
                       DISPLAY "MÊS AINDA NÃO TERMINOU -- NÃO PODE "
                               "SER FECHADO."
                   ELSE
                       PERFORM 0250-GRAVAR-FECHAMENTO
                   END-IF
               END-IF
           END-IF.

       0250-GRAVAR-FECHAMENTO SECTION.
           READ ARQ-PERIODO
               INVALID KEY
                   MOVE SPACES TO PERIODO-REC
                   MOVE WRK-MES TO PER-MES
                   PERFORM 0260-CARIMBAR-FECHADO
                   WRITE PERIODO-REC
                   PERFORM 0280-TESTAR-FS-PERIODO
                   PERFORM 0270-AUDITAR-FECHAMENTO
               NOT INVALID KEY
                   IF PER-FECHADO
                       DISPLAY "MÊS " WRK-MES " JÁ ESTÁ FECHADO "
                               "(POR " PER-OPERADOR " EM " PER-DATA
                               ")."
                   ELSE
                       PERFORM 0260-CARIMBAR-FECHADO
                       REWRITE PERIODO-REC
                       PERFORM 0280-TESTAR-FS-PERIODO
                       PERFORM 0270-AUDITAR-FECHAMENTO
                   END-IF
           END-READ.

       0260-CARIMBAR-FECHADO SECTION.
           SET PER-FECHADO TO TRUE.
           MOVE WRK-OPERADOR  TO PER-OPERADOR.
           MOVE WRK-DATA-HOJE TO PER-DATA.
           ACCEPT PER-HORA FROM TIME.
           MOVE SPACES        TO PER-MOTIVO.

       0270-AUDITAR-FECHAMENTO SECTION.
           MOVE "MES FECHADO" TO AUDIT-RESULTADO.
           PERFORM 0600-GRAVAR-AUDITORIA.
           DISPLAY "MÊS " WRK-MES " FECHADO -- LANÇAMENTOS COM DATA "
                   "NELE SERÃO RECUSADOS.".

       0280-TESTAR-FS-PERIODO SECTION.
           IF WRK-FS-PERIODO NOT EQUAL "00"
               MOVE WRK-FS-PERIODO TO UTIL-FS-CODIGO
               MOVE "PERIODO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======REABERTURA SO POR OPERADOR DE NIVEL 9, COM MOTIVO E
      *=======CONFIRMACAO; O MES ACEITA LANCAMENTO ATE SER FECHADO DE
      *=======NOVO (CADPERIO OU NOVO FECHAMES).
       0300-REABRIR       SECTION.
           IF WRK-NIVEL LESS WRK-NIVEL-REABRIR
               DISPLAY "OPERADOR " WRK-OPERADOR " (NÍVEL " WRK-NIVEL
                       ") SEM ALÇADA PARA REABRIR MÊS (SÓ NÍVEL "
                       WRK-NIVEL-REABRIR ")."
           ELSE
               PERFORM 0150-RECEBER-MES
               IF MES-E-VALIDO
                   READ ARQ-PERIODO
                       INVALID KEY
                           DISPLAY "MÊS " WRK-MES " NÃO ESTÁ "
                                   "FECHADO."
                       NOT INVALID KEY
                           IF PER-FECHADO
                               PERFORM 0350-CONFIRMAR-REABERTURA
                           ELSE
                               DISPLAY "MÊS " WRK-MES " NÃO ESTÁ "
                                       "FECHADO."
                           END-IF
                   END-READ
               END-IF
           END-IF.

       0350-CONFIRMAR-REABERTURA SECTION.
           DISPLAY "FECHADO POR " PER-OPERADOR " EM " PER-DATA ".".
           DISPLAY "MOTIVO DA REABERTURA... ".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATÓRIO -- MÊS CONTINUA FECHADO."
           ELSE
               DISPLAY "CONFIRMA A REABERTURA DE " WRK-MES
                       " (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF CONFIRMA-SIM
                   SET PER-REABERTO TO TRUE
                   MOVE WRK-OPERADOR  TO PER-OPERADOR
                   MOVE WRK-DATA-HOJE TO PER-DATA
                   ACCEPT PER-HORA FROM TIME
                   MOVE WRK-MOTIVO    TO PER-MOTIVO
                   REWRITE PERIODO-REC
                   PERFORM 0280-TESTAR-FS-PERIODO
                   MOVE SPACES TO AUDIT-RESULTADO
                   STRING "REABERTO " WRK-MOTIVO
                       DELIMITED BY SIZE INTO AUDIT-RESULTADO
                   PERFORM 0600-GRAVAR-AUDITORIA
                   DISPLAY "MÊS " WRK-MES " REABERTO."
               ELSE
                   DISPLAY "REABERTURA CANCELADA."
               END-IF
           END-IF.

       0400-CONSULTAR     SECTION.
           MOVE ZEROS TO WRK-QTD-MESES.
           MOVE "N" TO WRK-FIM-PERIODO.
           MOVE LOW-VALUES TO PER-MES.
           START ARQ-PERIODO KEY NOT LESS PER-MES
               INVALID KEY
                   SET FIM-DO-PERIODO TO TRUE
           END-START.
           IF NOT FIM-DO-PERIODO
               PERFORM 0420-LER-PERIODO
           END-IF.
           PERFORM 0440-MOSTRAR-PERIODO UNTIL FIM-DO-PERIODO.
           IF WRK-QTD-MESES EQUAL ZEROS
               DISPLAY "NENHUM MÊS FECHADO ATÉ AGORA."
           END-IF.

       0420-LER-PERIODO   SECTION.
           READ ARQ-PERIODO NEXT RECORD
               AT END
                   SET FIM-DO-PERIODO TO TRUE
           END-READ.

       0440-MOSTRAR-PERIODO SECTION.
           ADD 1 TO WRK-QTD-MESES.
           EVALUATE TRUE
               WHEN PER-FECHADO
                   MOVE "FECHADO"   TO WRK-DESC-SITUACAO
               WHEN PER-REABERTO
                   MOVE "REABERTO"  TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE "ABERTO"    TO WRK-DESC-SITUACAO
           END-EVALUATE.
           DISPLAY PER-MES(5:2) "/" PER-MES(1:4) " " WRK-DESC-SITUACAO
                   " " PER-OPERADOR " " PER-DATA " " PER-MOTIVO.
           PERFORM 0420-LER-PERIODO.

       0600-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "CADPERIO"   TO AUDIT-PROGRAMA.
           MOVE SPACES       TO AUDIT-CHAVE.
           STRING "PERIODO " WRK-MES
               DELIMITED BY SIZE INTO AUDIT-CHAVE.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               MOVE WRK-FS-AUDITLOG TO UTIL-FS-CODIGO
               MOVE "AUDITLOG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PERIODO.
           CLOSE ARQ-AUDITLOG.

       COPY FSERROPR.
