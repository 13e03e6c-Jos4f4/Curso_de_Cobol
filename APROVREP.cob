       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVREP.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: REVISAO DAS PROPOSTAS DE ESTOQUE MINIMO E
      *    ==          QUANTIDADE DE REPOSICAO ("PROPREPO", GERADO NO
      *    ==          MES PELO PREVDEM). O COMPRADOR (OPERADOR COM
      *    ==          NIVEL IGUAL OU MAIOR QUE O PARAMETRO "REPNIVEL",
      *    ==          SESSAO DO PROGRAMA00) VE O CONSUMO DOS 12
      *    ==          MESES, A PREVISAO E O PRAZO DE ENTREGA DE CADA
      *    ==          ITEM E DECIDE: ACEITA ALTERA EST-MINIMO E
      *    ==          EST-REPOSICAO NO "ESTOQUE"; RECUSADA FICA SO
      *    ==          REGISTRADA NA PROPOSTA; PULADA CONTINUA
      *    ==          PENDENTE. TODA DECISAO SAI NO AUDITLOG.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PROPOSTA DE ITEM CUJO MINIMO OU REPOSICAO FOI
      *==             MEXIDO DEPOIS DO PREVDEM NAO E APLICADA (FICA
      *==             PENDENTE, COM AVISO), COMO NO APROVLIM.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROPREPO ASSIGN TO "PROPREPO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WRK-FS-PROPREPO.

           SELECT ARQ-ESTOQUE  ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-PRODUTO  ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PROPREPO.
           COPY PROPREPO.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PROPREPO    PIC X(02) VALUE "00".
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-NIVEL          PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-MINIMO   PIC 9(01) VALUE 2.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

       77  WRK-FIM-PROPREPO   PIC X(01) VALUE "N".
           88  FIM-DO-PROPREPO         VALUE "S".
       77  WRK-ITEM-OK        PIC X(01) VALUE "N".
           88  ITEM-CONFERE            VALUE "S".

       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-ACEITAR         VALUE "A".
           88  DECISAO-RECUSAR         VALUE "R".
           88  DECISAO-PULAR           VALUE "P".
           88  DECISAO-VALIDA          VALUE "A" "R" "P".
       77  WRK-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-ACEITAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PULADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZZZZZ9,99.
       77  WRK-QTD-ED2        PIC ZZZZZZ9,99.
       77  WRK-INDICE-ED      PIC 9,9999.
       01  WRK-LINHA-CONSUMO  PIC X(132) VALUE SPACES.
       77  WRK-PONTEIRO       PIC 9(03) VALUE 1.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0200-REVISAR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SO OPERADOR DE NIVEL "REPNIVEL" OU MAIOR (SESSAO DO
      *=======PROGRAMA00) DECIDE; SEM SESSAO, NINGUEM ALTERA O MINIMO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "REPNIVEL" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 2 TO WRK-NIVEL-MINIMO
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NIVEL-MINIMO
           END-READ.
           CLOSE ARQ-PARAMETR.

           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO NOT EQUAL "00"
               DISPLAY "SEM SESSÃO DE OPERADOR -- ASSINE NO "
                       "PROGRAMA00 ANTES DE REVISAR A REPOSIÇÃO."
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
           IF WRK-NIVEL LESS WRK-NIVEL-MINIMO
               DISPLAY "OPERADOR " WRK-OPERADOR " (NÍVEL " WRK-NIVEL
                       ") SEM ALÇADA PARA ALTERAR O MÍNIMO (MÍNIMO "
                       WRK-NIVEL-MINIMO ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ARQ-PROPREPO.
           IF WRK-FS-PROPREPO EQUAL "35"
               DISPLAY "NENHUMA PROPOSTA DE REPOSIÇÃO GERADA (RODE O "
                       "PREVDEM)."
               STOP RUN
           END-IF.
           IF WRK-FS-PROPREPO NOT EQUAL "00"
               MOVE WRK-FS-PROPREPO TO UTIL-FS-CODIGO
               MOVE "PROPREPO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           OPEN EXTEND ARQ-AUDITLOG.

      *=======SO PROPOSTA PENDENTE VAI PARA A TELA; "MANTIDA" (IGUAL
      *=======AO CADASTRO) NAO PEDE DECISAO.
       0200-REVISAR       SECTION.
           MOVE LOW-VALUES TO PRP-CHAVE.
           START ARQ-PROPREPO KEY NOT LESS PRP-CHAVE
               INVALID KEY
                   SET FIM-DO-PROPREPO TO TRUE
           END-START.
           IF NOT FIM-DO-PROPREPO
               PERFORM 0220-LER-PROPOSTA
           END-IF.
           PERFORM 0240-AVALIAR-PROPOSTA UNTIL FIM-DO-PROPREPO.
           IF WRK-QTD-ACEITAS EQUAL ZEROS
              AND WRK-QTD-RECUSADAS EQUAL ZEROS
              AND WRK-QTD-PULADAS EQUAL ZEROS
               DISPLAY "NENHUMA PROPOSTA PENDENTE DE DECISÃO."
           END-IF.

       0220-LER-PROPOSTA  SECTION.
           READ ARQ-PROPREPO NEXT RECORD
               AT END
                   SET FIM-DO-PROPREPO TO TRUE
           END-READ.

       0240-AVALIAR-PROPOSTA SECTION.
           IF PRP-PENDENTE
               PERFORM 0260-DECIDIR
           END-IF.
           PERFORM 0220-LER-PROPOSTA.

       0260-DECIDIR       SECTION.
           MOVE PRP-PRODUTO TO PROD-CODIGO.
           READ ARQ-PRODUTO
               INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
           END-READ.
           DISPLAY "============================================".
           DISPLAY "FILIAL " PRP-FILIAL "  PRODUTO " PRP-PRODUTO
                   " " PROD-DESCRICAO.
           DISPLAY "PROPOSTA DE " PRP-DATA-PROPOSTA.
           MOVE SPACES TO WRK-LINHA-CONSUMO.
           MOVE 1      TO WRK-PONTEIRO.
           MOVE 1      TO WRK-IDX.
           PERFORM 0265-MONTAR-CONSUMO UNTIL WRK-IDX GREATER 12.
           DISPLAY "CONSUMO MENSAL (MAIS ANTIGO PRIMEIRO):".
           DISPLAY WRK-LINHA-CONSUMO.
           MOVE PRP-MEDIA-MOVEL    TO WRK-QTD-ED.
           MOVE PRP-INDICE-SAZONAL TO WRK-INDICE-ED.
           DISPLAY "MÉDIA DOS 3 ÚLTIMOS MESES..... " WRK-QTD-ED
                   "  ÍNDICE SAZONAL... " WRK-INDICE-ED.
           MOVE PRP-PREVISAO TO WRK-QTD-ED.
           DISPLAY "PREVISÃO DO PRÓXIMO MÊS....... " WRK-QTD-ED.
           MOVE PRP-SEGURANCA TO WRK-QTD-ED.
           DISPLAY "PRAZO DE ENTREGA (DIAS)....... " PRP-PRAZO
                   "  SEGURANÇA... " WRK-QTD-ED.
           MOVE PRP-MINIMO-ATUAL    TO WRK-QTD-ED.
           MOVE PRP-MINIMO-PROPOSTO TO WRK-QTD-ED2.
           DISPLAY "MÍNIMO.......... ATUAL " WRK-QTD-ED
                   "  PROPOSTO " WRK-QTD-ED2.
           MOVE PRP-REPOSICAO-ATUAL    TO WRK-QTD-ED.
           MOVE PRP-REPOSICAO-PROPOSTA TO WRK-QTD-ED2.
           DISPLAY "REPOSIÇÃO....... ATUAL " WRK-QTD-ED
                   "  PROPOSTO " WRK-QTD-ED2.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0270-PEDIR-DECISAO UNTIL DECISAO-VALIDA.
           EVALUATE TRUE
               WHEN DECISAO-ACEITAR
                   PERFORM 0300-ACEITAR
               WHEN DECISAO-RECUSAR
                   PERFORM 0400-RECUSAR
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PULADAS
           END-EVALUATE.

       0265-MONTAR-CONSUMO SECTION.
           MOVE PRP-CONSUMO(WRK-IDX) TO WRK-QTD-ED.
           STRING WRK-QTD-ED " "
               DELIMITED BY SIZE INTO WRK-LINHA-CONSUMO
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX.

       0270-PEDIR-DECISAO SECTION.
           DISPLAY "A=ACEITAR  R=RECUSAR  P=PULAR... ".
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-VALIDA
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE A, R OU P."
           END-IF.

      *=======O ESTOQUE PRECISA ESTAR COMO NA HORA DA PROPOSTA; SE
      *=======ALGUEM MEXEU NO MINIMO DEPOIS, A PROPOSTA FICA PENDENTE
      *=======ATE A PROXIMA PREVISAO.
       0300-ACEITAR       SECTION.
           MOVE "N" TO WRK-ITEM-OK.
           MOVE PRP-FILIAL  TO EST-FILIAL.
           MOVE PRP-PRODUTO TO EST-PRODUTO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   DISPLAY "ITEM NÃO ENCONTRADO NO ESTOQUE -- "
                           "PROPOSTA NÃO APLICADA."
               NOT INVALID KEY
                   IF EST-MINIMO EQUAL PRP-MINIMO-ATUAL
                      AND EST-REPOSICAO EQUAL PRP-REPOSICAO-ATUAL
                       SET ITEM-CONFERE TO TRUE
                   ELSE
                       DISPLAY "MÍNIMO OU REPOSIÇÃO ALTERADO DEPOIS "
                               "DA PROPOSTA -- NÃO APLICADA."
                   END-IF
           END-READ.
           IF ITEM-CONFERE
               PERFORM 0320-APLICAR
           ELSE
               ADD 1 TO WRK-QTD-PULADAS
           END-IF.

       0320-APLICAR       SECTION.
           MOVE PRP-MINIMO-PROPOSTO    TO EST-MINIMO.
           MOVE PRP-REPOSICAO-PROPOSTA TO EST-REPOSICAO.
           REWRITE ESTOQUE-REC.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           SET PRP-ACEITA TO TRUE.
           PERFORM 0500-FECHAR-PROPOSTA.
           ADD 1 TO WRK-QTD-ACEITAS.
           DISPLAY "MÍNIMO E REPOSIÇÃO ALTERADOS NO ESTOQUE.".

       0400-RECUSAR       SECTION.
           SET PRP-RECUSADA TO TRUE.
           PERFORM 0500-FECHAR-PROPOSTA.
           ADD 1 TO WRK-QTD-RECUSADAS.
           DISPLAY "PROPOSTA RECUSADA -- ESTOQUE SEM ALTERAÇÃO.".

       0500-FECHAR-PROPOSTA SECTION.
           MOVE WRK-OPERADOR  TO PRP-OPERADOR.
           MOVE WRK-DATA-HOJE TO PRP-DATA-DECISAO.
           REWRITE PROPREPO-REC.
           IF WRK-FS-PROPREPO NOT EQUAL "00"
               MOVE WRK-FS-PROPREPO TO UTIL-FS-CODIGO
               MOVE "PROPREPO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0550-GRAVAR-AUDITORIA.

       0550-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "APROVREP"   TO AUDIT-PROGRAMA.
           MOVE SPACES TO AUDIT-CHAVE.
           STRING PRP-FILIAL " " PRP-PRODUTO
               DELIMITED BY SIZE INTO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           IF PRP-ACEITA
               MOVE PRP-MINIMO-PROPOSTO TO WRK-QTD-ED
               STRING "MINIMO ACEITO " WRK-QTD-ED
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           ELSE
               MOVE PRP-MINIMO-PROPOSTO TO WRK-QTD-ED
               STRING "MINIMO RECUSADO " WRK-QTD-ED
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               MOVE WRK-FS-AUDITLOG TO UTIL-FS-CODIGO
               MOVE "AUDITLOG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PROPREPO.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-PRODUTO.
           CLOSE ARQ-AUDITLOG.
           DISPLAY "PROPOSTAS ACEITAS...... " WRK-QTD-ACEITAS.
           DISPLAY "PROPOSTAS RECUSADAS.... " WRK-QTD-RECUSADAS.
           DISPLAY "PROPOSTAS PULADAS...... " WRK-QTD-PULADAS.

       COPY FSERROPR.
