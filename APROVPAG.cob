       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVPAG.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: APROVACAO E PROGRAMACAO DO PAGAMENTO DAS
      *    ==          CONTAS A PAGAR CONFERIDAS PELO LANCPAG
      *    ==          ("CONTAPAG"). SO UM OPERADOR COM NIVEL IGUAL OU
      *    ==          MAIOR QUE O PARAMETRO "PAGNIVEL" (SESSAO DO
      *    ==          PROGRAMA00) DECIDE: APROVADO RECEBE A DATA
      *    ==          PROGRAMADA DE PAGAMENTO (EM BRANCO = NO
      *    ==          VENCIMENTO) E ENTRA NA AGENDA DO PROGPAG;
      *    ==          REJEITADO E CANCELADO E DEVOLVE A QUANTIDADE
      *    ==          FATURADA AO PEDIDO DE COMPRA; PULADO CONTINUA
      *    ==          CONFERIDO. TODA DECISAO SAI NO AUDITLOG, NO
      *    ==          MESMO ESQUEMA DO APROVLIM.
      *==DATA XX/XX/2026
      *==OBSERVACOES: DOCUMENTO DIVERGENTE NAO APARECE AQUI -- OU O
      *==             FORNECEDOR CORRIGE A NOTA (CANCELA E LANCA DE
      *==             NOVO NO LANCPAG) OU ELE NAO E PAGO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAG-NUMERO
               FILE STATUS IS WRK-FS-CONTAPAG.

           SELECT ARQ-FORNEC   ASSIGN TO "FORNEC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.

           SELECT ARQ-PEDCOMP  ASSIGN TO "PEDCOMP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-FS-PEDCOMP.

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
       FD  ARQ-CONTAPAG.
           COPY CONTAPAG.

       FD  ARQ-FORNEC.
           COPY FORNEC.

       FD  ARQ-PEDCOMP.
           COPY PEDCOMP.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAPAG    PIC X(02) VALUE "00".
       77  WRK-FS-FORNEC      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCOMP     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-NIVEL          PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-MINIMO   PIC 9(01) VALUE 3.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-DATA-PROGRAMADA PIC X(08) VALUE SPACES.

       77  WRK-FIM-CONTAPAG   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAPAG         VALUE "S".

       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR         VALUE "A".
           88  DECISAO-REJEITAR        VALUE "R".
           88  DECISAO-PULAR           VALUE "P".
           88  DECISAO-VALIDA          VALUE "A" "R" "P".
       77  WRK-QTD-APROVADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PULADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-APROVADO PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0200-REVISAR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SO OPERADOR DE NIVEL "PAGNIVEL" OU MAIOR (SESSAO DO
      *=======PROGRAMA00) APROVA; SEM SESSAO, NINGUEM PROGRAMA
      *=======PAGAMENTO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "PAGNIVEL" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 3 TO WRK-NIVEL-MINIMO
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NIVEL-MINIMO
           END-READ.
           CLOSE ARQ-PARAMETR.

           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO NOT EQUAL "00"
               DISPLAY "SEM SESSÃO DE OPERADOR -- ASSINE NO "
                       "PROGRAMA00 ANTES DE APROVAR PAGAMENTOS."
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
                       ") SEM ALÇADA PARA APROVAR PAGAMENTO (MÍNIMO "
                       WRK-NIVEL-MINIMO ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ARQ-CONTAPAG.
           IF WRK-FS-CONTAPAG EQUAL "35"
               DISPLAY "NENHUMA CONTA A PAGAR LANÇADA (USE O "
                       "LANCPAG)."
               STOP RUN
           END-IF.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FORNEC.
           OPEN I-O ARQ-PEDCOMP.
           IF WRK-FS-PEDCOMP NOT EQUAL "00"
               MOVE WRK-FS-PEDCOMP TO UTIL-FS-CODIGO
               MOVE "PEDCOMP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND ARQ-AUDITLOG.

      *=======SO DOCUMENTO CONFERIDO VAI PARA A TELA, NA ORDEM DO
      *=======NUMERO DE LANCAMENTO.
       0200-REVISAR       SECTION.
           MOVE ZEROS TO CPAG-NUMERO.
           START ARQ-CONTAPAG KEY NOT LESS CPAG-NUMERO
               INVALID KEY
                   SET FIM-DO-CONTAPAG TO TRUE
           END-START.
           IF NOT FIM-DO-CONTAPAG
               PERFORM 0220-LER-CONTAPAG
           END-IF.
           PERFORM 0240-AVALIAR-DOCUMENTO UNTIL FIM-DO-CONTAPAG.
           IF WRK-QTD-APROVADOS EQUAL ZEROS
              AND WRK-QTD-REJEITADOS EQUAL ZEROS
              AND WRK-QTD-PULADOS EQUAL ZEROS
               DISPLAY "NENHUM DOCUMENTO CONFERIDO AGUARDANDO "
                       "APROVAÇÃO."
           END-IF.

       0220-LER-CONTAPAG  SECTION.
           READ ARQ-CONTAPAG NEXT RECORD
               AT END
                   SET FIM-DO-CONTAPAG TO TRUE
           END-READ.

       0240-AVALIAR-DOCUMENTO SECTION.
           IF CPAG-CONFERIDA
               PERFORM 0260-DECIDIR
           END-IF.
           PERFORM 0220-LER-CONTAPAG.

       0260-DECIDIR       SECTION.
           MOVE CPAG-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   MOVE SPACES TO FOR-NOME
                   MOVE ZEROS  TO FOR-BANCO
                   MOVE ZEROS  TO FOR-AGENCIA
                   MOVE ZEROS  TO FOR-CONTA
           END-READ.
           DISPLAY "============================================".
           DISPLAY "DOCUMENTO " CPAG-NUMERO " -- FORNECEDOR "
                   CPAG-FORNECEDOR " " FOR-NOME.
           IF CPAG-NOTA-FORNECEDOR
               DISPLAY "NOTA " CPAG-DOCUMENTO " DO PEDIDO DE COMPRA "
                       CPAG-PEDCOMP
           ELSE
               DISPLAY "FATURA DE FRETE " CPAG-DOCUMENTO
                       " -- PERÍODO " CPAG-PERIODO-INI " A "
                       CPAG-PERIODO-FIM
           END-IF.
           MOVE CPAG-VALOR          TO EDIT-MOEDA-1.
           MOVE CPAG-VALOR-ESPERADO TO EDIT-MOEDA-2.
           DISPLAY "VALOR......................... " EDIT-MOEDA-1.
           DISPLAY "VALOR ESPERADO NA CONFERÊNCIA. " EDIT-MOEDA-2.
           DISPLAY "VENCIMENTO.................... "
                   CPAG-DATA-VENCIMENTO.
           DISPLAY "BANCO/AGÊNCIA/CONTA........... " FOR-BANCO "/"
                   FOR-AGENCIA "/" FOR-CONTA.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0270-PEDIR-DECISAO UNTIL DECISAO-VALIDA.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 0300-APROVAR
               WHEN DECISAO-REJEITAR
                   PERFORM 0400-REJEITAR
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PULADOS
           END-EVALUATE.

       0270-PEDIR-DECISAO SECTION.
           DISPLAY "A=APROVAR  R=REJEITAR  P=PULAR... ".
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-VALIDA
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE A, R OU P."
           END-IF.

      *=======DATA PROGRAMADA EM BRANCO = NO VENCIMENTO; DATA JA
      *=======PASSADA VIRA HOJE (O PROGPAG BAIXA NO FECHADIA).
       0300-APROVAR       SECTION.
           DISPLAY "DATA PROGRAMADA (AAAAMMDD, BRANCO = "
                   "VENCIMENTO)... ".
           ACCEPT WRK-DATA-PROGRAMADA.
           IF WRK-DATA-PROGRAMADA EQUAL SPACES
               MOVE CPAG-DATA-VENCIMENTO TO WRK-DATA-PROGRAMADA
           END-IF.
           IF WRK-DATA-PROGRAMADA LESS WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROGRAMADA
           END-IF.
           MOVE WRK-DATA-PROGRAMADA TO CPAG-DATA-PROGRAMADA.
           SET CPAG-APROVADA TO TRUE.
           PERFORM 0500-FECHAR-DOCUMENTO.
           ADD 1 TO WRK-QTD-APROVADOS.
           ADD CPAG-VALOR TO WRK-TOTAL-APROVADO.
           DISPLAY "PAGAMENTO PROGRAMADO PARA "
                   CPAG-DATA-PROGRAMADA ".".

      *=======REJEITADO E CANCELADO; A NOTA DE FORNECEDOR DEVOLVE A
      *=======QUANTIDADE FATURADA AO PEDIDO, COMO NO CANCELAMENTO DO
      *=======LANCPAG.
       0400-REJEITAR      SECTION.
           IF CPAG-NOTA-FORNECEDOR
               MOVE CPAG-PEDCOMP TO PCO-NUMERO
               READ ARQ-PEDCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT CPAG-QUANTIDADE FROM PCO-QTD-FATURADA
                       REWRITE PEDCOMP-REC
               END-READ
           END-IF.
           SET CPAG-CANCELADA TO TRUE.
           PERFORM 0500-FECHAR-DOCUMENTO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY "DOCUMENTO REJEITADO E CANCELADO.".

       0500-FECHAR-DOCUMENTO SECTION.
           MOVE WRK-OPERADOR  TO CPAG-OPERADOR.
           REWRITE CONTAPAG-REC.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0550-GRAVAR-AUDITORIA.

       0550-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "APROVPAG"   TO AUDIT-PROGRAMA.
           MOVE CPAG-NUMERO  TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           IF CPAG-APROVADA
               STRING "PAGTO APROVADO P/ " CPAG-DATA-PROGRAMADA
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           ELSE
               MOVE "PAGTO REJEITADO" TO AUDIT-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               MOVE WRK-FS-AUDITLOG TO UTIL-FS-CODIGO
               MOVE "AUDITLOG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CONTAPAG.
           CLOSE ARQ-FORNEC.
           CLOSE ARQ-PEDCOMP.
           CLOSE ARQ-AUDITLOG.
           MOVE WRK-TOTAL-APROVADO TO WRK-VALOR-ED.
           DISPLAY "DOCUMENTOS APROVADOS.... " WRK-QTD-APROVADOS.
           DISPLAY "DOCUMENTOS REJEITADOS... " WRK-QTD-REJEITADOS.
           DISPLAY "DOCUMENTOS PULADOS...... " WRK-QTD-PULADOS.
           DISPLAY "TOTAL APROVADO.......... " WRK-VALOR-ED.

       COPY FSERROPR.
