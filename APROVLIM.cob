       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVLIM.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: REVISAO DAS PROPOSTAS DE LIMITE DE CREDITO
      *    ==          ("PROPCRED", GERADO NO MES PELO REVCRED). SO UM
      *    ==          OPERADOR COM NIVEL IGUAL OU MAIOR QUE O
      *    ==          PARAMETRO "LIMNIVEL" (SESSAO DO PROGRAMA00)
      *    ==          DECIDE: APROVADA ALTERA O LIMITE (OU LIGA O
      *    ==          BLOQUEIO DE CREDITO) NO CADASTRO "CLIENTE" E
      *    ==          GRAVA O LIMITE ANTIGO, O NOVO E A NOTA NO
      *    ==          HISTORICO "LIMHIST"; REJEITADA FICA SO
      *    ==          REGISTRADA NA PROPOSTA; PULADA CONTINUA
      *    ==          PENDENTE. TODA DECISAO SAI NO AUDITLOG.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PROPOSTA DE CLIENTE CUJO LIMITE OU BLOQUEIO FOI
      *==             MEXIDO NO PROGRAMA22 DEPOIS DO REVCRED NAO E
      *==             APLICADA (FICA PENDENTE, COM AVISO) -- A NOTA
      *==             FOI CALCULADA SOBRE OUTRO LIMITE.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROPCRED ASSIGN TO "PROPCRED"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-CLIENTE
               FILE STATUS IS WRK-FS-PROPCRED.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-LIMHIST  ASSIGN TO "LIMHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIMHIST.

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
       FD  ARQ-PROPCRED.
           COPY PROPCRED.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-LIMHIST.
           COPY LIMHIST.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PROPCRED    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-LIMHIST     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-NIVEL          PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-MINIMO   PIC 9(01) VALUE 3.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

       77  WRK-FIM-PROPCRED   PIC X(01) VALUE "N".
           88  FIM-DO-PROPCRED         VALUE "S".
       77  WRK-CLIENTE-OK     PIC X(01) VALUE "N".
           88  CLIENTE-CONFERE         VALUE "S".

       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR         VALUE "A".
           88  DECISAO-REJEITAR        VALUE "R".
           88  DECISAO-PULAR           VALUE "P".
           88  DECISAO-VALIDA          VALUE "A" "R" "P".
       77  WRK-DESC-ACAO      PIC X(09) VALUE SPACES.
       77  WRK-QTD-APROVADAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PULADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0200-REVISAR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SO OPERADOR DE NIVEL "LIMNIVEL" OU MAIOR (SESSAO DO
      *=======PROGRAMA00) DECIDE; SEM SESSAO, NINGUEM ALTERA LIMITE.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "LIMNIVEL" TO PARM-CODIGO.
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
                       "PROGRAMA00 ANTES DE REVISAR LIMITES."
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
                       ") SEM ALÇADA PARA ALTERAR LIMITE (MÍNIMO "
                       WRK-NIVEL-MINIMO ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ARQ-PROPCRED.
           IF WRK-FS-PROPCRED EQUAL "35"
               DISPLAY "NENHUMA PROPOSTA DE REVISÃO GERADA (RODE O "
                       "REVCRED)."
               STOP RUN
           END-IF.
           IF WRK-FS-PROPCRED NOT EQUAL "00"
               MOVE WRK-FS-PROPCRED TO UTIL-FS-CODIGO
               MOVE "PROPCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND ARQ-LIMHIST.
           IF WRK-FS-LIMHIST EQUAL "35"
               OPEN OUTPUT ARQ-LIMHIST
           END-IF.
           IF WRK-FS-LIMHIST NOT EQUAL "00"
               MOVE WRK-FS-LIMHIST TO UTIL-FS-CODIGO
               MOVE "LIMHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND ARQ-AUDITLOG.

      *=======SO PROPOSTA PENDENTE COM ACAO (AUMENTO, REDUCAO OU
      *=======BLOQUEIO) VAI PARA A TELA; "MANTER" NAO PEDE DECISAO.
       0200-REVISAR       SECTION.
           MOVE ZEROS TO PCR-CLIENTE.
           START ARQ-PROPCRED KEY NOT LESS PCR-CLIENTE
               INVALID KEY
                   SET FIM-DO-PROPCRED TO TRUE
           END-START.
           IF NOT FIM-DO-PROPCRED
               PERFORM 0220-LER-PROPOSTA
           END-IF.
           PERFORM 0240-AVALIAR-PROPOSTA UNTIL FIM-DO-PROPCRED.
           IF WRK-QTD-APROVADAS EQUAL ZEROS
              AND WRK-QTD-REJEITADAS EQUAL ZEROS
              AND WRK-QTD-PULADAS EQUAL ZEROS
               DISPLAY "NENHUMA PROPOSTA PENDENTE DE DECISÃO."
           END-IF.

       0220-LER-PROPOSTA  SECTION.
           READ ARQ-PROPCRED NEXT RECORD
               AT END
                   SET FIM-DO-PROPCRED TO TRUE
           END-READ.

       0240-AVALIAR-PROPOSTA SECTION.
           IF PCR-PENDENTE
              AND NOT PCR-MANTER
               PERFORM 0260-DECIDIR
           END-IF.
           PERFORM 0220-LER-PROPOSTA.

       0260-DECIDIR       SECTION.
           MOVE PCR-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           EVALUATE TRUE
               WHEN PCR-AUMENTAR
                   MOVE "AUMENTAR" TO WRK-DESC-ACAO
               WHEN PCR-REDUZIR
                   MOVE "REDUZIR"  TO WRK-DESC-ACAO
               WHEN OTHER
                   MOVE "BLOQUEAR" TO WRK-DESC-ACAO
           END-EVALUATE.
           DISPLAY "============================================".
           DISPLAY "CLIENTE " PCR-CLIENTE " " CLI-NOME.
           DISPLAY "PROPOSTA DE " PCR-DATA-PROPOSTA
                   " -- NOTA " PCR-NOTA.
           DISPLAY "TÍTULOS QUITADOS NO SEMESTRE... " PCR-QTD-QUITADOS
                   "  ATRASO MÉDIO (DIAS)... " PCR-MEDIA-ATRASO.
           DISPLAY "ESCALAÇÕES DE COBRANÇA........ " PCR-ESCALACOES.
           MOVE PCR-SALDO-VENCIDO TO WRK-VALOR-ED.
           DISPLAY "SALDO VENCIDO................. " WRK-VALOR-ED.
           MOVE PCR-VOLUME TO WRK-VALOR-ED.
           DISPLAY "VOLUME DE COMPRAS (6 MESES)... " WRK-VALOR-ED.
           MOVE PCR-LIMITE-ATUAL    TO EDIT-MOEDA-1.
           MOVE PCR-LIMITE-PROPOSTO TO EDIT-MOEDA-2.
           DISPLAY "LIMITE ATUAL.................. " EDIT-MOEDA-1.
           IF PCR-BLOQUEAR
               DISPLAY "PROPOSTA...................... BLOQUEAR "
                       "O CRÉDITO"
           ELSE
               DISPLAY "PROPOSTA...................... "
                       WRK-DESC-ACAO " PARA " EDIT-MOEDA-2
           END-IF.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0270-PEDIR-DECISAO UNTIL DECISAO-VALIDA.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 0300-APROVAR
               WHEN DECISAO-REJEITAR
                   PERFORM 0400-REJEITAR
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PULADAS
           END-EVALUATE.

       0270-PEDIR-DECISAO SECTION.
           DISPLAY "A=APROVAR  R=REJEITAR  P=PULAR... ".
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-VALIDA
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE A, R OU P."
           END-IF.

      *=======O CADASTRO PRECISA ESTAR COMO NA HORA DA PROPOSTA; SE
      *=======ALGUEM MEXEU NO PROGRAMA22 DEPOIS, A PROPOSTA FICA
      *=======PENDENTE ATE A PROXIMA REVISAO.
       0300-APROVAR       SECTION.
           MOVE "N" TO WRK-CLIENTE-OK.
           MOVE PCR-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " PCR-CLIENTE " NÃO ENCONTRADO "
                           "NO CADASTRO -- PROPOSTA NÃO APLICADA."
               NOT INVALID KEY
                   IF CLI-LIMITE-CREDITO EQUAL PCR-LIMITE-ATUAL
                      AND CLI-BLOQ-CREDITO EQUAL PCR-BLOQ-ATUAL
                       SET CLIENTE-CONFERE TO TRUE
                   ELSE
                       DISPLAY "LIMITE OU BLOQUEIO ALTERADO DEPOIS "
                               "DA PROPOSTA -- NÃO APLICADA."
                   END-IF
           END-READ.
           IF CLIENTE-CONFERE
               PERFORM 0320-APLICAR
           ELSE
               ADD 1 TO WRK-QTD-PULADAS
           END-IF.

       0320-APLICAR       SECTION.
           MOVE SPACES TO LIMHIST-REC.
           MOVE PCR-CLIENTE        TO LHI-CLIENTE.
           MOVE CLI-LIMITE-CREDITO TO LHI-LIMITE-ANTIGO.
           MOVE CLI-BLOQ-CREDITO   TO LHI-BLOQ-ANTIGO.
           IF PCR-BLOQUEAR
               MOVE "S" TO CLI-BLOQ-CREDITO
           ELSE
               MOVE PCR-LIMITE-PROPOSTO TO CLI-LIMITE-CREDITO
           END-IF.
           REWRITE CLIENTE-REC.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE CLI-LIMITE-CREDITO TO LHI-LIMITE-NOVO.
           MOVE CLI-BLOQ-CREDITO   TO LHI-BLOQ-NOVO.
           MOVE PCR-NOTA           TO LHI-NOTA.
           MOVE PCR-ACAO           TO LHI-ACAO.
           MOVE PCR-DATA-PROPOSTA  TO LHI-DATA-PROPOSTA.
           MOVE WRK-DATA-HOJE      TO LHI-DATA.
           ACCEPT LHI-HORA FROM TIME.
           MOVE WRK-OPERADOR       TO LHI-OPERADOR.
           WRITE LIMHIST-REC.
           IF WRK-FS-LIMHIST NOT EQUAL "00"
               MOVE WRK-FS-LIMHIST TO UTIL-FS-CODIGO
               MOVE "LIMHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           SET PCR-APROVADA TO TRUE.
           PERFORM 0500-FECHAR-PROPOSTA.
           ADD 1 TO WRK-QTD-APROVADAS.
           IF PCR-BLOQUEAR
               DISPLAY "CRÉDITO DO CLIENTE " PCR-CLIENTE
                       " BLOQUEADO."
           ELSE
               DISPLAY "LIMITE DO CLIENTE " PCR-CLIENTE
                       " ALTERADO PARA " EDIT-MOEDA-2 "."
           END-IF.

       0400-REJEITAR      SECTION.
           SET PCR-REJEITADA TO TRUE.
           PERFORM 0500-FECHAR-PROPOSTA.
           ADD 1 TO WRK-QTD-REJEITADAS.
           DISPLAY "PROPOSTA REJEITADA -- CADASTRO SEM ALTERAÇÃO.".

       0500-FECHAR-PROPOSTA SECTION.
           MOVE WRK-OPERADOR  TO PCR-OPERADOR.
           MOVE WRK-DATA-HOJE TO PCR-DATA-DECISAO.
           REWRITE PROPCRED-REC.
           IF WRK-FS-PROPCRED NOT EQUAL "00"
               MOVE WRK-FS-PROPCRED TO UTIL-FS-CODIGO
               MOVE "PROPCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0550-GRAVAR-AUDITORIA.

       0550-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "APROVLIM"   TO AUDIT-PROGRAMA.
           MOVE PCR-CLIENTE  TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           IF PCR-APROVADA
               STRING "LIMITE " WRK-DESC-ACAO " NOTA " PCR-NOTA
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           ELSE
               STRING "LIMITE REJEITADO NOTA " PCR-NOTA
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
           CLOSE ARQ-PROPCRED.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-LIMHIST.
           CLOSE ARQ-AUDITLOG.
           DISPLAY "PROPOSTAS APROVADAS.... " WRK-QTD-APROVADAS.
           DISPLAY "PROPOSTAS REJEITADAS... " WRK-QTD-REJEITADAS.
           DISPLAY "PROPOSTAS PULADAS...... " WRK-QTD-PULADAS.

       COPY FSERROPR.
