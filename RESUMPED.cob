       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMPED.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ATUALIZACAO NOTURNA DO RESUMO MENSAL DO
      *    ==          HISTORICO DE PEDIDOS ("PEDRESUM"): SOMA AS
      *    ==          SAIDAS, ESTORNOS E DEVOLUCOES DA NOITE (ARQUIVO
      *    ==          "RESULTADO" DO LOTE DE FRETE) E AS ENTREGAS
      *    ==          CONFIRMADAS DESDE A ULTIMA CARGA (STATUS "EN"
      *    ==          DA TRILHA "PEDSTAT", GRAVADO PELO ENTRELOT E
      *    ==          PELO CONSPED), CADA UMA NO MES E NAS DIMENSOES
      *    ==          DO PEDIDO ORIGINAL NO "PEDHIST" -- PARA OS
      *    ==          RELATORIOS MENSAIS LEREM O MES PRONTO EM VEZ DE
      *    ==          VARRER O HISTORICO INTEIRO A CADA EXECUCAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODA NO FECHADIA DEPOIS DO ENTREGA (CONTROLE
      *==             "RUNCTRL": NAO SOMA DUAS VEZES A MESMA NOITE).
      *==             SAIDA CUJO REGISTRO NO HISTORICO NAO E DA NOITE
      *==             (NUMERO REPETIDO, REGISTRO ANTERIOR MANTIDO
      *==             PELO PROGRAMA11) FICA FORA, COMO NO HISTORICO.
      *==             O ESTORNO DE PEDIDO JA ENTREGUE DESFAZ TAMBEM A
      *==             PONTUALIDADE CONTADA NA ENTREGA. NOITE PERDIDA
      *==             (STEP QUE NAO RODOU) SO SE RECUPERA PELO
      *==             RESUMCNF (RECONSTROI), QUE REFAZ O RESUMO A
      *==             PARTIR DO HISTORICO; A CONFERENCIA SEMANAL DO
      *==             RESUMCNF APONTA A DIFERENCA. SEM O REGISTRO DE
      *==             CONTROLE (RESUMO NUNCA RECONSTRUIDO) SO ENTRAM
      *==             AS ENTREGAS DE HOJE, COM RETURN-CODE 0004.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL  ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PEDSTAT  ASSIGN TO "PEDSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDSTAT.

           SELECT ARQ-RESULTADO ASSIGN TO "RESULTADO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESULTADO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PEDSTAT.
           COPY PEDSTAT.

       FD  ARQ-RESULTADO.
           COPY RESULPED.

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-RESULTADO   PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-MES-RESUMO     PIC X(06) VALUE SPACES.
       77  WRK-FIM-PEDSTAT    PIC X(01) VALUE "N".
           88  FIM-DO-PEDSTAT          VALUE "S".
       77  WRK-FIM-RESULTADO  PIC X(01) VALUE "N".
           88  FIM-DO-RESULTADO        VALUE "S".
       77  WRK-PEDSTAT-ATIVO  PIC X(01) VALUE "N".
           88  PEDSTAT-DISPONIVEL      VALUE "S".
       77  WRK-RESUMO-NOVO    PIC X(01) VALUE "N".
           88  RESUMO-E-NOVO           VALUE "S".
       77  WRK-CONTROLE-NOVO  PIC X(01) VALUE "N".
           88  CONTROLE-E-NOVO         VALUE "S".
       77  WRK-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.

      *=======DATA+HORA DO ULTIMO EVENTO DE ENTREGA JA SOMADO (LIDA
      *=======DO REGISTRO DE CONTROLE) E DO MAIOR EVENTO DESTA CARGA.
       01  WRK-MARCA.
           05  WRK-MARCA-DATA     PIC X(08) VALUE SPACES.
           05  WRK-MARCA-HORA     PIC X(08) VALUE SPACES.
       01  WRK-EVENTO.
           05  WRK-EVENTO-DATA    PIC X(08) VALUE SPACES.
           05  WRK-EVENTO-HORA    PIC X(08) VALUE SPACES.
       01  WRK-MAIOR-EVENTO.
           05  WRK-MAIOR-DATA     PIC X(08) VALUE SPACES.
           05  WRK-MAIOR-HORA     PIC X(08) VALUE SPACES.

      *=======CAMPOS DA CHAMADA A DATACALC (DIAS DE ATRASO)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======CONTADORES DA CARGA
       77  WRK-QTD-SAIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-RETORNOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ENTREGAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-PRAZO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-NUMERO PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-HIST   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS   PIC 9(07) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-CONTROLE.
           PERFORM 0200-SOMAR-ENTREGAS.
           PERFORM 0400-SOMAR-RESULTADO.
           PERFORM 0700-GRAVAR-CONTROLE.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======RESUMO AINDA NAO CRIADO NASCE VAZIO (O RESUMCNF
      *=======RECONSTROI A PARTIR DO HISTORICO). SEM A TRILHA DE
      *=======STATUS A CARGA SEGUE SO COM O RESULTADO, COM AVISO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "RESUMPED" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN I-O ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM EQUAL "35"
               OPEN OUTPUT ARQ-PEDRESUM
               CLOSE ARQ-PEDRESUM
               OPEN I-O ARQ-PEDRESUM
           END-IF.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-RESULTADO.
           IF WRK-FS-RESULTADO NOT EQUAL "00"
               MOVE WRK-FS-RESULTADO TO UTIL-FS-CODIGO
               MOVE "RESULTADO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDSTAT.
           EVALUATE WRK-FS-PEDSTAT
               WHEN "00"
                   SET PEDSTAT-DISPONIVEL TO TRUE
               WHEN "35"
                   SET FIM-DO-PEDSTAT TO TRUE
               WHEN OTHER
                   SET FIM-DO-PEDSTAT TO TRUE
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "TRILHA PEDSTAT INDISPONÍVEL (STATUS "
                           WRK-FS-PEDSTAT ") -- ENTREGAS FICAM PARA "
                           "A PRÓXIMA CARGA."
           END-EVALUATE.

       0100-LER-CONTROLE  SECTION.
           PERFORM 0110-CHAVE-CONTROLE.
           READ ARQ-PEDRESUM
               INVALID KEY
                   SET CONTROLE-E-NOVO TO TRUE
                   MOVE WRK-DATA-HOJE TO WRK-MARCA-DATA
                   MOVE ZEROS         TO WRK-MARCA-HORA
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "RESUMO SEM REGISTRO DE CONTROLE -- SÓ "
                           "ENTRAM AS ENTREGAS DE HOJE. RECONSTRUIR "
                           "PELO RESUMCNF."
               NOT INVALID KEY
                   MOVE RSM-ULT-EVENTO-DATA TO WRK-MARCA-DATA
                   MOVE RSM-ULT-EVENTO-HORA TO WRK-MARCA-HORA
           END-READ.
           MOVE WRK-MARCA TO WRK-MAIOR-EVENTO.

       0110-CHAVE-CONTROLE SECTION.
           MOVE "000000" TO RSM-MES.
           MOVE ZEROS    TO RSM-CLIENTE.
           MOVE SPACES   TO RSM-ESTADO.
           MOVE ZEROS    TO RSM-TRANSPORTADORA.
           MOVE ZEROS    TO RSM-VENDEDOR.
           MOVE ZEROS    TO RSM-FILIAL.

      *=======ENTREGAS CONFIRMADAS DEPOIS DA ULTIMA CARGA: CADA STATUS
      *======="EN" DA TRILHA COM DATA+HORA ACIMA DA MARCA DE CONTROLE.
       0200-SOMAR-ENTREGAS SECTION.
           PERFORM 0210-LER-PEDSTAT.
           PERFORM 0220-TRATAR-EVENTO UNTIL FIM-DO-PEDSTAT.

       0210-LER-PEDSTAT   SECTION.
           IF NOT FIM-DO-PEDSTAT
               READ ARQ-PEDSTAT
                   AT END
                       SET FIM-DO-PEDSTAT TO TRUE
               END-READ
           END-IF.

       0220-TRATAR-EVENTO SECTION.
           MOVE PST-DATA TO WRK-EVENTO-DATA.
           MOVE PST-HORA TO WRK-EVENTO-HORA.
           IF PST-STATUS EQUAL "EN"
              AND WRK-EVENTO GREATER WRK-MARCA
               PERFORM 0230-SOMAR-ENTREGA
               IF WRK-EVENTO GREATER WRK-MAIOR-EVENTO
                   MOVE WRK-EVENTO TO WRK-MAIOR-EVENTO
               END-IF
           END-IF.
           PERFORM 0210-LER-PEDSTAT.

      *=======A ENTREGA CONTA NO MES DO PEDIDO; SEM DATA PROMETIDA
      *=======FICA FORA DA PONTUALIDADE (MESMO CRITERIO DO RELTRANS).
       0230-SOMAR-ENTREGA SECTION.
           MOVE PST-NUMERO TO PHIST-NUMERO.
           READ ARQ-PEDHIST
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-HIST
                   DISPLAY "ENTREGA DO PEDIDO " PST-NUMERO " SEM "
                           "REGISTRO NO HISTÓRICO -- FORA DO RESUMO."
               NOT INVALID KEY
                   PERFORM 0300-APURAR-ATRASO
                   IF WRK-DIAS-ATRASO LESS ZEROS
                       ADD 1 TO WRK-QTD-SEM-PRAZO
                   ELSE
                       MOVE PHIST-DATA-PROC(1:6) TO WRK-MES-RESUMO
                       PERFORM 0600-LOCALIZAR-RESUMO
                       IF WRK-DIAS-ATRASO EQUAL ZEROS
                           ADD 1 TO RSM-QTD-NO-PRAZO
                       ELSE
                           ADD 1 TO RSM-QTD-ATRASADOS
                           ADD WRK-DIAS-ATRASO TO RSM-DIAS-ATRASO
                       END-IF
                       PERFORM 0650-GRAVAR-RESUMO
                       ADD 1 TO WRK-QTD-ENTREGAS
                   END-IF
           END-READ.

      *=======WRK-DIAS-ATRASO: -1 = SEM DADOS (SEM DATA DE ENTREGA OU
      *=======SEM PROMESSA), 0 = NO PRAZO, >0 = DIAS DE ATRASO.
       0300-APURAR-ATRASO SECTION.
           MOVE -1 TO WRK-DIAS-ATRASO.
           IF PHIST-DATA-ENTREGA NOT EQUAL SPACES
              AND PHIST-DATA-ENTREGA NOT EQUAL ZEROS
              AND PHIST-DATA-PROMETIDA NOT EQUAL SPACES
              AND PHIST-DATA-PROMETIDA NOT EQUAL ZEROS
               MOVE PHIST-DATA-PROMETIDA TO WRK-CALC-DATA1
               MOVE PHIST-DATA-ENTREGA   TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               IF WRK-CALC-RESULT-DIAS GREATER ZEROS
                   MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ATRASO
               ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
           END-IF.

      *=======MOVIMENTOS DA NOITE. PEDIDO SEM NUMERO (REGISTRO
      *=======ANTIGO) OU FORA DO HISTORICO NAO TEM COMO SER RESUMIDO.
       0400-SOMAR-RESULTADO SECTION.
           PERFORM 0410-LER-RESULTADO.
           PERFORM 0420-TRATAR-MOVIMENTO UNTIL FIM-DO-RESULTADO.

       0410-LER-RESULTADO SECTION.
           READ ARQ-RESULTADO
               AT END
                   SET FIM-DO-RESULTADO TO TRUE
           END-READ.

       0420-TRATAR-MOVIMENTO SECTION.
           IF RES-NUMERO EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-NUMERO
           ELSE
               MOVE RES-NUMERO TO PHIST-NUMERO
               READ ARQ-PEDHIST
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-HIST
                       DISPLAY "PEDIDO " RES-NUMERO " (" RES-TIPO-MOV
                               ") SEM REGISTRO NO HISTÓRICO -- FORA "
                               "DO RESUMO."
                   NOT INVALID KEY
                       EVALUATE RES-TIPO-MOV
                           WHEN "E"
                               PERFORM 0450-SOMAR-ESTORNO
                           WHEN "R"
                               PERFORM 0470-SOMAR-RETORNO
                           WHEN OTHER
                               PERFORM 0430-SOMAR-SAIDA
                       END-EVALUATE
               END-READ
           END-IF.
           PERFORM 0410-LER-RESULTADO.

       0430-SOMAR-SAIDA   SECTION.
           IF PHIST-DATA-PROC NOT EQUAL RES-DATA-PROC
               ADD 1 TO WRK-QTD-IGNORADOS
               DISPLAY "PEDIDO " RES-NUMERO " JÁ CONSTAVA NO "
                       "HISTÓRICO EM " PHIST-DATA-PROC " -- SAÍDA "
                       "FORA DO RESUMO."
           ELSE
               MOVE PHIST-DATA-PROC(1:6) TO WRK-MES-RESUMO
               PERFORM 0600-LOCALIZAR-RESUMO
               ADD 1                TO RSM-QTD-PEDIDOS
               ADD PHIST-VALOR      TO RSM-VALOR
               ADD PHIST-FRETE      TO RSM-FRETE
               ADD RES-DESCONTO     TO RSM-DESCONTO
               ADD PHIST-QUANTIDADE TO RSM-UNIDADES
               IF PHIST-PROMO NOT EQUAL SPACES
                   ADD PHIST-VALOR TO RSM-VALOR-PROMO
               END-IF
               PERFORM 0650-GRAVAR-RESUMO
               ADD 1 TO WRK-QTD-SAIDAS
           END-IF.

      *=======O ESTORNO VOLTA AO MES DO PEDIDO ORIGINAL. PEDIDO JA
      *=======ENTREGUE TEM A PONTUALIDADE DESFEITA JUNTO (O CONSPED E O
      *=======ENTRELOT NAO ENTREGAM PEDIDO ESTORNADO, ENTAO A ENTREGA
      *=======JA FOI SOMADA ANTES).
       0450-SOMAR-ESTORNO SECTION.
           MOVE PHIST-DATA-PROC(1:6) TO WRK-MES-RESUMO.
           PERFORM 0600-LOCALIZAR-RESUMO.
           ADD 1                TO RSM-QTD-ESTORNOS.
           ADD PHIST-VALOR      TO RSM-VALOR-ESTORNOS.
           ADD PHIST-FRETE      TO RSM-FRETE-ESTORNOS.
           ADD PHIST-QUANTIDADE TO RSM-UNID-ESTORNADAS.
           IF PHIST-PROMO NOT EQUAL SPACES
               ADD PHIST-VALOR TO RSM-ESTORNOS-PROMO
           END-IF.
           PERFORM 0300-APURAR-ATRASO.
           IF WRK-DIAS-ATRASO EQUAL ZEROS
               SUBTRACT 1 FROM RSM-QTD-NO-PRAZO
           END-IF.
           IF WRK-DIAS-ATRASO GREATER ZEROS
               SUBTRACT 1 FROM RSM-QTD-ATRASADOS
               SUBTRACT WRK-DIAS-ATRASO FROM RSM-DIAS-ATRASO
           END-IF.
           PERFORM 0650-GRAVAR-RESUMO.
           ADD 1 TO WRK-QTD-ESTORNOS.

      *=======A DEVOLUCAO CONTA NO MES EM QUE FOI ACEITA, PELO VALOR DE
      *=======RETORNO (O MESMO GRAVADO NO "DEVAUT").
       0470-SOMAR-RETORNO SECTION.
           MOVE RES-DATA-PROC(1:6) TO WRK-MES-RESUMO.
           PERFORM 0600-LOCALIZAR-RESUMO.
           ADD 1         TO RSM-QTD-RETORNOS.
           ADD RES-VALOR TO RSM-VALOR-RETORNOS.
           IF PHIST-PROMO NOT EQUAL SPACES
               ADD RES-VALOR TO RSM-RETORNOS-PROMO
           END-IF.
           PERFORM 0650-GRAVAR-RESUMO.
           ADD 1 TO WRK-QTD-RETORNOS.

      *=======LE (OU PREPARA ZERADO) O RESUMO DO MES WRK-MES-RESUMO NAS
      *=======DIMENSOES DO PEDIDO LIDO NO HISTORICO.
       0600-LOCALIZAR-RESUMO SECTION.
           MOVE WRK-MES-RESUMO       TO RSM-MES.
           MOVE PHIST-CLIENTE        TO RSM-CLIENTE.
           MOVE PHIST-ESTADO         TO RSM-ESTADO.
           MOVE PHIST-TRANSPORTADORA TO RSM-TRANSPORTADORA.
           MOVE PHIST-VENDEDOR       TO RSM-VENDEDOR.
           MOVE PHIST-FILIAL         TO RSM-FILIAL.
           READ ARQ-PEDRESUM
               INVALID KEY
                   SET RESUMO-E-NOVO TO TRUE
                   INITIALIZE RSM-TOTAIS
               NOT INVALID KEY
                   MOVE "N" TO WRK-RESUMO-NOVO
           END-READ.

       0650-GRAVAR-RESUMO SECTION.
           MOVE WRK-DATA-HOJE TO RSM-DATA-ATUALIZ.
           IF RESUMO-E-NOVO
               WRITE PEDRESUM-REC
           ELSE
               REWRITE PEDRESUM-REC
           END-IF.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.

      *=======A MARCA AVANCA ATE O MAIOR EVENTO SOMADO NESTA CARGA.
       0700-GRAVAR-CONTROLE SECTION.
           PERFORM 0110-CHAVE-CONTROLE.
           MOVE SPACES TO RSM-CONTROLE.
           MOVE WRK-MAIOR-DATA TO RSM-ULT-EVENTO-DATA.
           MOVE WRK-MAIOR-HORA TO RSM-ULT-EVENTO-HORA.
           MOVE WRK-DATA-HOJE  TO RSM-ULT-CARGA.
           MOVE WRK-DATA-HOJE  TO RSM-DATA-ATUALIZ.
           IF CONTROLE-E-NOVO
               WRITE PEDRESUM-REC
           ELSE
               REWRITE PEDRESUM-REC
           END-IF.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDRESUM.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-RESULTADO.
           IF PEDSTAT-DISPONIVEL
               CLOSE ARQ-PEDSTAT
           END-IF.
           DISPLAY "SAÍDAS SOMADAS............ " WRK-QTD-SAIDAS.
           DISPLAY "ESTORNOS SOMADOS.......... " WRK-QTD-ESTORNOS.
           DISPLAY "DEVOLUÇÕES SOMADAS........ " WRK-QTD-RETORNOS.
           DISPLAY "ENTREGAS SOMADAS.......... " WRK-QTD-ENTREGAS.
           DISPLAY "ENTREGAS SEM PROMESSA..... " WRK-QTD-SEM-PRAZO.
           DISPLAY "MOVIMENTOS SEM NÚMERO..... " WRK-QTD-SEM-NUMERO.
           DISPLAY "FORA DO HISTÓRICO......... " WRK-QTD-SEM-HIST.
           DISPLAY "SAÍDAS REPETIDAS.......... " WRK-QTD-IGNORADOS.
           DISPLAY "REGISTROS GRAVADOS........ " WRK-QTD-GRAVADOS.
           DISPLAY "ÚLTIMO EVENTO DE ENTREGA.. " WRK-MAIOR-DATA " "
                   WRK-MAIOR-HORA.

       COPY FSERROPR.
       COPY RUNCTRLPR.
