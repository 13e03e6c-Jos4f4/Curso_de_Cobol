       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELQUALI.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO MENSAL DE QUALIDADE ("RELQUALI"): AS
      *    ==          DEVOLUCOES AUTORIZADAS DO MES ("DEVAUT") POR
      *    ==          MOTIVO (TABELA "MOTDEV") E POR PRODUTO X
      *    ==          MOTIVO, COM A TAXA DE DEVOLUCAO SOBRE AS
      *    ==          UNIDADES SAIDAS NO MES (HISTORICO "PEDHIST"),
      *    ==          OS MAIORES OFENSORES E, PARA AS AVARIAS NO
      *    ==          TRANSPORTE, A TRANSPORTADORA QUE ENTREGOU A
      *    ==          SAIDA ORIGINAL (LIDA PELO NUMERO DO PEDIDO), COM
      *    ==          O RESUMO POR TRANSPORTADORA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MES DE REFERENCIA = MES DA DATA DO SISTEMA, COMO
      *==             NO RELVENDA. A DEVOLUCAO ENTRA PELA DATA DO
      *==             LANCAMENTO (DEV-DATA); A SAIDA, PELA DATA DO
      *==             PROCESSAMENTO, SEM AS ESTORNADAS. AUTORIZACAO
      *==             ANTERIOR AO CAMPO DE MOTIVO CAI EM "SM" (SEM
      *==             MOTIVO) E, SEM A QUANTIDADE, CONTA COMO
      *==             DEVOLUCAO COM ZERO UNIDADE. TAXA% = UNIDADES
      *==             DEVOLVIDAS / UNIDADES SAIDAS NO MES X 100 ("S/
      *==             SAIDA" QUANDO O PRODUTO NAO TEVE SAIDA NO MES).
      *==             SEM "DEVAUT" O RELATORIO SAI ZERADO; SEM
      *==             "TRANSP", TRANSPORTADORAS SO PELO CODIGO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PEDHISTR ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHISTR-NUMERO
               ALTERNATE RECORD KEY IS PHISTR-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHISTR.

           SELECT ARQ-DEVAUT   ASSIGN TO "DEVAUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEVAUT.

           SELECT ARQ-TRANSP   ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-RELQUALI ASSIGN TO "RELQUALI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELQUALI.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDHIST.
           COPY PEDHIST.

      *=======SEGUNDA VISAO DO HISTORICO, DE ACESSO DIRETO, PARA
      *=======ACHAR A SAIDA ORIGINAL DE UMA DEVOLUCAO (MESMO ESQUEMA
      *=======DO RELVENDA). SO OS CAMPOS USADOS SAO NOMEADOS; OS
      *=======FILLERS PRECISAM ACOMPANHAR QUALQUER MUDANCA DE LAYOUT
      *=======DO PEDHIST.CPY.
       FD  ARQ-PEDHISTR.
       01  PEDHISTR-REC.
           05  PHISTR-NUMERO       PIC 9(08).
           05  PHISTR-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(02).
           05  FILLER              PIC X(30).
           05  FILLER              PIC X(20).
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  PHISTR-DATA-PROC    PIC X(08).
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(12).
           05  PHISTR-DATA-ENTREGA PIC X(08).
           05  PHISTR-TRANSPORTADORA PIC 9(03).
           05  FILLER              PIC X(04).
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(02).
           05  FILLER              PIC X(07).

       FD  ARQ-DEVAUT.
           COPY DEVAUT.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-RELQUALI.
       01  RELQUALI-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDHISTR    PIC X(02) VALUE "00".
       77  WRK-FS-DEVAUT      PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-FS-RELQUALI    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".
       77  WRK-FIM-DEVAUT     PIC X(01) VALUE "N".
           88  FIM-DO-DEVAUT           VALUE "S".
       77  WRK-DEVAUT-ATIVO   PIC X(01) VALUE "N".
           88  DEVAUT-DISPONIVEL       VALUE "S".
       77  WRK-TRANSP-ATIVO   PIC X(01) VALUE "N".
           88  TRANSP-DISPONIVEL       VALUE "S".

      *=======MES DE REFERENCIA (AAAAMM DA DATA DO SISTEMA)
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANOMES  PIC X(06).
           05  WRK-DS-DIA     PIC 9(02).

      *=======TABELA DE MOTIVOS (MOTDEV); A POSICAO 8 DOS TOTAIS
      *=======GUARDA AS DEVOLUCOES SEM MOTIVO ("SM")
           COPY MOTDEV.
       77  WRK-IDX-MOT        PIC 9(02) VALUE ZEROS.
       77  WRK-POS-SEM-MOTIVO PIC 9(02) VALUE 08.
       77  WRK-MOT-ENCONTRADO PIC X(01) VALUE "N".
           88  MOTIVO-ENCONTRADO       VALUE "S".
       01  WRK-TOTAIS-MOTIVO.
           05  WRK-MOT-TOTAL OCCURS 8 TIMES.
               10  WRK-MOT-QTD        PIC 9(05) VALUE ZEROS.
               10  WRK-MOT-UNID       PIC 9(09) VALUE ZEROS.
               10  WRK-MOT-VALOR      PIC S9(11)V99 VALUE ZEROS.

      *=======DEVOLUCAO CORRENTE
       77  WRK-DEV-UNID       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SAIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-UNID-SAIDAS    PIC 9(09) VALUE ZEROS.
       77  WRK-QTD-DEVOL      PIC 9(07) VALUE ZEROS.
       77  WRK-UNID-DEVOL     PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-DEVOL    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-AVARIAS    PIC 9(05) VALUE ZEROS.

      *=======TOTAIS POR PRODUTO: SAIDAS DO MES, DEVOLUCOES E UNIDADES
      *=======DEVOLVIDAS POR MOTIVO (MESMAS POSICOES DA MOTDEV, 8 = SEM
      *=======MOTIVO)
       77  WRK-QTD-PRODUTOS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PRQ        PIC 9(03) VALUE ZEROS.
       77  WRK-PRQ-ENCONTRADO PIC X(01) VALUE "N".
           88  PRODUTO-ENCONTRADO      VALUE "S".
       77  WRK-AVISO-PRODUTO  PIC X(01) VALUE "N".
           88  AVISO-PRODUTO-DADO      VALUE "S".
       77  WRK-PROC-PRODUTO   PIC X(30) VALUE SPACES.
       01  WRK-TAB-PRODUTOS.
           05  WRK-PRQ-ITEM OCCURS 500 TIMES.
               10  WRK-PRQ-PRODUTO    PIC X(30) VALUE SPACES.
               10  WRK-PRQ-SAIDAS     PIC 9(07) VALUE ZEROS.
               10  WRK-PRQ-UNID-SAIDA PIC 9(09) VALUE ZEROS.
               10  WRK-PRQ-QTD-DEV    PIC 9(05) VALUE ZEROS.
               10  WRK-PRQ-UNID-DEV   PIC 9(09) VALUE ZEROS.
               10  WRK-PRQ-VALOR-DEV  PIC S9(11)V99 VALUE ZEROS.
               10  WRK-PRQ-UNID-MOT   PIC 9(07) VALUE ZEROS
                                      OCCURS 8 TIMES.

      *=======TOTAIS POR TRANSPORTADORA: EMBARQUES DO MES E AVARIAS NO
      *=======TRANSPORTE ATRIBUIDAS A ELA (CODIGO ZERO = SAIDA ORIGINAL
      *=======SEM TRANSPORTADORA OU FORA DO HISTORICO)
       77  WRK-QTD-TRANSP     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TRQ        PIC 9(03) VALUE ZEROS.
       77  WRK-TRQ-ENCONTRADO PIC X(01) VALUE "N".
           88  TRANSP-ENCONTRADA       VALUE "S".
       77  WRK-AVISO-TRANSP   PIC X(01) VALUE "N".
           88  AVISO-TRANSP-DADO       VALUE "S".
       77  WRK-PROC-TRANSP    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TRANSP.
           05  WRK-TRQ-ITEM OCCURS 100 TIMES.
               10  WRK-TRQ-CODIGO     PIC 9(03) VALUE ZEROS.
               10  WRK-TRQ-EMBARQUES  PIC 9(07) VALUE ZEROS.
               10  WRK-TRQ-AVARIAS    PIC 9(05) VALUE ZEROS.
               10  WRK-TRQ-UNID       PIC 9(09) VALUE ZEROS.
               10  WRK-TRQ-VALOR      PIC S9(11)V99 VALUE ZEROS.

      *=======APOIO DA ORDENACAO (BOLHA, MESMO ESQUEMA DO RELLUCRO):
      *=======DO PRODUTO COM MAIS UNIDADES DEVOLVIDAS PARA O COM MENOS
       77  WRK-IDX-ORD        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PROX       PIC 9(03) VALUE ZEROS.
       77  WRK-HOUVE-TROCA    PIC X(01) VALUE "N".
           88  HOUVE-TROCA             VALUE "S".
       01  WRK-PRQ-TEMP.
           05  FILLER             PIC X(129).

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-MAX-OFENSORES  PIC 9(02) VALUE 10.
       77  WRK-QTD-OFENSORES  PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-REL        PIC 9(03) VALUE ZEROS.
       77  WRK-PONTEIRO       PIC 9(03) VALUE ZEROS.
       77  WRK-MES-REF-ED     PIC X(06) VALUE SPACES.
       77  WRK-CODIGO-MOT     PIC X(02) VALUE SPACES.
       77  WRK-DESCR-MOT      PIC X(25) VALUE SPACES.
       77  WRK-CLASSE-MOT     PIC X(01) VALUE SPACES.
       77  WRK-IDX-PRINCIPAL  PIC 9(02) VALUE ZEROS.
       77  WRK-TRANSP-DESC    PIC X(25) VALUE SPACES.
       77  WRK-DATA-ENTREGA   PIC X(08) VALUE SPACES.
       77  WRK-DATA-EMBARQUE  PIC X(08) VALUE SPACES.
       77  WRK-ORDEM-ED       PIC Z9 VALUE ZEROS.
       77  WRK-CONT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD-ED-2       PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-UNID-MOT-ED    PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-TAXA-BASE      PIC 9(09) VALUE ZEROS.
       77  WRK-TAXA-PARTE     PIC 9(09) VALUE ZEROS.
       77  WRK-TAXA           PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TAXA-ED        PIC ZZZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-TXT       PIC X(08) VALUE SPACES.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-HISTORICO.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-PEDHIST.
           PERFORM 0350-SOMAR-DEVOLUCOES.
           PERFORM 0450-ORDENAR.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DS-ANOMES TO WRK-MES-REF-ED.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHISTR.
           IF WRK-FS-PEDHISTR NOT EQUAL "00"
               MOVE WRK-FS-PEDHISTR TO UTIL-FS-CODIGO
               MOVE "PEDHIST"       TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0060-ABRIR-DEVAUT.
           IF NOT DEVAUT-DISPONIVEL
               DISPLAY "AVISO: DEVAUT INDISPONIVEL (STATUS "
                       WRK-FS-DEVAUT "); DEVOLUCOES ZERADAS."
           END-IF.
           OPEN INPUT ARQ-TRANSP.
           IF WRK-FS-TRANSP EQUAL "00"
               SET TRANSP-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AVISO: TRANSP INDISPONIVEL (STATUS "
                       WRK-FS-TRANSP "); TRANSPORTADORAS SO PELO "
                       "CODIGO."
           END-IF.
           OPEN OUTPUT ARQ-RELQUALI.
           IF WRK-FS-RELQUALI NOT EQUAL "00"
               MOVE WRK-FS-RELQUALI TO UTIL-FS-CODIGO
               MOVE "RELQUALI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======O DEVAUT E LIDO DUAS VEZES: NA TOTALIZACAO E NO DETALHE
      *=======DAS AVARIAS NO TRANSPORTE.
       0060-ABRIR-DEVAUT  SECTION.
           MOVE "N" TO WRK-DEVAUT-ATIVO.
           MOVE "N" TO WRK-FIM-DEVAUT.
           OPEN INPUT ARQ-DEVAUT.
           IF WRK-FS-DEVAUT EQUAL "00"
               SET DEVAUT-DISPONIVEL TO TRUE
           ELSE
               SET FIM-DO-DEVAUT TO TRUE
           END-IF.

       0100-LER-HISTORICO SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

      *=======BASE DA TAXA: SAIDAS NAO ESTORNADAS PROCESSADAS NO MES,
      *=======POR PRODUTO (UNIDADES) E POR TRANSPORTADORA (EMBARQUES).
       0150-PROCESSAR     SECTION.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
              AND PHIST-DATA-PROC(1:6) EQUAL WRK-DS-ANOMES
               ADD 1 TO WRK-QTD-SAIDAS
               MOVE PHIST-PRODUTO TO WRK-PROC-PRODUTO
               PERFORM 0200-LOCALIZAR-PRODUTO
               IF WRK-IDX-PRQ NOT GREATER WRK-QTD-PRODUTOS
                   ADD 1 TO WRK-PRQ-SAIDAS(WRK-IDX-PRQ)
                   IF PHIST-QUANTIDADE IS NUMERIC
                       ADD PHIST-QUANTIDADE
                           TO WRK-PRQ-UNID-SAIDA(WRK-IDX-PRQ)
                   END-IF
               END-IF
               IF PHIST-QUANTIDADE IS NUMERIC
                   ADD PHIST-QUANTIDADE TO WRK-UNID-SAIDAS
               END-IF
               IF PHIST-TRANSPORTADORA IS NUMERIC
                  AND PHIST-TRANSPORTADORA GREATER ZEROS
                   MOVE PHIST-TRANSPORTADORA TO WRK-PROC-TRANSP
                   PERFORM 0230-LOCALIZAR-TRANSP
                   IF WRK-IDX-TRQ NOT GREATER WRK-QTD-TRANSP
                       ADD 1 TO WRK-TRQ-EMBARQUES(WRK-IDX-TRQ)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-LER-HISTORICO.

      *=======PRODUTO QUE NAO COUBE NA TABELA FICA FORA DA ANALISE
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       0200-LOCALIZAR-PRODUTO SECTION.
           MOVE "N" TO WRK-PRQ-ENCONTRADO.
           MOVE 1   TO WRK-IDX-PRQ.
           PERFORM 0210-PROCURAR-PRODUTO
               UNTIL WRK-IDX-PRQ GREATER WRK-QTD-PRODUTOS
                  OR PRODUTO-ENCONTRADO.
           IF NOT PRODUTO-ENCONTRADO
               IF WRK-QTD-PRODUTOS LESS 500
                   ADD 1 TO WRK-QTD-PRODUTOS
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PRQ
                   MOVE WRK-PROC-PRODUTO
                       TO WRK-PRQ-PRODUTO(WRK-IDX-PRQ)
               ELSE
                   IF NOT AVISO-PRODUTO-DADO
                       DISPLAY "MAIS DE 500 PRODUTOS NO RELATÓRIO DE "
                               "QUALIDADE -- EXCEDENTES FORA."
                       SET AVISO-PRODUTO-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0210-PROCURAR-PRODUTO SECTION.
           IF WRK-PRQ-PRODUTO(WRK-IDX-PRQ) EQUAL WRK-PROC-PRODUTO
               SET PRODUTO-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-PRQ
           END-IF.

       0230-LOCALIZAR-TRANSP SECTION.
           MOVE "N" TO WRK-TRQ-ENCONTRADO.
           MOVE 1   TO WRK-IDX-TRQ.
           PERFORM 0240-PROCURAR-TRANSP
               UNTIL WRK-IDX-TRQ GREATER WRK-QTD-TRANSP
                  OR TRANSP-ENCONTRADA.
           IF NOT TRANSP-ENCONTRADA
               IF WRK-QTD-TRANSP LESS 100
                   ADD 1 TO WRK-QTD-TRANSP
                   MOVE WRK-QTD-TRANSP TO WRK-IDX-TRQ
                   MOVE WRK-PROC-TRANSP
                       TO WRK-TRQ-CODIGO(WRK-IDX-TRQ)
               ELSE
                   IF NOT AVISO-TRANSP-DADO
                       DISPLAY "MAIS DE 100 TRANSPORTADORAS NO "
                               "RELATÓRIO DE QUALIDADE -- EXCEDENTES "
                               "FORA."
                       SET AVISO-TRANSP-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0240-PROCURAR-TRANSP SECTION.
           IF WRK-TRQ-CODIGO(WRK-IDX-TRQ) EQUAL WRK-PROC-TRANSP
               SET TRANSP-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-TRQ
           END-IF.

      *=======POSICAO DO MOTIVO NA TABELA MOTDEV; CODIGO EM BRANCO OU
      *=======FORA DA TABELA VAI PARA A POSICAO "SEM MOTIVO".
       0280-INDICE-MOTIVO SECTION.
           MOVE "N" TO WRK-MOT-ENCONTRADO.
           MOVE 1   TO WRK-IDX-MOT.
           PERFORM 0290-PROCURAR-MOTIVO
               UNTIL WRK-IDX-MOT GREATER MOTDEV-QTD-MOTIVOS
                  OR MOTIVO-ENCONTRADO.
           IF NOT MOTIVO-ENCONTRADO
               MOVE WRK-POS-SEM-MOTIVO TO WRK-IDX-MOT
           END-IF.

       0290-PROCURAR-MOTIVO SECTION.
           IF MOTDEV-CODIGO(WRK-IDX-MOT) EQUAL DEV-MOTIVO
               SET MOTIVO-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-MOT
           END-IF.

      *=======DEVOLUCOES AUTORIZADAS DO MES, PELO VALOR DE RETORNO
      *=======ACEITO PELO PROGRAMA11 E PELAS UNIDADES DEVOLVIDAS.
       0350-SOMAR-DEVOLUCOES SECTION.
           PERFORM 0360-LER-DEVAUT.
           PERFORM 0370-ACUMULAR-DEVOLUCAO
               UNTIL FIM-DO-DEVAUT.

       0360-LER-DEVAUT    SECTION.
           IF DEVAUT-DISPONIVEL
               READ ARQ-DEVAUT
                   AT END
                       SET FIM-DO-DEVAUT TO TRUE
               END-READ
           END-IF.

       0370-ACUMULAR-DEVOLUCAO SECTION.
           IF DEV-DATA(1:6) EQUAL WRK-DS-ANOMES
               ADD 1 TO WRK-QTD-DEVOL
               IF DEV-QUANTIDADE IS NUMERIC
                   MOVE DEV-QUANTIDADE TO WRK-DEV-UNID
               ELSE
                   MOVE ZEROS TO WRK-DEV-UNID
               END-IF
               ADD WRK-DEV-UNID      TO WRK-UNID-DEVOL
               ADD DEV-VALOR-RETORNO TO WRK-VALOR-DEVOL
               PERFORM 0280-INDICE-MOTIVO
               ADD 1                 TO WRK-MOT-QTD(WRK-IDX-MOT)
               ADD WRK-DEV-UNID      TO WRK-MOT-UNID(WRK-IDX-MOT)
               ADD DEV-VALOR-RETORNO TO WRK-MOT-VALOR(WRK-IDX-MOT)
               MOVE DEV-PRODUTO TO WRK-PROC-PRODUTO
               PERFORM 0200-LOCALIZAR-PRODUTO
               IF WRK-IDX-PRQ NOT GREATER WRK-QTD-PRODUTOS
                   ADD 1 TO WRK-PRQ-QTD-DEV(WRK-IDX-PRQ)
                   ADD WRK-DEV-UNID TO WRK-PRQ-UNID-DEV(WRK-IDX-PRQ)
                   ADD DEV-VALOR-RETORNO
                       TO WRK-PRQ-VALOR-DEV(WRK-IDX-PRQ)
                   ADD WRK-DEV-UNID
                       TO WRK-PRQ-UNID-MOT(WRK-IDX-PRQ, WRK-IDX-MOT)
               END-IF
               IF WRK-IDX-MOT NOT EQUAL WRK-POS-SEM-MOTIVO
                   IF MOTDEV-TRANSPORTE(WRK-IDX-MOT)
                       PERFORM 0380-ATRIBUIR-TRANSPORTADORA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0360-LER-DEVAUT.

      *=======AVARIA NO TRANSPORTE VAI PARA A TRANSPORTADORA QUE
      *=======ENTREGOU A SAIDA ORIGINAL (HISTORICO, PELO NUMERO DO
      *=======PEDIDO); SEM A SAIDA OU SEM TRANSPORTADORA, FICA NO
      *=======CODIGO ZERO.
       0380-ATRIBUIR-TRANSPORTADORA SECTION.
           ADD 1 TO WRK-QTD-AVARIAS.
           PERFORM 0390-BUSCAR-SAIDA-ORIGINAL.
           PERFORM 0230-LOCALIZAR-TRANSP.
           IF WRK-IDX-TRQ NOT GREATER WRK-QTD-TRANSP
               ADD 1                 TO WRK-TRQ-AVARIAS(WRK-IDX-TRQ)
               ADD WRK-DEV-UNID      TO WRK-TRQ-UNID(WRK-IDX-TRQ)
               ADD DEV-VALOR-RETORNO TO WRK-TRQ-VALOR(WRK-IDX-TRQ)
           END-IF.

       0390-BUSCAR-SAIDA-ORIGINAL SECTION.
           MOVE ZEROS  TO WRK-PROC-TRANSP.
           MOVE SPACES TO WRK-DATA-EMBARQUE.
           MOVE SPACES TO WRK-DATA-ENTREGA.
           MOVE DEV-NUMERO TO PHISTR-NUMERO.
           READ ARQ-PEDHISTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PHISTR-DATA-PROC    TO WRK-DATA-EMBARQUE
                   MOVE PHISTR-DATA-ENTREGA TO WRK-DATA-ENTREGA
                   IF PHISTR-TRANSPORTADORA IS NUMERIC
                       MOVE PHISTR-TRANSPORTADORA TO WRK-PROC-TRANSP
                   END-IF
           END-READ.

      *=======ORDENA OS PRODUTOS DO QUE MAIS DEVOLVEU (UNIDADES, E NO
      *=======EMPATE QUANTIDADE DE DEVOLUCOES) PARA O QUE MENOS
      *=======DEVOLVEU (BOLHA, MESMO ESQUEMA DO RELLUCRO).
       0450-ORDENAR       SECTION.
           SET HOUVE-TROCA TO TRUE.
           PERFORM 0460-PASSADA-BOLHA UNTIL NOT HOUVE-TROCA.

       0460-PASSADA-BOLHA SECTION.
           MOVE "N" TO WRK-HOUVE-TROCA.
           MOVE 1   TO WRK-IDX-ORD.
           PERFORM 0470-COMPARAR-PAR
               UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-PRODUTOS.

       0470-COMPARAR-PAR  SECTION.
           COMPUTE WRK-IDX-PROX = WRK-IDX-ORD + 1.
           IF WRK-PRQ-UNID-DEV(WRK-IDX-PROX)
                  GREATER WRK-PRQ-UNID-DEV(WRK-IDX-ORD)
              OR (WRK-PRQ-UNID-DEV(WRK-IDX-PROX)
                      EQUAL WRK-PRQ-UNID-DEV(WRK-IDX-ORD)
                  AND WRK-PRQ-QTD-DEV(WRK-IDX-PROX)
                      GREATER WRK-PRQ-QTD-DEV(WRK-IDX-ORD))
               MOVE WRK-PRQ-ITEM(WRK-IDX-ORD)  TO WRK-PRQ-TEMP
               MOVE WRK-PRQ-ITEM(WRK-IDX-PROX)
                   TO WRK-PRQ-ITEM(WRK-IDX-ORD)
               MOVE WRK-PRQ-TEMP TO WRK-PRQ-ITEM(WRK-IDX-PROX)
               SET HOUVE-TROCA TO TRUE
           END-IF.
           ADD 1 TO WRK-IDX-ORD.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "RELATORIO DE QUALIDADE - DEVOLUCOES DE "
                  WRK-MES-REF-ED
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "TAXA% = UNIDADES DEVOLVIDAS / UNIDADES SAIDAS NO "
                  "MES (S/SAIDA = PRODUTO SEM SAIDA NO MES)."
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0520-SECAO-MOTIVOS.
           PERFORM 0540-SECAO-PRODUTOS.
           PERFORM 0560-SECAO-OFENSORES.
           PERFORM 0600-SECAO-AVARIAS.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-SAIDAS  TO WRK-CONT-ED.
           MOVE WRK-UNID-SAIDAS TO WRK-QTD-ED.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "SAIDAS NO MES: " WRK-CONT-ED
                  "   UNIDADES SAIDAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-DEVOL  TO WRK-CONT-ED.
           MOVE WRK-UNID-DEVOL TO WRK-QTD-ED.
           MOVE WRK-VALOR-DEVOL TO EDIT-MOEDA-1.
           MOVE WRK-UNID-SAIDAS TO WRK-TAXA-BASE.
           MOVE WRK-UNID-DEVOL  TO WRK-TAXA-PARTE.
           PERFORM 0700-CALCULAR-TAXA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "DEVOLUCOES NO MES: " WRK-CONT-ED
                  "   UNIDADES DEVOLVIDAS: " WRK-QTD-ED
                  "   VALOR: " EDIT-MOEDA-1
                  "   TAXA%: " WRK-TAXA-TXT
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======UMA LINHA POR MOTIVO DA TABELA (MESMO SEM DEVOLUCAO NO
      *=======MES); A LINHA "SM" SO SAI QUANDO HOUVE DEVOLUCAO SEM
      *=======MOTIVO.
       0520-SECAO-MOTIVOS SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "DEVOLUCOES POR MOTIVO:" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "COD DESCRICAO                 CLASSE    DEVOL."
                  "   UNIDADES         VALOR   %UNID."
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-MOT.
           PERFORM 0530-LINHA-MOTIVO
               UNTIL WRK-IDX-MOT GREATER WRK-POS-SEM-MOTIVO.

       0530-LINHA-MOTIVO  SECTION.
           IF WRK-IDX-MOT NOT GREATER MOTDEV-QTD-MOTIVOS
              OR WRK-MOT-QTD(WRK-IDX-MOT) GREATER ZEROS
               PERFORM 0580-DESCREVER-MOTIVO
               MOVE WRK-MOT-QTD(WRK-IDX-MOT)   TO WRK-CONT-ED
               MOVE WRK-MOT-UNID(WRK-IDX-MOT)  TO WRK-QTD-ED
               MOVE WRK-MOT-VALOR(WRK-IDX-MOT) TO EDIT-MOEDA-1
               MOVE WRK-UNID-DEVOL             TO WRK-TAXA-BASE
               MOVE WRK-MOT-UNID(WRK-IDX-MOT)  TO WRK-TAXA-PARTE
               PERFORM 0700-CALCULAR-TAXA
               MOVE SPACES TO RELQUALI-LINHA
               STRING WRK-CODIGO-MOT "  " WRK-DESCR-MOT "   "
                      WRK-CLASSE-MOT "    " WRK-CONT-ED " "
                      WRK-QTD-ED " " EDIT-MOEDA-1 " " WRK-TAXA-TXT
                   DELIMITED BY SIZE INTO RELQUALI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-MOT.

      *=======PRODUTO X MOTIVO, EM UNIDADES DEVOLVIDAS, SO DOS PRODUTOS
      *=======COM DEVOLUCAO NO MES. AS COLUNAS DE MOTIVO SEGUEM A ORDEM
      *=======DA TABELA MOTDEV, COM "SM" NO FIM.
       0540-SECAO-PRODUTOS SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "DEVOLUCOES POR PRODUTO E MOTIVO (UNIDADES):"
               TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           MOVE 1 TO WRK-PONTEIRO.
           STRING "PRODUTO                            SAIDAS"
                  "    DEVOLV.    TAXA%"
               DELIMITED BY SIZE INTO RELQUALI-LINHA
               WITH POINTER WRK-PONTEIRO.
           MOVE 1 TO WRK-IDX-MOT.
           PERFORM 0545-COLUNA-MOTIVO
               UNTIL WRK-IDX-MOT GREATER MOTDEV-QTD-MOTIVOS.
           STRING "      SM"
               DELIMITED BY SIZE INTO RELQUALI-LINHA
               WITH POINTER WRK-PONTEIRO.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0550-LINHA-PRODUTO
               UNTIL WRK-IDX-REL GREATER WRK-QTD-PRODUTOS.

       0545-COLUNA-MOTIVO SECTION.
           STRING "      " MOTDEV-CODIGO(WRK-IDX-MOT)
               DELIMITED BY SIZE INTO RELQUALI-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-MOT.

       0550-LINHA-PRODUTO SECTION.
           IF WRK-PRQ-QTD-DEV(WRK-IDX-REL) GREATER ZEROS
               MOVE WRK-PRQ-UNID-SAIDA(WRK-IDX-REL) TO WRK-QTD-ED
               MOVE WRK-PRQ-UNID-DEV(WRK-IDX-REL)   TO WRK-QTD-ED-2
               MOVE WRK-PRQ-UNID-SAIDA(WRK-IDX-REL) TO WRK-TAXA-BASE
               MOVE WRK-PRQ-UNID-DEV(WRK-IDX-REL)   TO WRK-TAXA-PARTE
               PERFORM 0700-CALCULAR-TAXA
               MOVE SPACES TO RELQUALI-LINHA
               MOVE 1 TO WRK-PONTEIRO
               STRING WRK-PRQ-PRODUTO(WRK-IDX-REL) " "
                      WRK-QTD-ED " " WRK-QTD-ED-2 " " WRK-TAXA-TXT
                   DELIMITED BY SIZE INTO RELQUALI-LINHA
                   WITH POINTER WRK-PONTEIRO
               MOVE 1 TO WRK-IDX-MOT
               PERFORM 0555-UNIDADES-MOTIVO
                   UNTIL WRK-IDX-MOT GREATER WRK-POS-SEM-MOTIVO
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-REL.

       0555-UNIDADES-MOTIVO SECTION.
           MOVE WRK-PRQ-UNID-MOT(WRK-IDX-REL, WRK-IDX-MOT)
               TO WRK-UNID-MOT-ED.
           STRING " " WRK-UNID-MOT-ED
               DELIMITED BY SIZE INTO RELQUALI-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-MOT.

      *=======OS MAIORES OFENSORES SAO OS PRIMEIROS DA TABELA JA
      *=======ORDENADA, COM O MOTIVO QUE MAIS PESOU EM CADA UM.
       0560-SECAO-OFENSORES SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "MAIORES OFENSORES (POR UNIDADES DEVOLVIDAS, ATE "
                  WRK-MAX-OFENSORES " PRODUTOS):"
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "ORD PRODUTO                           DEVOLV."
                  "     SAIDAS    TAXA%  MOTIVO PRINCIPAL"
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-OFENSORES.
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0570-LINHA-OFENSOR
               UNTIL WRK-IDX-REL GREATER WRK-QTD-PRODUTOS
                  OR WRK-QTD-OFENSORES NOT LESS WRK-MAX-OFENSORES.
           IF WRK-QTD-OFENSORES EQUAL ZEROS
               MOVE "NENHUMA DEVOLUCAO NO MES." TO RELQUALI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0570-LINHA-OFENSOR SECTION.
           IF WRK-PRQ-QTD-DEV(WRK-IDX-REL) GREATER ZEROS
               ADD 1 TO WRK-QTD-OFENSORES
               MOVE 1 TO WRK-IDX-PRINCIPAL
               MOVE 2 TO WRK-IDX-MOT
               PERFORM 0575-COMPARAR-MOTIVO
                   UNTIL WRK-IDX-MOT GREATER WRK-POS-SEM-MOTIVO
               MOVE WRK-IDX-PRINCIPAL TO WRK-IDX-MOT
               PERFORM 0580-DESCREVER-MOTIVO
               MOVE WRK-QTD-OFENSORES TO WRK-ORDEM-ED
               MOVE WRK-PRQ-UNID-DEV(WRK-IDX-REL)   TO WRK-QTD-ED
               MOVE WRK-PRQ-UNID-SAIDA(WRK-IDX-REL) TO WRK-QTD-ED-2
               MOVE WRK-PRQ-UNID-SAIDA(WRK-IDX-REL) TO WRK-TAXA-BASE
               MOVE WRK-PRQ-UNID-DEV(WRK-IDX-REL)   TO WRK-TAXA-PARTE
               PERFORM 0700-CALCULAR-TAXA
               MOVE SPACES TO RELQUALI-LINHA
               STRING WRK-ORDEM-ED "  " WRK-PRQ-PRODUTO(WRK-IDX-REL)
                      " " WRK-QTD-ED " " WRK-QTD-ED-2 " "
                      WRK-TAXA-TXT "  " WRK-CODIGO-MOT " "
                      WRK-DESCR-MOT
                   DELIMITED BY SIZE INTO RELQUALI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-REL.

       0575-COMPARAR-MOTIVO SECTION.
           IF WRK-PRQ-UNID-MOT(WRK-IDX-REL, WRK-IDX-MOT)
              GREATER WRK-PRQ-UNID-MOT(WRK-IDX-REL, WRK-IDX-PRINCIPAL)
               MOVE WRK-IDX-MOT TO WRK-IDX-PRINCIPAL
           END-IF.
           ADD 1 TO WRK-IDX-MOT.

       0580-DESCREVER-MOTIVO SECTION.
           IF WRK-IDX-MOT EQUAL WRK-POS-SEM-MOTIVO
               MOVE "SM"                   TO WRK-CODIGO-MOT
               MOVE "SEM MOTIVO INFORMADO" TO WRK-DESCR-MOT
               MOVE "-"                    TO WRK-CLASSE-MOT
           ELSE
               MOVE MOTDEV-CODIGO(WRK-IDX-MOT)    TO WRK-CODIGO-MOT
               MOVE MOTDEV-DESCRICAO(WRK-IDX-MOT) TO WRK-DESCR-MOT
               MOVE MOTDEV-CLASSE(WRK-IDX-MOT)    TO WRK-CLASSE-MOT
           END-IF.

      *=======AVARIAS NO TRANSPORTE: UMA LINHA POR DEVOLUCAO (SEGUNDA
      *=======LEITURA DO DEVAUT) COM A TRANSPORTADORA DA SAIDA ORIGINAL,
      *=======E O RESUMO POR TRANSPORTADORA CONTRA OS EMBARQUES DO MES.
       0600-SECAO-AVARIAS SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "AVARIAS NO TRANSPORTE X TRANSPORTADORA DA SAIDA "
                  "ORIGINAL:"
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-AVARIAS EQUAL ZEROS
               MOVE "NENHUMA DEVOLUCAO POR AVARIA NO TRANSPORTE NO MES."
                   TO RELQUALI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               PERFORM 0610-DETALHE-AVARIAS
               PERFORM 0650-RESUMO-TRANSPORTADORAS
           END-IF.

       0610-DETALHE-AVARIAS SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "PEDIDO   DATA DEV CLIENT PRODUTO                   "
                  "     TRANSPORTADORA            EMBARQUE ENTREGA  "
                  "  UNID.         VALOR"
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF DEVAUT-DISPONIVEL
               CLOSE ARQ-DEVAUT
           END-IF.
           PERFORM 0060-ABRIR-DEVAUT.
           PERFORM 0360-LER-DEVAUT.
           PERFORM 0620-LINHA-AVARIA
               UNTIL FIM-DO-DEVAUT.

       0620-LINHA-AVARIA  SECTION.
           IF DEV-DATA(1:6) EQUAL WRK-DS-ANOMES
               PERFORM 0280-INDICE-MOTIVO
               IF WRK-IDX-MOT NOT EQUAL WRK-POS-SEM-MOTIVO
                   IF MOTDEV-TRANSPORTE(WRK-IDX-MOT)
                       PERFORM 0630-IMPRIMIR-AVARIA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0360-LER-DEVAUT.

       0630-IMPRIMIR-AVARIA SECTION.
           PERFORM 0390-BUSCAR-SAIDA-ORIGINAL.
           PERFORM 0640-DESCREVER-TRANSP.
           IF DEV-QUANTIDADE IS NUMERIC
               MOVE DEV-QUANTIDADE TO WRK-UNID-MOT-ED
           ELSE
               MOVE ZEROS TO WRK-UNID-MOT-ED
           END-IF.
           MOVE DEV-VALOR-RETORNO TO EDIT-MOEDA-1.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING DEV-NUMERO " " DEV-DATA " " DEV-CLIENTE " "
                  DEV-PRODUTO " " WRK-TRANSP-DESC " "
                  WRK-DATA-EMBARQUE " " WRK-DATA-ENTREGA " "
                  WRK-UNID-MOT-ED " " EDIT-MOEDA-1
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======TRANSPORTADORA PELO CODIGO, COM O NOME DO CADASTRO
      *=======QUANDO DISPONIVEL.
       0640-DESCREVER-TRANSP SECTION.
           MOVE SPACES TO WRK-TRANSP-DESC.
           IF WRK-PROC-TRANSP EQUAL ZEROS
               MOVE "(NAO IDENTIFICADA)" TO WRK-TRANSP-DESC
           ELSE
               MOVE WRK-PROC-TRANSP TO WRK-TRANSP-DESC
               IF TRANSP-DISPONIVEL
                   MOVE WRK-PROC-TRANSP TO TRN-CODIGO
                   READ ARQ-TRANSP
                       NOT INVALID KEY
                           MOVE TRN-NOME(1:21)
                               TO WRK-TRANSP-DESC(5:21)
                   END-READ
               END-IF
           END-IF.

       0650-RESUMO-TRANSPORTADORAS SECTION.
           MOVE SPACES TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUALI-LINHA.
           STRING "TRANSPORTADORA            EMBARQUES NO MES   "
                  "AVARIAS   UNIDADES         VALOR  %AVARIA"
               DELIMITED BY SIZE INTO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUALI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0660-LINHA-TRANSPORTADORA
               UNTIL WRK-IDX-REL GREATER WRK-QTD-TRANSP.

      *=======%AVARIA = DEVOLUCOES POR AVARIA / EMBARQUES DO MES DA
      *=======TRANSPORTADORA (A SAIDA AVARIADA PODE SER DE MES
      *=======ANTERIOR).
       0660-LINHA-TRANSPORTADORA SECTION.
           IF WRK-TRQ-AVARIAS(WRK-IDX-REL) GREATER ZEROS
               MOVE WRK-TRQ-CODIGO(WRK-IDX-REL) TO WRK-PROC-TRANSP
               PERFORM 0640-DESCREVER-TRANSP
               MOVE WRK-TRQ-EMBARQUES(WRK-IDX-REL) TO WRK-QTD-ED
               MOVE WRK-TRQ-AVARIAS(WRK-IDX-REL)   TO WRK-CONT-ED
               MOVE WRK-TRQ-UNID(WRK-IDX-REL)      TO WRK-QTD-ED-2
               MOVE WRK-TRQ-VALOR(WRK-IDX-REL)     TO EDIT-MOEDA-1
               MOVE WRK-TRQ-EMBARQUES(WRK-IDX-REL) TO WRK-TAXA-BASE
               MOVE WRK-TRQ-AVARIAS(WRK-IDX-REL)   TO WRK-TAXA-PARTE
               PERFORM 0700-CALCULAR-TAXA
               MOVE SPACES TO RELQUALI-LINHA
               STRING WRK-TRANSP-DESC "       " WRK-QTD-ED " "
                      WRK-CONT-ED " " WRK-QTD-ED-2 " " EDIT-MOEDA-1
                      " " WRK-TAXA-TXT
                   DELIMITED BY SIZE INTO RELQUALI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-REL.

      *=======PARTE / BASE EM %; SEM BASE SAI "S/SAIDA" (OU "-" SE
      *=======TAMBEM NAO HOUVE PARTE).
       0700-CALCULAR-TAXA SECTION.
           IF WRK-TAXA-BASE GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TAXA-PARTE * 100 / WRK-TAXA-BASE
                   ON SIZE ERROR MOVE 99999,99 TO WRK-TAXA
               END-COMPUTE
               MOVE WRK-TAXA TO WRK-TAXA-ED
               MOVE WRK-TAXA-ED TO WRK-TAXA-TXT
           ELSE
               IF WRK-TAXA-PARTE GREATER ZEROS
                   MOVE " S/SAIDA" TO WRK-TAXA-TXT
               ELSE
                   MOVE "       -" TO WRK-TAXA-TXT
               END-IF
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELQUALI-LINHA.
           IF WRK-FS-RELQUALI NOT EQUAL "00"
               MOVE WRK-FS-RELQUALI TO UTIL-FS-CODIGO
               MOVE "RELQUALI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-PEDHISTR.
           IF DEVAUT-DISPONIVEL
               CLOSE ARQ-DEVAUT
           END-IF.
           IF TRANSP-DISPONIVEL
               CLOSE ARQ-TRANSP
           END-IF.
           CLOSE ARQ-RELQUALI.
           DISPLAY "RELATÓRIO DE QUALIDADE GRAVADO EM RELQUALI.".

       COPY FSERROPR.
