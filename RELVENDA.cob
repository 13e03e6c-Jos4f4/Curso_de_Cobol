       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVENDA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ANALISE MENSAL DE VENDAS: VARRE O HISTORICO
      *    ==          "PEDHIST" E ABRE AS SAIDAS POR PRODUTO, POR UF,
      *    ==          POR VENDEDOR (PHIST-VENDEDOR) E POR FILIAL
      *    ==          (PHIST-FILIAL), COM QUANTIDADE (UNIDADES DOS
      *    ==          ITENS), VALOR LIQUIDO, FRETE E DEVOLUCOES
      *    ==          ("DEVAUT"). CADA LINHA SAI DUAS VEZES: O MES DE
      *    ==          REFERENCIA CONTRA O MESMO MES DO ANO ANTERIOR E
      *    ==          O ACUMULADO DO ANO CONTRA O MESMO PERIODO DO
      *    ==          ANO ANTERIOR, COM A VARIACAO EM % (RELATORIO
      *    ==          "RELVENDA") -- NO LUGAR DA EXPORTACAO DO
      *    ==          PEDHIST PARA PLANILHA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MES DE REFERENCIA = MES DA DATA DO SISTEMA (O
      *==             STEP RODA NO FECHAMENTO DO MES). SAIDA
      *==             ESTORNADA FICA FORA; VALOR LIQUIDO = VALOR DAS
      *==             SAIDAS - DEVOLUCOES. A DEVOLUCAO ENTRA PELA DATA
      *==             DO LANCAMENTO E E ATRIBUIDA AO PRODUTO, UF,
      *==             VENDEDOR E FILIAL DA SAIDA ORIGINAL (LIDA PELO
      *==             NUMERO DO PEDIDO); SEM A SAIDA NO HISTORICO,
      *==             FICA NO PRODUTO DA DEVOLUCAO, SEM UF, VENDEDOR
      *==             E FILIAL. REGISTROS ANTERIORES AOS CAMPOS DE
      *==             FILIAL E QUANTIDADE ENTRAM COM ZERO. SEM O
      *==             "DEVAUT" O RELATORIO SAI COM AS DEVOLUCOES
      *==             ZERADAS; SEM "COMISTAB" OU "FILIAL", SO COM OS
      *==             CODIGOS.
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

           SELECT ARQ-COMISTAB ASSIGN TO "COMISTAB"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-CODIGO
               FILE STATUS IS WRK-FS-COMISTAB.

           SELECT ARQ-FILIAL   ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-RELVENDA ASSIGN TO "RELVENDA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELVENDA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDHIST.
           COPY PEDHIST.

      *=======SEGUNDA VISAO DO HISTORICO, DE ACESSO DIRETO, PARA
      *=======ACHAR A SAIDA ORIGINAL DE UMA DEVOLUCAO (MESMO ESQUEMA
      *=======DO COMISSAO). SO OS CAMPOS USADOS SAO NOMEADOS; OS
      *=======FILLERS PRECISAM ACOMPANHAR QUALQUER MUDANCA DE LAYOUT
      *=======DO PEDHIST.CPY.
       FD  ARQ-PEDHISTR.
       01  PEDHISTR-REC.
           05  PHISTR-NUMERO       PIC 9(08).
           05  PHISTR-CLIENTE      PIC 9(06).
           05  PHISTR-ESTADO       PIC X(02).
           05  PHISTR-PRODUTO      PIC X(30).
           05  FILLER              PIC X(20).
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(16).
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(08).
           05  FILLER              PIC X(03).
           05  PHISTR-VENDEDOR     PIC 9(04).
           05  FILLER              PIC X(08).
           05  PHISTR-FILIAL       PIC 9(02).
           05  FILLER              PIC X(07).

       FD  ARQ-DEVAUT.
           COPY DEVAUT.

       FD  ARQ-COMISTAB.
           COPY COMISTAB.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-RELVENDA.
       01  RELVENDA-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDHISTR    PIC X(02) VALUE "00".
       77  WRK-FS-DEVAUT      PIC X(02) VALUE "00".
       77  WRK-FS-COMISTAB    PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL      PIC X(02) VALUE "00".
       77  WRK-FS-RELVENDA    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".
       77  WRK-FIM-DEVAUT     PIC X(01) VALUE "N".
           88  FIM-DO-DEVAUT           VALUE "S".
       77  WRK-DEVAUT-ATIVO   PIC X(01) VALUE "N".
           88  DEVAUT-DISPONIVEL       VALUE "S".
       77  WRK-COMISTAB-ATIVO PIC X(01) VALUE "N".
           88  COMISTAB-DISPONIVEL     VALUE "S".
       77  WRK-FILIAL-ATIVO   PIC X(01) VALUE "N".
           88  FILIAL-DISPONIVEL       VALUE "S".

      *=======PERIODOS DA ANALISE: 1 = MES DE REFERENCIA, 2 = MESMO
      *=======MES DO ANO ANTERIOR, 3 = ACUMULADO DO ANO ATE O MES, 4 =
      *=======MESMO ACUMULADO NO ANO ANTERIOR
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       77  WRK-ANO-ANTERIOR   PIC 9(04) VALUE ZEROS.
       01  WRK-DATA-MOV.
           05  WRK-MOV-ANO    PIC 9(04).
           05  WRK-MOV-MES    PIC 9(02).
           05  WRK-MOV-DIA    PIC 9(02).
       77  WRK-PER-MES        PIC 9(01) VALUE ZEROS.
       77  WRK-PER-ACUM       PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-PER        PIC 9(01) VALUE ZEROS.

      *=======VALORES E DIMENSOES DO MOVIMENTO CORRENTE (SAIDA OU
      *=======DEVOLUCAO)
       77  WRK-MOV-QTD        PIC 9(07) VALUE ZEROS.
       77  WRK-MOV-VALOR      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-MOV-FRETE      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-MOV-DEVOL      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIM-PRODUTO    PIC X(30) VALUE SPACES.
       77  WRK-DIM-ESTADO     PIC X(02) VALUE SPACES.
       77  WRK-DIM-VENDEDOR   PIC 9(04) VALUE ZEROS.
       77  WRK-DIM-FILIAL     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-SAIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DEVOL      PIC 9(07) VALUE ZEROS.

      *=======TOTAIS POR CHAVE: TIPO "0" = TOTAL GERAL, "1" =
      *=======PRODUTO, "2" = UF, "3" = VENDEDOR, "4" = FILIAL
       77  WRK-QTD-CHAVES     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VEN        PIC 9(03) VALUE ZEROS.
       77  WRK-VEN-ENCONTRADO PIC X(01) VALUE "N".
           88  CHAVE-ENCONTRADA        VALUE "S".
       77  WRK-AVISO-TABELA   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO       VALUE "S".
       01  WRK-VEN-PROCURADO.
           05  WRK-PROC-TIPO      PIC X(01).
           05  WRK-PROC-CHAVE     PIC X(30).
       01  WRK-TAB-VENDAS.
           05  WRK-VEN-ITEM OCCURS 800 TIMES.
               10  WRK-VEN-IDENT.
                   15  WRK-VEN-TIPO    PIC X(01) VALUE SPACES.
                   15  WRK-VEN-CHAVE   PIC X(30) VALUE SPACES.
               10  WRK-VEN-PERIODO OCCURS 4 TIMES.
                   15  WRK-VEN-QTD     PIC 9(09) VALUE ZEROS.
                   15  WRK-VEN-VALOR   PIC S9(11)V99 VALUE ZEROS.
                   15  WRK-VEN-FRETE   PIC S9(11)V99 VALUE ZEROS.
                   15  WRK-VEN-DEVOL   PIC S9(11)V99 VALUE ZEROS.

      *=======APOIO DA ORDENACAO (BOLHA, MESMO ESQUEMA DO RELLUCRO):
      *=======POR TIPO E, DENTRO DO TIPO, DO MAIOR PARA O MENOR VALOR
      *=======ACUMULADO NO ANO
       77  WRK-IDX-ORD        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PROX       PIC 9(03) VALUE ZEROS.
       77  WRK-HOUVE-TROCA    PIC X(01) VALUE "N".
           88  HOUVE-TROCA             VALUE "S".
       01  WRK-VEN-TEMP.
           05  FILLER             PIC X(223).

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-IDX-REL        PIC 9(03) VALUE ZEROS.
       77  WRK-TIPO-ANTERIOR  PIC X(01) VALUE SPACES.
       77  WRK-IDX-ATUAL      PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-ANTER      PIC 9(01) VALUE ZEROS.
       77  WRK-ROTULO         PIC X(04) VALUE SPACES.
       77  WRK-DESCRICAO      PIC X(18) VALUE SPACES.
       77  WRK-COD-VENDEDOR   PIC 9(04) VALUE ZEROS.
       77  WRK-COD-FILIAL     PIC 9(02) VALUE ZEROS.
       77  WRK-MES-REF-ED     PIC X(06) VALUE SPACES.
       77  WRK-MES-ANT-ED     PIC X(06) VALUE SPACES.
       77  WRK-LIQ-ATUAL      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-LIQ-ANTER      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CONT-ED        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VAR-QTD        PIC X(08) VALUE SPACES.
       77  WRK-VAR-LIQ        PIC X(08) VALUE SPACES.
       77  WRK-VAR-FRETE      PIC X(08) VALUE SPACES.
       77  WRK-VAR-DEVOL      PIC X(08) VALUE SPACES.

      *=======VARIACAO PERCENTUAL SOBRE O ANO ANTERIOR (0700)
       77  WRK-VAR-ATUAL      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VAR-ANTERIOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VAR-PERC       PIC S9(04)V9 VALUE ZEROS.
       77  WRK-VAR-ED         PIC -ZZZ9,9 VALUE ZEROS.
       77  WRK-VAR-TXT        PIC X(08) VALUE SPACES.
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
           COMPUTE WRK-ANO-ANTERIOR = WRK-DS-ANO - 1.
           MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-REF-ED.
           MOVE SPACES TO WRK-MES-ANT-ED.
           STRING WRK-ANO-ANTERIOR WRK-DS-MES
               DELIMITED BY SIZE INTO WRK-MES-ANT-ED.
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
           OPEN INPUT ARQ-DEVAUT.
           IF WRK-FS-DEVAUT EQUAL "00"
               SET DEVAUT-DISPONIVEL TO TRUE
           ELSE
               SET FIM-DO-DEVAUT TO TRUE
               DISPLAY "AVISO: DEVAUT INDISPONIVEL (STATUS "
                       WRK-FS-DEVAUT "); DEVOLUCOES ZERADAS."
           END-IF.
           OPEN INPUT ARQ-COMISTAB.
           IF WRK-FS-COMISTAB EQUAL "00"
               SET COMISTAB-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AVISO: COMISTAB INDISPONIVEL (STATUS "
                       WRK-FS-COMISTAB "); VENDEDORES SO PELO CODIGO."
           END-IF.
           OPEN INPUT ARQ-FILIAL.
           IF WRK-FS-FILIAL EQUAL "00"
               SET FILIAL-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AVISO: FILIAL INDISPONIVEL (STATUS "
                       WRK-FS-FILIAL "); FILIAIS SO PELO CODIGO."
           END-IF.
           OPEN OUTPUT ARQ-RELVENDA.
           IF WRK-FS-RELVENDA NOT EQUAL "00"
               MOVE WRK-FS-RELVENDA TO UTIL-FS-CODIGO
               MOVE "RELVENDA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-LER-HISTORICO SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

      *=======SO SAIDA NAO ESTORNADA (A VENDA DESFEITA NAO CONTA) E SO
      *=======DOS PERIODOS DA ANALISE.
       0150-PROCESSAR     SECTION.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
               MOVE PHIST-DATA-PROC TO WRK-DATA-MOV
               PERFORM 0160-CLASSIFICAR-PERIODO
               IF WRK-PER-ACUM GREATER ZEROS
                   ADD 1 TO WRK-QTD-SAIDAS
                   IF PHIST-QUANTIDADE IS NUMERIC
                       MOVE PHIST-QUANTIDADE TO WRK-MOV-QTD
                   ELSE
                       MOVE ZEROS TO WRK-MOV-QTD
                   END-IF
                   MOVE PHIST-VALOR    TO WRK-MOV-VALOR
                   MOVE PHIST-FRETE    TO WRK-MOV-FRETE
                   MOVE ZEROS          TO WRK-MOV-DEVOL
                   MOVE PHIST-PRODUTO  TO WRK-DIM-PRODUTO
                   MOVE PHIST-ESTADO   TO WRK-DIM-ESTADO
                   MOVE PHIST-VENDEDOR TO WRK-DIM-VENDEDOR
                   MOVE PHIST-FILIAL   TO WRK-DIM-FILIAL
                   PERFORM 0250-ACUMULAR-DIMENSOES
               END-IF
           END-IF.
           PERFORM 0100-LER-HISTORICO.

      *=======O MOVIMENTO DO MES DE REFERENCIA ENTRA NO MES E NO
      *=======ACUMULADO; O DOS MESES ANTERIORES DO MESMO ANO, SO NO
      *=======ACUMULADO. IDEM PARA O ANO ANTERIOR. DEPOIS DO MES DE
      *=======REFERENCIA (NO ANO ANTERIOR) FICA FORA.
       0160-CLASSIFICAR-PERIODO SECTION.
           MOVE ZEROS TO WRK-PER-MES.
           MOVE ZEROS TO WRK-PER-ACUM.
           IF WRK-MOV-ANO IS NUMERIC
              AND WRK-MOV-MES IS NUMERIC
              AND WRK-MOV-MES NOT GREATER WRK-DS-MES
               EVALUATE WRK-MOV-ANO
                   WHEN WRK-DS-ANO
                       MOVE 3 TO WRK-PER-ACUM
                       IF WRK-MOV-MES EQUAL WRK-DS-MES
                           MOVE 1 TO WRK-PER-MES
                       END-IF
                   WHEN WRK-ANO-ANTERIOR
                       MOVE 4 TO WRK-PER-ACUM
                       IF WRK-MOV-MES EQUAL WRK-DS-MES
                           MOVE 2 TO WRK-PER-MES
                       END-IF
               END-EVALUATE
           END-IF.

      *=======CADA MOVIMENTO ENTRA NO TOTAL GERAL E UMA VEZ EM CADA
      *=======DIMENSAO. O VENDEDOR E A FILIAL VIRAM CHAVE PELO CODIGO.
       0250-ACUMULAR-DIMENSOES SECTION.
           MOVE "0"               TO WRK-PROC-TIPO.
           MOVE "TOTAL"           TO WRK-PROC-CHAVE.
           PERFORM 0260-LANCAR-CHAVE.
           MOVE "1"               TO WRK-PROC-TIPO.
           MOVE WRK-DIM-PRODUTO   TO WRK-PROC-CHAVE.
           PERFORM 0260-LANCAR-CHAVE.
           MOVE "2"               TO WRK-PROC-TIPO.
           MOVE WRK-DIM-ESTADO    TO WRK-PROC-CHAVE.
           PERFORM 0260-LANCAR-CHAVE.
           MOVE "3"               TO WRK-PROC-TIPO.
           MOVE WRK-DIM-VENDEDOR  TO WRK-PROC-CHAVE.
           PERFORM 0260-LANCAR-CHAVE.
           MOVE "4"               TO WRK-PROC-TIPO.
           MOVE WRK-DIM-FILIAL    TO WRK-PROC-CHAVE.
           PERFORM 0260-LANCAR-CHAVE.

       0260-LANCAR-CHAVE  SECTION.
           PERFORM 0200-LOCALIZAR-CHAVE.
           IF WRK-IDX-VEN NOT GREATER WRK-QTD-CHAVES
               MOVE WRK-PER-ACUM TO WRK-IDX-PER
               PERFORM 0270-SOMAR-PERIODO
               IF WRK-PER-MES GREATER ZEROS
                   MOVE WRK-PER-MES TO WRK-IDX-PER
                   PERFORM 0270-SOMAR-PERIODO
               END-IF
           END-IF.

       0270-SOMAR-PERIODO SECTION.
           ADD WRK-MOV-QTD
               TO WRK-VEN-QTD(WRK-IDX-VEN, WRK-IDX-PER).
           ADD WRK-MOV-VALOR
               TO WRK-VEN-VALOR(WRK-IDX-VEN, WRK-IDX-PER).
           ADD WRK-MOV-FRETE
               TO WRK-VEN-FRETE(WRK-IDX-VEN, WRK-IDX-PER).
           ADD WRK-MOV-DEVOL
               TO WRK-VEN-DEVOL(WRK-IDX-VEN, WRK-IDX-PER).

      *=======CHAVE QUE NAO COUBE NA TABELA FICA FORA DA ANALISE
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS. O TOTAL GERAL E
      *=======A PRIMEIRA CHAVE GRAVADA, ENTAO NUNCA FICA DE FORA.
       0200-LOCALIZAR-CHAVE SECTION.
           MOVE "N" TO WRK-VEN-ENCONTRADO.
           MOVE 1   TO WRK-IDX-VEN.
           PERFORM 0210-PROCURAR-CHAVE
               UNTIL WRK-IDX-VEN GREATER WRK-QTD-CHAVES
                  OR CHAVE-ENCONTRADA.
           IF NOT CHAVE-ENCONTRADA
               IF WRK-QTD-CHAVES LESS 800
                   ADD 1 TO WRK-QTD-CHAVES
                   MOVE WRK-QTD-CHAVES TO WRK-IDX-VEN
                   MOVE WRK-VEN-PROCURADO
                       TO WRK-VEN-IDENT(WRK-IDX-VEN)
               ELSE
                   IF NOT AVISO-TABELA-DADO
                       DISPLAY "MAIS DE 800 CHAVES NA ANÁLISE DE "
                               "VENDAS -- EXCEDENTES FORA DO "
                               "RELATÓRIO."
                       SET AVISO-TABELA-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0210-PROCURAR-CHAVE SECTION.
           IF WRK-VEN-IDENT(WRK-IDX-VEN) EQUAL WRK-VEN-PROCURADO
               SET CHAVE-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-VEN
           END-IF.

      *=======DEVOLUCOES AUTORIZADAS, PELO VALOR DE RETORNO ACEITO
      *=======PELO PROGRAMA11, NA DATA DO LANCAMENTO.
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
           MOVE DEV-DATA TO WRK-DATA-MOV.
           PERFORM 0160-CLASSIFICAR-PERIODO.
           IF WRK-PER-ACUM GREATER ZEROS
               ADD 1 TO WRK-QTD-DEVOL
               MOVE ZEROS             TO WRK-MOV-QTD
               MOVE ZEROS             TO WRK-MOV-VALOR
               MOVE ZEROS             TO WRK-MOV-FRETE
               MOVE DEV-VALOR-RETORNO TO WRK-MOV-DEVOL
               PERFORM 0380-BUSCAR-SAIDA-ORIGINAL
               PERFORM 0250-ACUMULAR-DIMENSOES
           END-IF.
           PERFORM 0360-LER-DEVAUT.

       0380-BUSCAR-SAIDA-ORIGINAL SECTION.
           MOVE DEV-NUMERO TO PHISTR-NUMERO.
           READ ARQ-PEDHISTR
               INVALID KEY
                   MOVE DEV-PRODUTO TO WRK-DIM-PRODUTO
                   MOVE SPACES      TO WRK-DIM-ESTADO
                   MOVE ZEROS       TO WRK-DIM-VENDEDOR
                   MOVE ZEROS       TO WRK-DIM-FILIAL
               NOT INVALID KEY
                   MOVE PHISTR-PRODUTO  TO WRK-DIM-PRODUTO
                   MOVE PHISTR-ESTADO   TO WRK-DIM-ESTADO
                   MOVE PHISTR-VENDEDOR TO WRK-DIM-VENDEDOR
                   IF PHISTR-FILIAL IS NUMERIC
                       MOVE PHISTR-FILIAL TO WRK-DIM-FILIAL
                   ELSE
                       MOVE ZEROS TO WRK-DIM-FILIAL
                   END-IF
           END-READ.

      *=======ORDENA POR TIPO E, DENTRO DO TIPO, DO MAIOR PARA O MENOR
      *=======VALOR ACUMULADO NO ANO (BOLHA, MESMO ESQUEMA DO RELLUCRO).
       0450-ORDENAR       SECTION.
           SET HOUVE-TROCA TO TRUE.
           PERFORM 0460-PASSADA-BOLHA UNTIL NOT HOUVE-TROCA.

       0460-PASSADA-BOLHA SECTION.
           MOVE "N" TO WRK-HOUVE-TROCA.
           MOVE 1   TO WRK-IDX-ORD.
           PERFORM 0470-COMPARAR-PAR
               UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-CHAVES.

       0470-COMPARAR-PAR  SECTION.
           COMPUTE WRK-IDX-PROX = WRK-IDX-ORD + 1.
           IF WRK-VEN-TIPO(WRK-IDX-PROX) LESS WRK-VEN-TIPO(WRK-IDX-ORD)
              OR (WRK-VEN-TIPO(WRK-IDX-PROX)
                      EQUAL WRK-VEN-TIPO(WRK-IDX-ORD)
                  AND WRK-VEN-VALOR(WRK-IDX-PROX, 3)
                      GREATER WRK-VEN-VALOR(WRK-IDX-ORD, 3))
               MOVE WRK-VEN-ITEM(WRK-IDX-ORD)  TO WRK-VEN-TEMP
               MOVE WRK-VEN-ITEM(WRK-IDX-PROX)
                   TO WRK-VEN-ITEM(WRK-IDX-ORD)
               MOVE WRK-VEN-TEMP TO WRK-VEN-ITEM(WRK-IDX-PROX)
               SET HOUVE-TROCA TO TRUE
           END-IF.
           ADD 1 TO WRK-IDX-ORD.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING "ANALISE DE VENDAS - REFERENCIA " WRK-MES-REF-ED
                  " (COMPARATIVO COM " WRK-MES-ANT-ED ")"
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING "MES  = MES DE REFERENCIA X MESMO MES DO ANO "
                  "ANTERIOR; ACUM = ACUMULADO DO ANO X MESMO "
                  "PERIODO DO ANO ANTERIOR."
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING "LIQUIDO = SAIDAS - DEVOLUCOES; VAR% SOBRE O ANO "
                  "ANTERIOR (NOVO = SEM MOVIMENTO NO ANO ANTERIOR)."
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO WRK-TIPO-ANTERIOR.
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0520-LINHAS-CHAVE
               UNTIL WRK-IDX-REL GREATER WRK-QTD-CHAVES.
           MOVE ALL "=" TO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-SAIDAS TO WRK-CONT-ED.
           MOVE WRK-QTD-DEVOL  TO WRK-QTD-ED.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING "SAIDAS ANALISADAS: " WRK-CONT-ED
                  "   DEVOLUCOES ANALISADAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======CADA CHAVE SAI EM DUAS LINHAS (MES E ACUMULADO); A
      *=======TROCA DE TIPO ABRE UMA NOVA SECAO.
       0520-LINHAS-CHAVE  SECTION.
           IF WRK-VEN-TIPO(WRK-IDX-REL) NOT EQUAL WRK-TIPO-ANTERIOR
               PERFORM 0530-CABECALHO-SECAO
               MOVE WRK-VEN-TIPO(WRK-IDX-REL) TO WRK-TIPO-ANTERIOR
           END-IF.
           PERFORM 0550-DESCREVER-CHAVE.
           MOVE 1      TO WRK-IDX-ATUAL.
           MOVE 2      TO WRK-IDX-ANTER.
           MOVE "MES " TO WRK-ROTULO.
           PERFORM 0540-MONTAR-LINHA.
           MOVE SPACES TO WRK-DESCRICAO.
           MOVE 3      TO WRK-IDX-ATUAL.
           MOVE 4      TO WRK-IDX-ANTER.
           MOVE "ACUM" TO WRK-ROTULO.
           PERFORM 0540-MONTAR-LINHA.
           ADD 1 TO WRK-IDX-REL.

       0530-CABECALHO-SECAO SECTION.
           MOVE SPACES TO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           EVALUATE WRK-VEN-TIPO(WRK-IDX-REL)
               WHEN "0"
                   MOVE "TOTAL GERAL:"  TO RELVENDA-LINHA
               WHEN "1"
                   MOVE "POR PRODUTO:"  TO RELVENDA-LINHA
               WHEN "2"
                   MOVE "POR UF:"       TO RELVENDA-LINHA
               WHEN "3"
                   MOVE "POR VENDEDOR:" TO RELVENDA-LINHA
               WHEN OTHER
                   MOVE "POR FILIAL:"   TO RELVENDA-LINHA
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING "DESCRICAO          PER.       QTDE     VAR%"
                  "        LIQUIDO       LIQ.ANT.     VAR%"
                  "         FRETE     VAR%     DEVOLUCAO     VAR%"
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======UMA LINHA: DESCRICAO, PERIODO, QUANTIDADE, LIQUIDO ATUAL
      *=======E ANTERIOR, FRETE E DEVOLUCAO, CADA UM COM A VARIACAO.
       0540-MONTAR-LINHA  SECTION.
           COMPUTE WRK-LIQ-ATUAL =
                   WRK-VEN-VALOR(WRK-IDX-REL, WRK-IDX-ATUAL)
                 - WRK-VEN-DEVOL(WRK-IDX-REL, WRK-IDX-ATUAL).
           COMPUTE WRK-LIQ-ANTER =
                   WRK-VEN-VALOR(WRK-IDX-REL, WRK-IDX-ANTER)
                 - WRK-VEN-DEVOL(WRK-IDX-REL, WRK-IDX-ANTER).
           MOVE WRK-VEN-QTD(WRK-IDX-REL, WRK-IDX-ATUAL)
               TO WRK-VAR-ATUAL.
           MOVE WRK-VEN-QTD(WRK-IDX-REL, WRK-IDX-ANTER)
               TO WRK-VAR-ANTERIOR.
           PERFORM 0700-CALCULAR-VARIACAO.
           MOVE WRK-VAR-TXT TO WRK-VAR-QTD.
           MOVE WRK-LIQ-ATUAL TO WRK-VAR-ATUAL.
           MOVE WRK-LIQ-ANTER TO WRK-VAR-ANTERIOR.
           PERFORM 0700-CALCULAR-VARIACAO.
           MOVE WRK-VAR-TXT TO WRK-VAR-LIQ.
           MOVE WRK-VEN-FRETE(WRK-IDX-REL, WRK-IDX-ATUAL)
               TO WRK-VAR-ATUAL.
           MOVE WRK-VEN-FRETE(WRK-IDX-REL, WRK-IDX-ANTER)
               TO WRK-VAR-ANTERIOR.
           PERFORM 0700-CALCULAR-VARIACAO.
           MOVE WRK-VAR-TXT TO WRK-VAR-FRETE.
           MOVE WRK-VEN-DEVOL(WRK-IDX-REL, WRK-IDX-ATUAL)
               TO WRK-VAR-ATUAL.
           MOVE WRK-VEN-DEVOL(WRK-IDX-REL, WRK-IDX-ANTER)
               TO WRK-VAR-ANTERIOR.
           PERFORM 0700-CALCULAR-VARIACAO.
           MOVE WRK-VAR-TXT TO WRK-VAR-DEVOL.
           MOVE WRK-VEN-QTD(WRK-IDX-REL, WRK-IDX-ATUAL) TO WRK-QTD-ED.
           MOVE WRK-LIQ-ATUAL TO EDIT-MOEDA-SINAL.
           MOVE WRK-LIQ-ANTER TO EDIT-MOEDA-SINAL-2.
           MOVE WRK-VEN-FRETE(WRK-IDX-REL, WRK-IDX-ATUAL)
               TO EDIT-MOEDA-1.
           MOVE WRK-VEN-DEVOL(WRK-IDX-REL, WRK-IDX-ATUAL)
               TO EDIT-MOEDA-2.
           MOVE SPACES TO RELVENDA-LINHA.
           STRING WRK-DESCRICAO " " WRK-ROTULO " "
                  WRK-QTD-ED " " WRK-VAR-QTD " "
                  EDIT-MOEDA-SINAL " " EDIT-MOEDA-SINAL-2 " "
                  WRK-VAR-LIQ " "
                  EDIT-MOEDA-1 " " WRK-VAR-FRETE " "
                  EDIT-MOEDA-2 " " WRK-VAR-DEVOL
               DELIMITED BY SIZE INTO RELVENDA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======DESCRICAO DA CHAVE: PRODUTO E UF COMO ESTAO; VENDEDOR E
      *=======FILIAL COM O NOME DO CADASTRO QUANDO DISPONIVEL.
       0550-DESCREVER-CHAVE SECTION.
           MOVE SPACES TO WRK-DESCRICAO.
           EVALUATE WRK-VEN-TIPO(WRK-IDX-REL)
               WHEN "0"
                   MOVE "TOTAL DA EMPRESA" TO WRK-DESCRICAO
               WHEN "1"
                   IF WRK-VEN-CHAVE(WRK-IDX-REL) EQUAL SPACES
                       MOVE "(SEM PRODUTO)" TO WRK-DESCRICAO
                   ELSE
                       MOVE WRK-VEN-CHAVE(WRK-IDX-REL)
                           TO WRK-DESCRICAO
                   END-IF
               WHEN "2"
                   IF WRK-VEN-CHAVE(WRK-IDX-REL) EQUAL SPACES
                       MOVE "(SEM UF)" TO WRK-DESCRICAO
                   ELSE
                       MOVE WRK-VEN-CHAVE(WRK-IDX-REL)
                           TO WRK-DESCRICAO
                   END-IF
               WHEN "3"
                   PERFORM 0560-DESCREVER-VENDEDOR
               WHEN OTHER
                   PERFORM 0570-DESCREVER-FILIAL
           END-EVALUATE.

       0560-DESCREVER-VENDEDOR SECTION.
           MOVE WRK-VEN-CHAVE(WRK-IDX-REL)(1:4) TO WRK-COD-VENDEDOR.
           IF WRK-COD-VENDEDOR EQUAL ZEROS
               MOVE "(SEM VENDEDOR)" TO WRK-DESCRICAO
           ELSE
               MOVE WRK-COD-VENDEDOR TO WRK-DESCRICAO
               IF COMISTAB-DISPONIVEL
                   MOVE WRK-COD-VENDEDOR TO VND-CODIGO
                   READ ARQ-COMISTAB
                       NOT INVALID KEY
                           MOVE VND-NOME(1:13)
                               TO WRK-DESCRICAO(6:13)
                   END-READ
               END-IF
           END-IF.

       0570-DESCREVER-FILIAL SECTION.
           MOVE WRK-VEN-CHAVE(WRK-IDX-REL)(1:2) TO WRK-COD-FILIAL.
           IF WRK-COD-FILIAL EQUAL ZEROS
               MOVE "(SEM FILIAL)" TO WRK-DESCRICAO
           ELSE
               MOVE WRK-COD-FILIAL TO WRK-DESCRICAO
               IF FILIAL-DISPONIVEL
                   MOVE WRK-COD-FILIAL TO FIL-CODIGO
                   READ ARQ-FILIAL
                       NOT INVALID KEY
                           MOVE FIL-CIDADE TO WRK-DESCRICAO(4:15)
                   END-READ
               END-IF
           END-IF.

      *=======VARIACAO DO VALOR ATUAL SOBRE O DO ANO ANTERIOR, EM %.
      *=======SEM BASE NO ANO ANTERIOR SAI "NOVO" (OU "-" SE TAMBEM
      *=======NAO HOUVE MOVIMENTO AGORA).
       0700-CALCULAR-VARIACAO SECTION.
           IF WRK-VAR-ANTERIOR GREATER ZEROS
               COMPUTE WRK-VAR-PERC ROUNDED =
                       (WRK-VAR-ATUAL - WRK-VAR-ANTERIOR) * 100
                       / WRK-VAR-ANTERIOR
                   ON SIZE ERROR MOVE 9999,9 TO WRK-VAR-PERC
               END-COMPUTE
               MOVE WRK-VAR-PERC TO WRK-VAR-ED
               MOVE SPACES TO WRK-VAR-TXT
               STRING WRK-VAR-ED "%"
                   DELIMITED BY SIZE INTO WRK-VAR-TXT
           ELSE
               IF WRK-VAR-ATUAL NOT EQUAL ZEROS
                   MOVE "    NOVO" TO WRK-VAR-TXT
               ELSE
                   MOVE "       -" TO WRK-VAR-TXT
               END-IF
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELVENDA-LINHA.
           IF WRK-FS-RELVENDA NOT EQUAL "00"
               MOVE WRK-FS-RELVENDA TO UTIL-FS-CODIGO
               MOVE "RELVENDA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-PEDHISTR.
           IF DEVAUT-DISPONIVEL
               CLOSE ARQ-DEVAUT
           END-IF.
           IF COMISTAB-DISPONIVEL
               CLOSE ARQ-COMISTAB
           END-IF.
           IF FILIAL-DISPONIVEL
               CLOSE ARQ-FILIAL
           END-IF.
           CLOSE ARQ-RELVENDA.
           DISPLAY "ANÁLISE DE VENDAS GRAVADA EM RELVENDA.".

       COPY FSERROPR.
