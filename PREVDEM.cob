       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVDEM.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PREVISAO MENSAL DE DEMANDA E RECALCULO DO
      *    ==          ESTOQUE MINIMO E DA QUANTIDADE DE REPOSICAO:
      *    ==          PARA CADA FILIAL + PRODUTO DO "ESTOQUE" SOMA AS
      *    ==          BAIXAS DO "MOVEST" MES A MES NOS ULTIMOS 12
      *    ==          MESES, PREVE O PROXIMO MES PELA MEDIA MOVEL DO
      *    ==          TRIMESTRE AJUSTADA PELA SAZONALIDADE DO MESMO
      *    ==          MES NO ANO PASSADO E PROPOE O MINIMO (DEMANDA NO
      *    ==          PRAZO DE ENTREGA DO FORNECEDOR MAIS O ESTOQUE DE
      *    ==          SEGURANCA) E A REPOSICAO (UM MES DE DEMANDA). AS
      *    ==          PROPOSTAS FICAM NO "PROPREPO" PARA O COMPRADOR
      *    ==          DECIDIR NO APROVREP E SAEM NO RELATORIO
      *    ==          "PREVDEM" -- ATE AQUI O RELREPOS COMPARAVA O
      *    ==          SALDO COM UM MINIMO DIGITADO HA ANOS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: JANELA = OS 12 MESES FECHADOS ANTES DO MES DA
      *==             EXECUCAO; SO BAIXA DE VENDA (MOV-TIPO "B") E
      *==             DEMANDA -- TRANSFERENCIA, AJUSTE DE INVENTARIO
      *==             E PERDA NAO. MEDIA MOVEL = MEDIA DOS 3 ULTIMOS
      *==             MESES; INDICE SAZONAL = CONSUMO DO MESMO MES NO
      *==             ANO PASSADO SOBRE A MEDIA DOS 12 MESES, LIMITADO
      *==             ENTRE 0,5 E 2,0 (1,0 SEM CONSUMO NO ANO);
      *==             PREVISAO = MEDIA MOVEL X INDICE. DEMANDA DIARIA =
      *==             PREVISAO / 30. PRAZO DE ENTREGA = DIAS ENTRE A
      *==             EMISSAO E A DATA PREVISTA DO ULTIMO PEDIDO DE
      *==             COMPRA NAO CANCELADO DA FILIAL + PRODUTO
      *==             (PEDCOMP), OU "REPPRAZO" DIAS (30) SEM COMPRA.
      *==             SEGURANCA = "REPDIASEG" DIAS (15) DE DEMANDA.
      *==             PARAMETROS PELA BUSCAPAR, PADRAO ENTRE
      *==             PARENTESES. O "PROPREPO" E RECRIADO A CADA
      *==             EXECUCAO: PROPOSTA NAO DECIDIDA NO MES E
      *==             SUBSTITUIDA PELA NOVA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-ESTOQUE  ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-MOVEST   ASSIGN TO "MOVEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVEST.

           SELECT ARQ-PEDCOMP  ASSIGN TO "PEDCOMP"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-FS-PEDCOMP.

           SELECT ARQ-PROPREPO ASSIGN TO "PROPREPO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WRK-FS-PROPREPO.

           SELECT ARQ-PREVDEM  ASSIGN TO "PREVDEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREVDEM.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-MOVEST.
           COPY MOVEST.

       FD  ARQ-PEDCOMP.
           COPY PEDCOMP.

       FD  ARQ-PROPREPO.
           COPY PROPREPO.

       FD  ARQ-PREVDEM.
       01  PREVDEM-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCOMP     PIC X(02) VALUE "00".
       77  WRK-FS-PROPREPO    PIC X(02) VALUE "00".
       77  WRK-FS-PREVDEM     PIC X(02) VALUE "00".
           COPY FSERRO.

       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO   PIC 9(04).
           05  WRK-HOJE-MES   PIC 9(02).
           05  WRK-HOJE-DIA   PIC 9(02).
       01  WRK-DATA-MOV.
           05  WRK-MOV-ANO    PIC 9(04).
           05  WRK-MOV-MES    PIC 9(02).
           05  WRK-MOV-DIA    PIC 9(02).
       77  WRK-ANO-INICIO     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-INICIO     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MES        PIC S9(05) VALUE ZEROS.
       77  WRK-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO          VALUE "S".
       77  WRK-PROPOSTA-OK    PIC X(01) VALUE "N".
           88  ITEM-EM-REVISAO         VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======PRAZO PADRAO E DIAS DE SEGURANCA
       77  WRK-PRAZO-PADRAO   PIC 9(03) VALUE 30.
       77  WRK-DIAS-SEGURANCA PIC 9(03) VALUE 15.

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======APURACAO DA PREVISAO
       77  WRK-QTD-BAIXA      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-ANO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEMANDA-DIARIA PIC 9(07)V9(04) VALUE ZEROS.

      *=======CONTADORES E EDICAO DO RELATORIO
       77  WRK-QTD-ITENS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROPOSTAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MANTIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXAS     PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-ED        PIC ZZZZZZZZ9,99.
       77  WRK-MEDIA-ED       PIC ZZZZZZ9,99.
       77  WRK-INDICE-ED      PIC 9,9999.
       77  WRK-PREVISAO-ED    PIC ZZZZZZ9,99.
       77  WRK-PRAZO-ED       PIC ZZ9.
       77  WRK-MIN-ATU-ED     PIC ZZZZZZ9,99.
       77  WRK-MIN-PROP-ED    PIC ZZZZZZ9,99.
       77  WRK-REP-ATU-ED     PIC ZZZZZZ9,99.
       77  WRK-REP-PROP-ED    PIC ZZZZZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CRIAR-PROPOSTAS.
           PERFORM 0200-APURAR-CONSUMO.
           PERFORM 0300-APURAR-PRAZOS.
           PERFORM 0500-PROPOR.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======A JANELA COMECA NO MESMO MES DO ANO PASSADO: O MES MAIS
      *=======ANTIGO E O ESPELHO SAZONAL DO MES QUE VAI SER PREVISTO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PREVDEM" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           COMPUTE WRK-ANO-INICIO = WRK-HOJE-ANO - 1.
           MOVE WRK-HOJE-MES TO WRK-MES-INICIO.
           PERFORM 0060-LER-PARAMETROS.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======PROPOSTAS DO MES ANTERIOR SAO DESCARTADAS: O ARQUIVO E
      *=======RECRIADO VAZIO E REABERTO PARA ATUALIZACAO.
           OPEN OUTPUT ARQ-PROPREPO.
           CLOSE ARQ-PROPREPO.
           OPEN I-O ARQ-PROPREPO.
           IF WRK-FS-PROPREPO NOT EQUAL "00"
               MOVE WRK-FS-PROPREPO TO UTIL-FS-CODIGO
               MOVE "PROPREPO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-PREVDEM.
           IF WRK-FS-PREVDEM NOT EQUAL "00"
               MOVE WRK-FS-PREVDEM TO UTIL-FS-CODIGO
               MOVE "PREVDEM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0060-LER-PARAMETROS SECTION.
           MOVE "REPPRAZO" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-PRAZO-PADRAO
           END-IF.
           MOVE "REPDIASEG" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-DIAS-SEGURANCA
           END-IF.

       0070-BUSCAR-PARAMETRO SECTION.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.

      *=======UMA PROPOSTA ZERADA POR FILIAL + PRODUTO DO ESTOQUE --
      *=======ITEM SEM NENHUMA BAIXA NO ANO TAMBEM E REVISTO (E O QUE
      *=======ESTA ENCALHANDO).
       0100-CRIAR-PROPOSTAS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0120-LER-ESTOQUE.
           PERFORM 0140-CRIAR-UMA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-ESTOQUE.

       0120-LER-ESTOQUE   SECTION.
           READ ARQ-ESTOQUE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

       0140-CRIAR-UMA     SECTION.
           INITIALIZE PROPREPO-REC.
           MOVE EST-FILIAL       TO PRP-FILIAL.
           MOVE EST-PRODUTO      TO PRP-PRODUTO.
           MOVE WRK-DATA-HOJE    TO PRP-DATA-PROPOSTA.
           MOVE EST-MINIMO       TO PRP-MINIMO-ATUAL.
           MOVE EST-REPOSICAO    TO PRP-REPOSICAO-ATUAL.
           MOVE WRK-PRAZO-PADRAO TO PRP-PRAZO.
           MOVE SPACES           TO PRP-DATA-ULT-COMPRA.
           SET PRP-PENDENTE      TO TRUE.
           MOVE SPACES           TO PRP-OPERADOR.
           MOVE SPACES           TO PRP-DATA-DECISAO.
           WRITE PROPREPO-REC.
           IF WRK-FS-PROPREPO NOT EQUAL "00"
               MOVE WRK-FS-PROPREPO TO UTIL-FS-CODIGO
               MOVE "PROPREPO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           PERFORM 0120-LER-ESTOQUE.

      *=======PROPOSTA DA FILIAL + PRODUTO DO REGISTRO CORRENTE; SEM
      *=======PROPOSTA (ITEM FORA DO ESTOQUE) O MOVIMENTO E IGNORADO.
       0150-LER-PROPOSTA  SECTION.
           MOVE "N" TO WRK-PROPOSTA-OK.
           READ ARQ-PROPREPO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-EM-REVISAO TO TRUE
           END-READ.

       0160-REGRAVAR-PROPOSTA SECTION.
           REWRITE PROPREPO-REC.
           IF WRK-FS-PROPREPO NOT EQUAL "00"
               MOVE WRK-FS-PROPREPO TO UTIL-FS-CODIGO
               MOVE "PROPREPO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0200-APURAR-CONSUMO SECTION.
           OPEN INPUT ARQ-MOVEST.
           IF WRK-FS-MOVEST NOT EQUAL "00"
               MOVE WRK-FS-MOVEST TO UTIL-FS-CODIGO
               MOVE "MOVEST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0220-LER-MOVIMENTO.
           PERFORM 0240-APURAR-MOVIMENTO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-MOVEST.

       0220-LER-MOVIMENTO SECTION.
           READ ARQ-MOVEST
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======A BAIXA VEM NEGATIVA NO MOVEST; O MES DO MOVIMENTO VIRA
      *=======A POSICAO NA JANELA (1 = MES MAIS ANTIGO, 12 = ULTIMO
      *=======MES FECHADO). O MES CORRENTE (13) AINDA NAO CONTA.
       0240-APURAR-MOVIMENTO SECTION.
           MOVE MOV-DATA TO WRK-DATA-MOV.
           IF MOV-TIPO EQUAL "B"
              AND WRK-DATA-MOV IS NUMERIC
               COMPUTE WRK-IDX-MES =
                       (WRK-MOV-ANO - WRK-ANO-INICIO) * 12
                     + WRK-MOV-MES - WRK-MES-INICIO + 1
               IF WRK-IDX-MES GREATER ZERO
                  AND WRK-IDX-MES NOT GREATER 12
                   MOVE MOV-FILIAL  TO PRP-FILIAL
                   MOVE MOV-PRODUTO TO PRP-PRODUTO
                   PERFORM 0150-LER-PROPOSTA
                   IF ITEM-EM-REVISAO
                       COMPUTE WRK-QTD-BAIXA = ZERO - MOV-QUANTIDADE
                       MOVE WRK-IDX-MES TO WRK-IDX
                       ADD WRK-QTD-BAIXA TO PRP-CONSUMO(WRK-IDX)
                       PERFORM 0160-REGRAVAR-PROPOSTA
                       ADD 1 TO WRK-QTD-BAIXAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0220-LER-MOVIMENTO.

      *=======SEM PEDIDO DE COMPRA (CADCOMPR NUNCA USADO), TODO ITEM
      *=======FICA COM O PRAZO PADRAO.
       0300-APURAR-PRAZOS SECTION.
           OPEN INPUT ARQ-PEDCOMP.
           IF WRK-FS-PEDCOMP EQUAL "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0320-LER-COMPRA
               PERFORM 0340-APURAR-COMPRA UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-PEDCOMP
           ELSE
               DISPLAY "PEDIDOS DE COMPRA (PEDCOMP) INDISPONÍVEIS "
                       "(STATUS " WRK-FS-PEDCOMP ") -- PRAZO "
                       "PADRÃO PARA TODOS OS ITENS."
           END-IF.

       0320-LER-COMPRA    SECTION.
           READ ARQ-PEDCOMP
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======VALE O PEDIDO MAIS RECENTE (PELA EMISSAO) DO ITEM: E O
      *=======PRAZO QUE O FORNECEDOR ATUAL ESTA DANDO.
       0340-APURAR-COMPRA SECTION.
           IF NOT PCO-CANCELADO
              AND PCO-DATA-EMISSAO IS NUMERIC
              AND PCO-DATA-PREVISTA IS NUMERIC
              AND PCO-DATA-PREVISTA NOT LESS PCO-DATA-EMISSAO
               MOVE PCO-FILIAL  TO PRP-FILIAL
               MOVE PCO-PRODUTO TO PRP-PRODUTO
               PERFORM 0150-LER-PROPOSTA
               IF ITEM-EM-REVISAO
                  AND (PRP-DATA-ULT-COMPRA EQUAL SPACES
                    OR PCO-DATA-EMISSAO
                       NOT LESS PRP-DATA-ULT-COMPRA)
                   MOVE PCO-DATA-EMISSAO  TO WRK-CALC-DATA1
                   MOVE PCO-DATA-PREVISTA TO WRK-CALC-DATA2
                   CALL "DATACALC" USING WRK-CALC-DATA1
                                          WRK-CALC-DATA2
                                          WRK-CALC-DIAS
                                          WRK-CALC-MODO
                                          WRK-CALC-RESULT-DIAS
                                          WRK-CALC-RESULT-DATA
                   IF WRK-CALC-RESULT-DIAS GREATER 999
                       MOVE 999 TO PRP-PRAZO
                   ELSE
                       MOVE WRK-CALC-RESULT-DIAS TO PRP-PRAZO
                   END-IF
                   MOVE PCO-DATA-EMISSAO TO PRP-DATA-ULT-COMPRA
                   PERFORM 0160-REGRAVAR-PROPOSTA
               END-IF
           END-IF.
           PERFORM 0320-LER-COMPRA.

      *=======SEGUNDA VARREDURA DAS PROPOSTAS, AGORA COM O CONSUMO E O
      *=======PRAZO COMPLETOS: PREVISAO, PROPOSTA E RELATORIO.
       0500-PROPOR        SECTION.
           PERFORM 0520-CABECALHO.
           MOVE LOW-VALUES TO PRP-CHAVE.
           START ARQ-PROPREPO KEY NOT LESS PRP-CHAVE
               INVALID KEY
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 0540-LER-PROPOSTA-SEQ
           END-IF.
           PERFORM 0560-PROPOR-ITEM UNTIL FIM-DO-ARQUIVO.
           PERFORM 0700-TOTAIS.

       0520-CABECALHO     SECTION.
           MOVE SPACES TO PREVDEM-LINHA.
           STRING "PREVISAO DE DEMANDA E REPOSICAO - PROPOSTAS DE "
                  WRK-DATA-HOJE " (JANELA DE 12 MESES DESDE "
                  WRK-ANO-INICIO "/" WRK-MES-INICIO ")"
               DELIMITED BY SIZE INTO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PREVDEM-LINHA.
           STRING "FL PRODUTO     CONSUMO 12M  MEDIA 3M INDICE"
                  "   PREVISAO PRZ  MIN ATUAL  MIN PROP."
                  "  REP ATUAL  REP PROP."
               DELIMITED BY SIZE INTO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0540-LER-PROPOSTA-SEQ SECTION.
           READ ARQ-PROPREPO NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======PROPOSTA IGUAL AO CADASTRO FICA "MANTIDA" E NAO SAI NO
      *=======RELATORIO NEM VAI PARA O APROVREP.
       0560-PROPOR-ITEM   SECTION.
           PERFORM 0600-PREVER.
           PERFORM 0620-CALCULAR-PROPOSTA.
           IF PRP-MINIMO-PROPOSTO EQUAL PRP-MINIMO-ATUAL
              AND PRP-REPOSICAO-PROPOSTA EQUAL PRP-REPOSICAO-ATUAL
               SET PRP-MANTIDA TO TRUE
               ADD 1 TO WRK-QTD-MANTIDOS
           ELSE
               ADD 1 TO WRK-QTD-PROPOSTAS
               PERFORM 0650-LINHA-PROPOSTA
           END-IF.
           PERFORM 0160-REGRAVAR-PROPOSTA.
           PERFORM 0540-LER-PROPOSTA-SEQ.

       0600-PREVER        SECTION.
           MOVE ZEROS TO WRK-SOMA-ANO.
           MOVE 1     TO WRK-IDX.
           PERFORM 0610-SOMAR-MES UNTIL WRK-IDX GREATER 12.
           COMPUTE PRP-MEDIA-ANUAL ROUNDED = WRK-SOMA-ANO / 12.
           COMPUTE PRP-MEDIA-MOVEL ROUNDED =
                   (PRP-CONSUMO(10) + PRP-CONSUMO(11)
                  + PRP-CONSUMO(12)) / 3.
           IF PRP-MEDIA-ANUAL GREATER ZEROS
               COMPUTE PRP-INDICE-SAZONAL ROUNDED =
                       PRP-CONSUMO(1) / PRP-MEDIA-ANUAL
                   ON SIZE ERROR
                       MOVE 2 TO PRP-INDICE-SAZONAL
               END-COMPUTE
               IF PRP-INDICE-SAZONAL LESS 0,5
                   MOVE 0,5 TO PRP-INDICE-SAZONAL
               END-IF
               IF PRP-INDICE-SAZONAL GREATER 2
                   MOVE 2 TO PRP-INDICE-SAZONAL
               END-IF
           ELSE
               MOVE 1 TO PRP-INDICE-SAZONAL
           END-IF.
           COMPUTE PRP-PREVISAO ROUNDED =
                   PRP-MEDIA-MOVEL * PRP-INDICE-SAZONAL.

       0610-SOMAR-MES     SECTION.
           ADD PRP-CONSUMO(WRK-IDX) TO WRK-SOMA-ANO.
           ADD 1 TO WRK-IDX.

      *=======MINIMO = DEMANDA NO PRAZO DE ENTREGA + SEGURANCA;
      *=======REPOSICAO = UM MES DE DEMANDA PREVISTA.
       0620-CALCULAR-PROPOSTA SECTION.
           COMPUTE WRK-DEMANDA-DIARIA ROUNDED = PRP-PREVISAO / 30.
           COMPUTE PRP-SEGURANCA ROUNDED =
                   WRK-DEMANDA-DIARIA * WRK-DIAS-SEGURANCA
               ON SIZE ERROR
                   MOVE 9999999,99 TO PRP-SEGURANCA
           END-COMPUTE.
           COMPUTE PRP-MINIMO-PROPOSTO ROUNDED =
                   (WRK-DEMANDA-DIARIA * PRP-PRAZO) + PRP-SEGURANCA
               ON SIZE ERROR
                   MOVE 9999999,99 TO PRP-MINIMO-PROPOSTO
           END-COMPUTE.
           MOVE PRP-PREVISAO TO PRP-REPOSICAO-PROPOSTA.

       0650-LINHA-PROPOSTA SECTION.
           MOVE WRK-SOMA-ANO           TO WRK-SOMA-ED.
           MOVE PRP-MEDIA-MOVEL        TO WRK-MEDIA-ED.
           MOVE PRP-INDICE-SAZONAL     TO WRK-INDICE-ED.
           MOVE PRP-PREVISAO           TO WRK-PREVISAO-ED.
           MOVE PRP-PRAZO              TO WRK-PRAZO-ED.
           MOVE PRP-MINIMO-ATUAL       TO WRK-MIN-ATU-ED.
           MOVE PRP-MINIMO-PROPOSTO    TO WRK-MIN-PROP-ED.
           MOVE PRP-REPOSICAO-ATUAL    TO WRK-REP-ATU-ED.
           MOVE PRP-REPOSICAO-PROPOSTA TO WRK-REP-PROP-ED.
           MOVE SPACES TO PREVDEM-LINHA.
           STRING PRP-FILIAL " " PRP-PRODUTO " " WRK-SOMA-ED
                  " " WRK-MEDIA-ED " " WRK-INDICE-ED
                  " " WRK-PREVISAO-ED " " WRK-PRAZO-ED
                  " " WRK-MIN-ATU-ED " " WRK-MIN-PROP-ED
                  " " WRK-REP-ATU-ED " " WRK-REP-PROP-ED
               DELIMITED BY SIZE INTO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0700-TOTAIS        SECTION.
           MOVE ALL "=" TO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PREVDEM-LINHA.
           STRING "ITENS AVALIADOS " WRK-QTD-ITENS
                  "   BAIXAS NA JANELA " WRK-QTD-BAIXAS
                  "   PROPOSTAS " WRK-QTD-PROPOSTAS
                  "   MANTIDOS " WRK-QTD-MANTIDOS
               DELIMITED BY SIZE INTO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PREVDEM-LINHA.
           STRING "PROPOSTAS PENDENTES DE DECISAO NO APROVREP."
               DELIMITED BY SIZE INTO PREVDEM-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE PREVDEM-LINHA.
           IF WRK-FS-PREVDEM NOT EQUAL "00"
               MOVE WRK-FS-PREVDEM TO UTIL-FS-CODIGO
               MOVE "PREVDEM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PROPREPO.
           CLOSE ARQ-PREVDEM.
           DISPLAY "ITENS AVALIADOS.......... " WRK-QTD-ITENS.
           DISPLAY "BAIXAS NA JANELA......... " WRK-QTD-BAIXAS.
           DISPLAY "PROPOSTAS DE REVISÃO..... " WRK-QTD-PROPOSTAS.
           DISPLAY "ITENS MANTIDOS........... " WRK-QTD-MANTIDOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
