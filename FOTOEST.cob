       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOEST.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: FOTO MENSAL DO ESTOQUE: NO ULTIMO FECHADIA DO
      *    ==          MES, CONGELA NO ARQUIVO "ESTFOTO" O SALDO E O
      *    ==          CUSTO MEDIO DE CADA FILIAL + PRODUTO DO
      *    ==          "ESTOQUE" E O SALDO DE CADA LOTE DO "ESTLOTES"
      *    ==          -- DEPOIS QUE JANEIRO E LANCADO, A POSICAO DE
      *    ==          31 DE DEZEMBRO CONTINUA LA PARA O CONTADOR.
      *    ==          NA MESMA PASSADA CONFERE A FOTO: SALDO DA FOTO
      *    ==          DO MES ANTERIOR + MOVIMENTOS DO "MOVEST" DESDE
      *    ==          ELA TEM QUE DAR O SALDO FOTOGRAFADO AGORA; CADA
      *    ==          DIFERENCA SAI NO RELATORIO "FOTOEST".
      *==DATA XX/XX/2026
      *==OBSERVACOES: RETURN-CODE 0004 QUANDO A CONFERENCIA ACHOU
      *==             DIFERENCA. SEM FOTO DO MES ANTERIOR (PRIMEIRA
      *==             FOTO) A CONFERENCIA E DISPENSADA. FOTO REFEITA
      *==             NO MESMO MES GRAVA POR CIMA DA ANTERIOR. OS
      *==             MOVIMENTOS DA QUARENTENA ("Q", "P" E "D") NAO
      *==             MEXEM NO SALDO VENDAVEL E FICAM FORA DA SOMA,
      *==             COMO NO VERIFEST. O CONTROLE "RUNCTRL" IMPEDE
      *==             FOTO EM DOBRO NO MESMO DIA; A EXECUCAO E UMA POR
      *==             MES, NO ULTIMO FECHADIA, COMO O PROVPDD. O
      *==             ARQUIVA SO PODE EXPURGAR DO "MOVEST" O QUE JA
      *==             PASSOU PELA CONFERENCIA (MESES ANTERIORES AO DA
      *==             ULTIMA FOTO).
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

           SELECT ARQ-ESTOQUE  ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-ESTLOTES ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTES.

           SELECT ARQ-ESTFOTO  ASSIGN TO "ESTFOTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CHAVE
               FILE STATUS IS WRK-FS-ESTFOTO.

           SELECT ARQ-MOVEST   ASSIGN TO "MOVEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVEST.

           SELECT ARQ-FOTOEST  ASSIGN TO "FOTOEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOTOEST.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-ESTLOTES.
           COPY ESTLOTES.

       FD  ARQ-ESTFOTO.
           COPY ESTFOTO.

       FD  ARQ-MOVEST.
           COPY MOVEST.

       FD  ARQ-FOTOEST.
       01  FOTOEST-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-ESTLOTES    PIC X(02) VALUE "00".
       77  WRK-FS-ESTFOTO     PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST      PIC X(02) VALUE "00".
       77  WRK-FS-FOTOEST     PIC X(02) VALUE "00".
           COPY FSERRO.
       COPY EDITMOEDA.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-FIM-ESTOQUE    PIC X(01) VALUE "N".
           88  FIM-DO-ESTOQUE          VALUE "S".
       77  WRK-FIM-LOTES      PIC X(01) VALUE "N".
           88  FIM-DOS-LOTES           VALUE "S".
       77  WRK-FIM-MOVEST     PIC X(01) VALUE "N".
           88  FIM-DO-MOVEST           VALUE "S".
       77  WRK-LOTES-ATIVO    PIC X(01) VALUE "N".
           88  SALDO-POR-LOTE-ATIVO     VALUE "S".

      *=======MES DA FOTO E MES ANTERIOR (AAAAMM)
       01  WRK-MES-FOTO.
           05  WRK-MF-ANO     PIC 9(04).
           05  WRK-MF-MES     PIC 9(02).
       01  WRK-MES-ANTERIOR.
           05  WRK-MA-ANO     PIC 9(04).
           05  WRK-MA-MES     PIC 9(02).

      *=======FOTO DO MES ANTERIOR: SE EXISTE E EM QUE DIA FOI TIRADA
       77  WRK-FOTO-ANT       PIC X(01) VALUE "N".
           88  HA-FOTO-ANTERIOR         VALUE "S".
       77  WRK-DATA-FOTO-ANT  PIC X(08) VALUE SPACES.
       77  WRK-SALDO-FOTO-ANT PIC 9(07)V99 VALUE ZEROS.

      *=======MOVIMENTOS DO MOVEST DESDE A FOTO ANTERIOR, SOMADOS POR
      *=======FILIAL + PRODUTO
       77  WRK-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX            PIC 9(03) VALUE ZEROS.
       77  WRK-ITEM-ACHADO    PIC X(01) VALUE "N".
           88  ITEM-JA-NA-TABELA        VALUE "S".
       77  WRK-TABELA-CHEIA   PIC X(01) VALUE "N".
           88  TABELA-ESTOUROU          VALUE "S".
       01  WRK-TAB-MOVIMENTO.
           05  WRK-MVT-ITEM OCCURS 500 TIMES.
               10  WRK-MVT-FILIAL     PIC 9(02).
               10  WRK-MVT-PRODUTO    PIC X(10).
               10  WRK-MVT-QUANTIDADE PIC S9(08)V99.
       77  WRK-FILIAL-PROCURA PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO-PROCURA PIC X(10) VALUE SPACES.

      *=======CONFERENCIA E TOTAIS
       77  WRK-SOMA-MOVIMENTO PIC S9(08)V99 VALUE ZEROS.
       77  WRK-ESPERADO       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIFERENCA      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-QTD-PRODUTOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LOTES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REFEITOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MOV        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-MOV-PERIODO PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CONFERIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIVERG     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-TOTAL    PIC 9(10)V99 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-QTD-ED-1       PIC -ZZZZZZ9,99.
       77  WRK-QTD-ED-2       PIC -ZZZZZZ9,99.
       77  WRK-QTD-ED-3       PIC -ZZZZZZ9,99.
       77  WRK-QTD-ED-4       PIC -ZZZZZZ9,99.
       77  WRK-QTD-ED-5       PIC -ZZZZZZ9,99.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0070-PROCURAR-FOTO-ANTERIOR.
           IF HA-FOTO-ANTERIOR
               PERFORM 0080-CARREGAR-MOVIMENTOS
           END-IF.
           PERFORM 0100-LER-ESTOQUE.
           PERFORM 0150-FOTOGRAFAR UNTIL FIM-DO-ESTOQUE.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "FOTOEST" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-FOTO.
           IF WRK-MF-MES EQUAL 1
               COMPUTE WRK-MA-ANO = WRK-MF-ANO - 1
               MOVE 12 TO WRK-MA-MES
           ELSE
               MOVE WRK-MF-ANO TO WRK-MA-ANO
               COMPUTE WRK-MA-MES = WRK-MF-MES - 1
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======SEM O SALDO POR LOTE A FOTO SAI SO POR PRODUTO.
           OPEN INPUT ARQ-ESTLOTES.
           IF WRK-FS-ESTLOTES EQUAL "00"
               SET SALDO-POR-LOTE-ATIVO TO TRUE
           ELSE
               DISPLAY "SALDO POR LOTE INDISPONÍVEL (STATUS "
                       WRK-FS-ESTLOTES ") -- FOTO SÓ POR PRODUTO."
           END-IF.
      *=======A FOTO E CRIADA PELO PROPRIO LOTE NA PRIMEIRA EXECUCAO,
      *=======COMO O ESTLOTES NO ESTLOTE.
           OPEN I-O ARQ-ESTFOTO.
           IF WRK-FS-ESTFOTO EQUAL "35"
               OPEN OUTPUT ARQ-ESTFOTO
               CLOSE ARQ-ESTFOTO
               OPEN I-O ARQ-ESTFOTO
           END-IF.
           IF WRK-FS-ESTFOTO NOT EQUAL "00"
               MOVE WRK-FS-ESTFOTO TO UTIL-FS-CODIGO
               MOVE "ESTFOTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-FOTOEST.
           IF WRK-FS-FOTOEST NOT EQUAL "00"
               MOVE WRK-FS-FOTOEST TO UTIL-FS-CODIGO
               MOVE "FOTOEST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO FOTOEST-LINHA.
           STRING "FOTO MENSAL DO ESTOQUE - MES " WRK-MES-FOTO
                  " - TIRADA EM " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======O PRIMEIRO REGISTRO DO MES ANTERIOR DIZ SE HOUVE FOTO E
      *=======EM QUE DIA ELA FOI TIRADA.
       0070-PROCURAR-FOTO-ANTERIOR SECTION.
           MOVE "N" TO WRK-FOTO-ANT.
           MOVE LOW-VALUES       TO FOT-CHAVE.
           MOVE WRK-MES-ANTERIOR TO FOT-MES.
           START ARQ-ESTFOTO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQ-ESTFOTO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FOT-MES EQUAL WRK-MES-ANTERIOR
                               SET HA-FOTO-ANTERIOR TO TRUE
                               MOVE FOT-DATA TO WRK-DATA-FOTO-ANT
                           END-IF
                   END-READ
           END-START.
           IF NOT HA-FOTO-ANTERIOR
               MOVE SPACES TO FOTOEST-LINHA
               STRING "SEM FOTO DO MES ANTERIOR (" WRK-MES-ANTERIOR
                      ") -- CONFERENCIA DISPENSADA NESTA FOTO."
                   DELIMITED BY SIZE INTO FOTOEST-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               MOVE SPACES TO FOTOEST-LINHA
               STRING "CONFERENCIA CONTRA A FOTO DE "
                      WRK-MES-ANTERIOR " (TIRADA EM "
                      WRK-DATA-FOTO-ANT ") + MOVIMENTOS DO MOVEST"
                   DELIMITED BY SIZE INTO FOTOEST-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

      *=======SO ENTRAM OS MOVIMENTOS DEPOIS DO DIA DA FOTO ANTERIOR
      *=======ATE HOJE. SEM O MOVEST, TODA A FOTO SAI COMO DIVERGENTE
      *=======NO QUE MEXEU -- MELHOR AVISAR E NAO CONFERIR.
       0080-CARREGAR-MOVIMENTOS SECTION.
           OPEN INPUT ARQ-MOVEST.
           IF WRK-FS-MOVEST NOT EQUAL "00"
               MOVE "N" TO WRK-FOTO-ANT
               MOVE SPACES TO FOTOEST-LINHA
               STRING "MOVEST INDISPONIVEL (STATUS " WRK-FS-MOVEST
                      ") -- CONFERENCIA DISPENSADA NESTA FOTO."
                   DELIMITED BY SIZE INTO FOTOEST-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               PERFORM 0085-LER-MOVEST
               PERFORM 0090-SOMAR-MOVIMENTO UNTIL FIM-DO-MOVEST
               CLOSE ARQ-MOVEST
           END-IF.
           MOVE ALL "-" TO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0085-LER-MOVEST    SECTION.
           READ ARQ-MOVEST
               AT END
                   SET FIM-DO-MOVEST TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-MOV
           END-READ.

       0090-SOMAR-MOVIMENTO SECTION.
           IF MOV-DATA GREATER WRK-DATA-FOTO-ANT
              AND MOV-DATA NOT GREATER WRK-DATA-HOJE
              AND MOV-TIPO NOT EQUAL "Q" AND NOT EQUAL "P"
              AND NOT EQUAL "D"
               ADD 1 TO WRK-QTD-MOV-PERIODO
               MOVE MOV-FILIAL  TO WRK-FILIAL-PROCURA
               MOVE MOV-PRODUTO TO WRK-PRODUTO-PROCURA
               PERFORM 0200-LOCALIZAR-ITEM
               IF ITEM-JA-NA-TABELA
                   ADD MOV-QUANTIDADE TO WRK-MVT-QUANTIDADE(WRK-IDX)
               ELSE
                   PERFORM 0210-INCLUIR-ITEM
               END-IF
           END-IF.
           PERFORM 0085-LER-MOVEST.

       0100-LER-ESTOQUE   SECTION.
           READ ARQ-ESTOQUE
               AT END
                   SET FIM-DO-ESTOQUE TO TRUE
           END-READ.

      *=======O SALDO DA FOTO ANTERIOR E LIDO ANTES DE MONTAR A FOTO
      *=======NOVA, QUE USA A MESMA AREA DO ARQUIVO.
       0150-FOTOGRAFAR    SECTION.
           IF HA-FOTO-ANTERIOR
               MOVE WRK-MES-ANTERIOR TO FOT-MES
               MOVE EST-FILIAL       TO FOT-FILIAL
               MOVE EST-PRODUTO      TO FOT-PRODUTO
               MOVE SPACES           TO FOT-LOTE
               READ ARQ-ESTFOTO
                   INVALID KEY
                       MOVE ZEROS TO WRK-SALDO-FOTO-ANT
                   NOT INVALID KEY
                       MOVE FOT-SALDO TO WRK-SALDO-FOTO-ANT
               END-READ
           END-IF.
           MOVE SPACES           TO ESTFOTO-REC.
           MOVE WRK-MES-FOTO     TO FOT-MES.
           MOVE EST-FILIAL       TO FOT-FILIAL.
           MOVE EST-PRODUTO      TO FOT-PRODUTO.
           MOVE EST-SALDO        TO FOT-SALDO.
           MOVE EST-CUSTO-MEDIO  TO FOT-CUSTO-MEDIO.
           COMPUTE FOT-VALOR ROUNDED = EST-SALDO * EST-CUSTO-MEDIO.
           MOVE WRK-DATA-HOJE    TO FOT-DATA.
           ADD FOT-VALOR TO WRK-VALOR-TOTAL.
           PERFORM 0250-GRAVAR-FOTO.
           ADD 1 TO WRK-QTD-PRODUTOS.
           IF SALDO-POR-LOTE-ATIVO
               PERFORM 0300-FOTOGRAFAR-LOTES
           END-IF.
           IF HA-FOTO-ANTERIOR
               PERFORM 0400-CONFERIR-ITEM
           END-IF.
           PERFORM 0100-LER-ESTOQUE.

       0200-LOCALIZAR-ITEM SECTION.
           MOVE "N" TO WRK-ITEM-ACHADO.
           MOVE 1   TO WRK-IDX.
           PERFORM 0220-PROCURAR-ITEM
               UNTIL WRK-IDX GREATER WRK-QTD-ITENS
                  OR ITEM-JA-NA-TABELA.

      *=======ITEM QUE NAO COUBE NA TABELA FICA FORA DA CONFERENCIA
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       0210-INCLUIR-ITEM  SECTION.
           IF WRK-QTD-ITENS LESS 500
               ADD 1 TO WRK-QTD-ITENS
               MOVE WRK-QTD-ITENS  TO WRK-IDX
               MOVE MOV-FILIAL     TO WRK-MVT-FILIAL(WRK-IDX)
               MOVE MOV-PRODUTO    TO WRK-MVT-PRODUTO(WRK-IDX)
               MOVE MOV-QUANTIDADE TO WRK-MVT-QUANTIDADE(WRK-IDX)
           ELSE
               IF NOT TABELA-ESTOUROU
                   DISPLAY "MAIS DE 500 ITENS MOVIMENTADOS DESDE A "
                           "FOTO ANTERIOR -- EXCEDENTES FORA DA "
                           "CONFERÊNCIA."
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0220-PROCURAR-ITEM SECTION.
           IF WRK-MVT-FILIAL(WRK-IDX) EQUAL WRK-FILIAL-PROCURA
              AND WRK-MVT-PRODUTO(WRK-IDX) EQUAL WRK-PRODUTO-PROCURA
               SET ITEM-JA-NA-TABELA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX
           END-IF.

      *=======FOTO REFEITA NO MESMO MES GRAVA POR CIMA.
       0250-GRAVAR-FOTO   SECTION.
           WRITE ESTFOTO-REC
               INVALID KEY
                   REWRITE ESTFOTO-REC
                   ADD 1 TO WRK-QTD-REFEITOS
           END-WRITE.
           IF WRK-FS-ESTFOTO NOT EQUAL "00"
               MOVE WRK-FS-ESTFOTO TO UTIL-FS-CODIGO
               MOVE "ESTFOTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======OS LOTES DO PRODUTO NA FILIAL VEM JUNTOS NO ESTLOTES
      *=======(CHAVE FILIAL + PRODUTO + LOTE) E VAO PARA A FOTO LOGO
      *=======ABAIXO DO REGISTRO DO PRODUTO, VALORIZADOS PELO CUSTO
      *=======MEDIO DELE.
       0300-FOTOGRAFAR-LOTES SECTION.
           MOVE "N"         TO WRK-FIM-LOTES.
           MOVE EST-FILIAL  TO LOT-FILIAL.
           MOVE EST-PRODUTO TO LOT-PRODUTO.
           MOVE LOW-VALUES  TO LOT-NUMERO.
           START ARQ-ESTLOTES KEY IS NOT LESS THAN LOT-CHAVE
               INVALID KEY
                   SET FIM-DOS-LOTES TO TRUE
           END-START.
           PERFORM 0320-FOTOGRAFAR-LOTE UNTIL FIM-DOS-LOTES.

       0320-FOTOGRAFAR-LOTE SECTION.
           READ ARQ-ESTLOTES NEXT RECORD
               AT END
                   SET FIM-DOS-LOTES TO TRUE
               NOT AT END
                   IF LOT-FILIAL NOT EQUAL EST-FILIAL
                      OR LOT-PRODUTO NOT EQUAL EST-PRODUTO
                       SET FIM-DOS-LOTES TO TRUE
                   ELSE
                       MOVE SPACES          TO ESTFOTO-REC
                       MOVE WRK-MES-FOTO    TO FOT-MES
                       MOVE LOT-FILIAL      TO FOT-FILIAL
                       MOVE LOT-PRODUTO     TO FOT-PRODUTO
                       MOVE LOT-NUMERO      TO FOT-LOTE
                       MOVE LOT-SALDO       TO FOT-SALDO
                       MOVE EST-CUSTO-MEDIO TO FOT-CUSTO-MEDIO
                       COMPUTE FOT-VALOR ROUNDED =
                               LOT-SALDO * EST-CUSTO-MEDIO
                       MOVE LOT-VALIDADE    TO FOT-VALIDADE
                       MOVE WRK-DATA-HOJE   TO FOT-DATA
                       PERFORM 0250-GRAVAR-FOTO
                       ADD 1 TO WRK-QTD-LOTES
                   END-IF
           END-READ.

      *=======SALDO DA FOTO ANTERIOR + MOVIMENTOS DESDE ELA = SALDO
      *=======DE HOJE; PRODUTO NOVO (SEM FOTO ANTERIOR) PARTE DE ZERO.
       0400-CONFERIR-ITEM SECTION.
           MOVE EST-FILIAL  TO WRK-FILIAL-PROCURA.
           MOVE EST-PRODUTO TO WRK-PRODUTO-PROCURA.
           PERFORM 0200-LOCALIZAR-ITEM.
           IF ITEM-JA-NA-TABELA
               MOVE WRK-MVT-QUANTIDADE(WRK-IDX) TO WRK-SOMA-MOVIMENTO
           ELSE
               MOVE ZEROS TO WRK-SOMA-MOVIMENTO
           END-IF.
           IF TABELA-ESTOUROU AND NOT ITEM-JA-NA-TABELA
               ADD 1 TO WRK-QTD-FORA
           ELSE
               ADD 1 TO WRK-QTD-CONFERIDOS
               COMPUTE WRK-ESPERADO =
                       WRK-SALDO-FOTO-ANT + WRK-SOMA-MOVIMENTO
               COMPUTE WRK-DIFERENCA = EST-SALDO - WRK-ESPERADO
               IF WRK-DIFERENCA NOT EQUAL ZEROS
                   ADD 1 TO WRK-QTD-DIVERG
                   PERFORM 0450-RELATAR-DIVERGENCIA
               END-IF
           END-IF.

       0450-RELATAR-DIVERGENCIA SECTION.
           MOVE WRK-SALDO-FOTO-ANT TO WRK-QTD-ED-1.
           MOVE WRK-SOMA-MOVIMENTO TO WRK-QTD-ED-2.
           MOVE WRK-ESPERADO       TO WRK-QTD-ED-3.
           MOVE EST-SALDO          TO WRK-QTD-ED-4.
           MOVE WRK-DIFERENCA      TO WRK-QTD-ED-5.
           MOVE SPACES TO FOTOEST-LINHA.
           STRING "FILIAL " EST-FILIAL
                  " " EST-PRODUTO
                  " FOTO ANT " WRK-QTD-ED-1
                  " MOVIMENTOS " WRK-QTD-ED-2
                  " ESPERADO " WRK-QTD-ED-3
                  " FOTO " WRK-QTD-ED-4
                  " DIFERENCA " WRK-QTD-ED-5
               DELIMITED BY SIZE INTO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE FOTOEST-LINHA.
           IF WRK-FS-FOTOEST NOT EQUAL "00"
               MOVE WRK-FS-FOTOEST TO UTIL-FS-CODIGO
               MOVE "FOTOEST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           MOVE ALL "=" TO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO FOTOEST-LINHA.
           STRING "PRODUTOS FOTOGRAFADOS: " WRK-QTD-PRODUTOS
                  "  LOTES: " WRK-QTD-LOTES
                  "  VALOR DO ESTOQUE: " WRK-VALOR-ED
                  "  REGISTROS REFEITOS: " WRK-QTD-REFEITOS
               DELIMITED BY SIZE INTO FOTOEST-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF HA-FOTO-ANTERIOR
               MOVE SPACES TO FOTOEST-LINHA
               STRING "MOVIMENTOS NO PERIODO: " WRK-QTD-MOV-PERIODO
                      "  ITENS CONFERIDOS: " WRK-QTD-CONFERIDOS
                      "  DIVERGENTES: " WRK-QTD-DIVERG
                      "  FORA DA CONFERENCIA: " WRK-QTD-FORA
                   DELIMITED BY SIZE INTO FOTOEST-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-ESTFOTO.
           CLOSE ARQ-FOTOEST.
           IF SALDO-POR-LOTE-ATIVO
               CLOSE ARQ-ESTLOTES
           END-IF.
           DISPLAY "FOTO DO ESTOQUE DE " WRK-MES-FOTO " GRAVADA.".
           DISPLAY "PRODUTOS FOTOGRAFADOS.... " WRK-QTD-PRODUTOS.
           DISPLAY "LOTES FOTOGRAFADOS....... " WRK-QTD-LOTES.
           DISPLAY "ITENS DIVERGENTES........ " WRK-QTD-DIVERG.
           IF WRK-QTD-DIVERG GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FSERROPR.
       COPY RUNCTRLPR.
