       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSFOTO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONSULTA DA POSICAO DO ESTOQUE EM UM FIM DE MES
      *    ==          PASSADO, PELA FOTO MENSAL GRAVADA PELO FOTOEST
      *    ==          NO "ESTFOTO": O SALDO, O CUSTO MEDIO E O VALOR
      *    ==          DE UM PRODUTO NA FILIAL, COM OS LOTES E AS
      *    ==          VALIDADES DAQUELE DIA, OU A POSICAO INTEIRA DE
      *    ==          UMA FILIAL COM O TOTAL -- O "ESTOQUE" SO
      *    ==          RESPONDE PELO SALDO DE HOJE.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CONSULTA; A FOTO SO E GRAVADA PELO FOTOEST.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTFOTO  ASSIGN TO "ESTFOTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOT-CHAVE
               FILE STATUS IS WRK-FS-ESTFOTO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-ESTFOTO.
           COPY ESTFOTO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ESTFOTO     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-PRODUTO           VALUE "1".
           88  OPCAO-FILIAL            VALUE "2".
           88  OPCAO-ENCERRAR          VALUE "3".
       77  WRK-FIM-CONSULTA   PIC X(01) VALUE "N".
           88  FIM-DE-CONSULTA         VALUE "S".

       77  WRK-MES            PIC X(06) VALUE SPACES.
       77  WRK-FILIAL         PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO        PIC X(10) VALUE SPACES.
       77  WRK-FIM-LISTA      PIC X(01) VALUE "N".
           88  FIM-DA-LISTA            VALUE "S".
       77  WRK-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-TOTAL    PIC 9(10)V99 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DA TELA
       77  WRK-QTD-ED         PIC Z.ZZZ.ZZ9,99.
       77  WRK-CUSTO-ED       PIC Z.ZZZ.ZZ9,9999.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-CONSULTA.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT ARQ-ESTFOTO.
           IF WRK-FS-ESTFOTO EQUAL "35"
               DISPLAY "NENHUMA FOTO DO ESTOQUE GRAVADA AINDA -- "
                       "O FOTOEST RODA NO ÚLTIMO FECHADIA DO MÊS."
               STOP RUN
           END-IF.
           IF WRK-FS-ESTFOTO NOT EQUAL "00"
               MOVE WRK-FS-ESTFOTO TO UTIL-FS-CODIGO
               MOVE "ESTFOTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "POSIÇÃO DO ESTOQUE EM FIM DE MÊS".
           DISPLAY "1 - PRODUTO NA FILIAL  2 - FILIAL INTEIRA".
           DISPLAY "3 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-PRODUTO
                   PERFORM 0200-CONSULTAR-PRODUTO
               WHEN OPCAO-FILIAL
                   PERFORM 0400-CONSULTAR-FILIAL
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-CONSULTA TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0150-RECEBE-MES-FILIAL SECTION.
           DISPLAY "MÊS (AAAAMM)... ".
           ACCEPT WRK-MES.
           DISPLAY "FILIAL... ".
           ACCEPT WRK-FILIAL.

       0200-CONSULTAR-PRODUTO SECTION.
           PERFORM 0150-RECEBE-MES-FILIAL.
           DISPLAY "PRODUTO... ".
           ACCEPT WRK-PRODUTO.
           MOVE WRK-MES     TO FOT-MES.
           MOVE WRK-FILIAL  TO FOT-FILIAL.
           MOVE WRK-PRODUTO TO FOT-PRODUTO.
           MOVE SPACES      TO FOT-LOTE.
           READ ARQ-ESTFOTO
               INVALID KEY
                   DISPLAY "SEM FOTO DO PRODUTO " WRK-PRODUTO
                           " NA FILIAL " WRK-FILIAL " EM " WRK-MES "."
               NOT INVALID KEY
                   PERFORM 0250-MOSTRAR-PRODUTO
                   PERFORM 0300-LISTAR-LOTES
           END-READ.

       0250-MOSTRAR-PRODUTO SECTION.
           MOVE FOT-SALDO       TO WRK-QTD-ED.
           MOVE FOT-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE FOT-VALOR       TO WRK-VALOR-ED.
           DISPLAY "FOTO DE " FOT-MES " TIRADA EM " FOT-DATA.
           DISPLAY "PRODUTO " FOT-PRODUTO " FILIAL " FOT-FILIAL.
           DISPLAY "SALDO " WRK-QTD-ED
                   " CUSTO MÉDIO " WRK-CUSTO-ED
                   " VALOR " WRK-VALOR-ED.

      *=======OS LOTES VEM LOGO DEPOIS DO REGISTRO DO PRODUTO (LOTE EM
      *=======BRANCO) NA ORDEM DA CHAVE; LOTE ZERADO NAO APARECE.
       0300-LISTAR-LOTES  SECTION.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE "N"   TO WRK-FIM-LISTA.
           START ARQ-ESTFOTO KEY IS GREATER THAN FOT-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0320-MOSTRAR-LOTE UNTIL FIM-DA-LISTA.
           IF WRK-QTD-LINHAS EQUAL ZEROS
               DISPLAY "  (SEM SALDO POR LOTE NA FOTO)"
           END-IF.

       0320-MOSTRAR-LOTE  SECTION.
           READ ARQ-ESTFOTO NEXT RECORD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF FOT-MES NOT EQUAL WRK-MES
                      OR FOT-FILIAL NOT EQUAL WRK-FILIAL
                      OR FOT-PRODUTO NOT EQUAL WRK-PRODUTO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       IF FOT-SALDO GREATER ZEROS
                           ADD 1 TO WRK-QTD-LINHAS
                           MOVE FOT-SALDO TO WRK-QTD-ED
                           DISPLAY "  LOTE " FOT-LOTE
                                   " VALIDADE " FOT-VALIDADE
                                   " SALDO " WRK-QTD-ED
                       END-IF
                   END-IF
           END-READ.

       0400-CONSULTAR-FILIAL SECTION.
           PERFORM 0150-RECEBE-MES-FILIAL.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-VALOR-TOTAL.
           MOVE "N"   TO WRK-FIM-LISTA.
           MOVE LOW-VALUES TO FOT-CHAVE.
           MOVE WRK-MES    TO FOT-MES.
           MOVE WRK-FILIAL TO FOT-FILIAL.
           START ARQ-ESTFOTO KEY IS NOT LESS THAN FOT-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0420-MOSTRAR-ITEM UNTIL FIM-DA-LISTA.
           IF WRK-QTD-LINHAS EQUAL ZEROS
               DISPLAY "SEM FOTO DA FILIAL " WRK-FILIAL " EM "
                       WRK-MES "."
           ELSE
               MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED
               DISPLAY "--------------------------------------------"
               DISPLAY "ITENS COM SALDO " WRK-QTD-LINHAS
                       " VALOR DA FILIAL " WRK-VALOR-ED
           END-IF.

       0420-MOSTRAR-ITEM  SECTION.
           READ ARQ-ESTFOTO NEXT RECORD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF FOT-MES NOT EQUAL WRK-MES
                      OR FOT-FILIAL NOT EQUAL WRK-FILIAL
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       IF FOT-LOTE EQUAL SPACES
                          AND FOT-SALDO GREATER ZEROS
                           ADD 1 TO WRK-QTD-LINHAS
                           ADD FOT-VALOR TO WRK-VALOR-TOTAL
                           MOVE FOT-SALDO       TO WRK-QTD-ED
                           MOVE FOT-CUSTO-MEDIO TO WRK-CUSTO-ED
                           MOVE FOT-VALOR       TO WRK-VALOR-ED
                           DISPLAY FOT-PRODUTO
                                   " SALDO " WRK-QTD-ED
                                   " CUSTO " WRK-CUSTO-ED
                                   " VALOR " WRK-VALOR-ED
                       END-IF
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-ESTFOTO.

       COPY FSERROPR.
