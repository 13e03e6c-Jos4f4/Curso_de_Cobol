       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPLKIT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: SUBROTINA DE EXPLOSAO DE KIT: DADO O CODIGO DO
      *    ==          ITEM DIGITADO OU IMPORTADO, PROCURA A ESTRUTURA
      *    ==          NO ARQUIVO "KIT" E DEVOLVE OS COMPONENTES (COM
      *    ==          A DESCRICAO DO CADASTRO "PRODUTO") JA COM A
      *    ==          QUANTIDADE MULTIPLICADA PELO NUMERO DE KITS E O
      *    ==          VALOR E O PESO DA LINHA RATEADOS. CONCENTRA NUM
      *    ==          LUGAR SO A REGRA USADA PELO ENTRAPED, PELO
      *    ==          IMPPED E PELO GERAFIXO, NO MESMO ESQUEMA DA
      *    ==          CALCFRET.
      *    ==          CHAMADA: CALL "EXPLKIT" USING EXPLKIT-AREA
      *    ==          (COPYBOOK EXPLKTLK).
      *==DATA XX/XX/2026
      *==OBSERVACOES: OS ARQUIVOS SAO ABERTOS NA PRIMEIRA CHAMADA E
      *==             FICAM ABERTOS (COMO NA BUSCAPAR); SEM O ARQUIVO
      *==             "KIT", TODO CODIGO VOLTA COMO ITEM NORMAL
      *==             (RETORNO "09").
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-KIT     ASSIGN TO "KIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.

           SELECT ARQ-PRODUTO ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-KIT.
           COPY KIT.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-KIT          PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO      PIC X(02) VALUE "00".
       77  WRK-JA-ABERTO       PIC X(01) VALUE "N".
           88  ARQUIVOS-JA-ABERTOS     VALUE "S".
       77  WRK-KIT-ATIVO       PIC X(01) VALUE "N".
           88  KIT-DISPONIVEL          VALUE "S".
       77  WRK-PRODUTO-ATIVO   PIC X(01) VALUE "N".
           88  PRODUTO-DISPONIVEL      VALUE "S".
       77  WRK-FIM-KIT         PIC X(01) VALUE "N".
           88  FIM-DO-KIT              VALUE "S".

      *=======PERCENTUAL DE CADA COMPONENTE E SOMAS PARA O RATEIO
       77  WRK-IDX-COMP        PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-PERC       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SOMA-QTD        PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-RATEADO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PESO-RATEADO    PIC 9(05)V99 VALUE ZEROS.
       01  WRK-TAB-PERC.
           05  WRK-COMP-PERC   PIC 9(03)V99 OCCURS 10 TIMES.

       LINKAGE             SECTION.
           COPY EXPLKTLK.

       PROCEDURE          DIVISION USING EXPLKIT-AREA.
       0001-MAIN          SECTION.
           IF NOT ARQUIVOS-JA-ABERTOS
               PERFORM 0050-ABRIR
           END-IF.
           MOVE "00"   TO EKT-RETORNO.
           MOVE SPACES TO EKT-COMP-ERRO.
           MOVE ZEROS  TO EKT-QTD-COMP.
           MOVE SPACES TO EKT-COMPONENTES.
           IF NOT KIT-DISPONIVEL
               MOVE "09" TO EKT-RETORNO
           ELSE
               PERFORM 0100-CARREGAR-ESTRUTURA
               IF EKT-KIT-EXPLODIDO
                  AND EKT-QTD-COMP EQUAL ZEROS
                   MOVE "10" TO EKT-RETORNO
               END-IF
               IF EKT-KIT-EXPLODIDO
                   PERFORM 0200-RATEAR
               END-IF
           END-IF.
           GOBACK.

       0050-ABRIR         SECTION.
           SET ARQUIVOS-JA-ABERTOS TO TRUE.
           OPEN INPUT ARQ-KIT.
           IF WRK-FS-KIT EQUAL "00"
               SET KIT-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           IF WRK-FS-PRODUTO EQUAL "00"
               SET PRODUTO-DISPONIVEL TO TRUE
           END-IF.

      *=======COMPONENTES DO KIT EM ORDEM DE CHAVE; PARA NO PRIMEIRO
      *=======PROBLEMA (O KIT INTEIRO E RECUSADO, NUNCA PELA METADE).
       0100-CARREGAR-ESTRUTURA SECTION.
           MOVE ZEROS TO WRK-SOMA-PERC.
           MOVE ZEROS TO WRK-SOMA-QTD.
           MOVE "N"   TO WRK-FIM-KIT.
           MOVE EKT-KIT-CODIGO TO KIT-CODIGO.
           MOVE LOW-VALUES     TO KIT-COMPONENTE.
           START ARQ-KIT KEY NOT LESS KIT-CHAVE
               INVALID KEY
                   SET FIM-DO-KIT TO TRUE
           END-START.
           PERFORM 0150-LER-COMPONENTE
               UNTIL FIM-DO-KIT OR NOT EKT-KIT-EXPLODIDO.

       0150-LER-COMPONENTE SECTION.
           READ ARQ-KIT NEXT
               AT END
                   SET FIM-DO-KIT TO TRUE
               NOT AT END
                   IF KIT-CODIGO NOT EQUAL EKT-KIT-CODIGO
                       SET FIM-DO-KIT TO TRUE
                   ELSE
                       IF KIT-QUANTIDADE GREATER ZEROS
                           PERFORM 0160-GUARDAR-COMPONENTE
                       END-IF
                   END-IF
           END-READ.

       0160-GUARDAR-COMPONENTE SECTION.
           IF EKT-QTD-COMP NOT LESS 10
               MOVE "30" TO EKT-RETORNO
               MOVE KIT-COMPONENTE TO EKT-COMP-ERRO
           ELSE
               ADD 1 TO EKT-QTD-COMP
               MOVE EKT-QTD-COMP   TO WRK-IDX-COMP
               MOVE KIT-COMPONENTE TO EKT-COMP-CODIGO(WRK-IDX-COMP)
               MOVE KIT-PERC-VALOR TO WRK-COMP-PERC(WRK-IDX-COMP)
               ADD KIT-PERC-VALOR  TO WRK-SOMA-PERC
               COMPUTE EKT-COMP-QTD(WRK-IDX-COMP) =
                       KIT-QUANTIDADE * EKT-QTD-KITS
                   ON SIZE ERROR
                       MOVE "30" TO EKT-RETORNO
                       MOVE KIT-COMPONENTE TO EKT-COMP-ERRO
               END-COMPUTE
               ADD KIT-QUANTIDADE TO WRK-SOMA-QTD
               PERFORM 0170-DESCREVER-COMPONENTE
           END-IF.

      *=======COMPONENTE PRECISA EXISTIR E ESTAR ATIVO NO CADASTRO;
      *=======SEM O CADASTRO ABERTO, A DESCRICAO SAI EM BRANCO E A
      *=======CRITICA DO LOTE DA NOITE DECIDE.
       0170-DESCREVER-COMPONENTE SECTION.
           IF PRODUTO-DISPONIVEL
               MOVE KIT-COMPONENTE TO PROD-CODIGO
               READ ARQ-PRODUTO
                   INVALID KEY
                       MOVE "20" TO EKT-RETORNO
                       MOVE KIT-COMPONENTE TO EKT-COMP-ERRO
                   NOT INVALID KEY
                       IF PROD-ATIVO EQUAL "S"
                           MOVE PROD-DESCRICAO
                               TO EKT-COMP-DESCRICAO(WRK-IDX-COMP)
                       ELSE
                           MOVE "20" TO EKT-RETORNO
                           MOVE KIT-COMPONENTE TO EKT-COMP-ERRO
                       END-IF
               END-READ
           END-IF.

      *=======VALOR PELA PROPORCAO DOS PERCENTUAIS (TODOS ZERADOS =
      *=======PELA QUANTIDADE) E PESO PELA QUANTIDADE; O ULTIMO
      *=======COMPONENTE LEVA A SOBRA, PARA A SOMA BATER CENTAVO A
      *=======CENTAVO COM A LINHA DO KIT.
       0200-RATEAR        SECTION.
           MOVE ZEROS TO WRK-VALOR-RATEADO.
           MOVE ZEROS TO WRK-PESO-RATEADO.
           MOVE 1     TO WRK-IDX-COMP.
           PERFORM 0210-RATEAR-COMPONENTE
               UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP.

       0210-RATEAR-COMPONENTE SECTION.
           IF WRK-IDX-COMP EQUAL EKT-QTD-COMP
               MOVE ZEROS TO EKT-COMP-VALOR(WRK-IDX-COMP)
               MOVE ZEROS TO EKT-COMP-PESO(WRK-IDX-COMP)
               IF EKT-VALOR-KIT GREATER WRK-VALOR-RATEADO
                   COMPUTE EKT-COMP-VALOR(WRK-IDX-COMP) =
                           EKT-VALOR-KIT - WRK-VALOR-RATEADO
               END-IF
               IF EKT-PESO-KIT GREATER WRK-PESO-RATEADO
                   COMPUTE EKT-COMP-PESO(WRK-IDX-COMP) =
                           EKT-PESO-KIT - WRK-PESO-RATEADO
               END-IF
           ELSE
               IF WRK-SOMA-PERC GREATER ZEROS
                   COMPUTE EKT-COMP-VALOR(WRK-IDX-COMP) ROUNDED =
                           EKT-VALOR-KIT
                           * WRK-COMP-PERC(WRK-IDX-COMP)
                           / WRK-SOMA-PERC
               ELSE
                   COMPUTE EKT-COMP-VALOR(WRK-IDX-COMP) ROUNDED =
                           EKT-VALOR-KIT
                           * EKT-COMP-QTD(WRK-IDX-COMP)
                           / (WRK-SOMA-QTD * EKT-QTD-KITS)
               END-IF
               COMPUTE EKT-COMP-PESO(WRK-IDX-COMP) ROUNDED =
                       EKT-PESO-KIT
                       * EKT-COMP-QTD(WRK-IDX-COMP)
                       / (WRK-SOMA-QTD * EKT-QTD-KITS)
               ADD EKT-COMP-VALOR(WRK-IDX-COMP) TO WRK-VALOR-RATEADO
               ADD EKT-COMP-PESO(WRK-IDX-COMP)  TO WRK-PESO-RATEADO
           END-IF.
           ADD 1 TO WRK-IDX-COMP.
