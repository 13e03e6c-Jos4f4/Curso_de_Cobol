       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLID.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONSOLIDACAO DE EMBARQUES DO LOTE DE PEDIDOS,
      *    ==          RODADA NO FECHADIA ENTRE A CRITICA (CRITPED) E
      *    ==          O CALCULO DE FRETE (FRETE). LE O ARQUIVO LIMPO
      *    ==          (DD "PEDIDOS" APONTANDO PARA O PEDLIMPO) E
      *    ==          AGRUPA OS PEDIDOS DE SAIDA DO MESMO CLIENTE PARA
      *    ==          O MESMO ENDERECO DE ENTREGA (PED-CLIENTE +
      *    ==          PED-ENDERECO-COD, NA MESMA UF, FILIAL, MODO DE
      *    ==          FRETE E URGENCIA). CADA GRUPO DE DOIS OU MAIS
      *    ==          PEDIDOS VIRA UM EMBARQUE, COM NUMERO GRAVADO NO
      *    ==          CABECALHO DE CADA PEDIDO (PED-EMBARQUE) E TOTAIS
      *    ==          NO ARQUIVO "EMBCONS": O PROGRAMA11 CALCULA UM SO
      *    ==          FRETE SOBRE O VALOR E O PESO SOMADOS E RATEIA
      *    ==          ENTRE OS PEDIDOS, EM VEZ DE COBRAR UM FRETE
      *    ==          MINIMO E UM EMBARQUE POR PEDIDO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O LOTE SAI INTACTO E NA MESMA ORDEM NO ARQUIVO
      *==             "PEDCONS" (QUE O FRETE PASSA A LER), SO COM O
      *==             NUMERO DO EMBARQUE PREENCHIDO. FICAM DE FORA DA
      *==             CONSOLIDACAO: RETORNO E ESTORNO, PEDIDO SEM
      *==             CLIENTE, EM MOEDA ESTRANGEIRA, COM PROMOCAO OU
      *==             COM COTACAO DE FRETE (O PRECO DESSES NAO SAI DO
      *==             VALOR SOMADO DOS ITENS). GRUPOS ALEM DA
      *==             CAPACIDADE DA TABELA SEGUEM SEM CONSOLIDAR
      *==             (AVISO UMA VEZ).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS   ASSIGN TO "PEDIDOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ARQ-PEDCONS   ASSIGN TO "PEDCONS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCONS.

           SELECT ARQ-EMBCONS   ASSIGN TO "EMBCONS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBCONS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDIDOS.
           COPY PEDIDO.

       FD  ARQ-PEDCONS.
       01  PEDCONS-REC         PIC X(70).

       FD  ARQ-EMBCONS.
           COPY EMBCONS.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCONS      PIC X(02) VALUE "00".
       77  WRK-FS-EMBCONS      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO           VALUE "S".
       77  WRK-HA-PEDIDO       PIC X(01) VALUE "N".
           88  HA-PEDIDO-ABERTO         VALUE "S".

      *=======DADOS DO PEDIDO EM LEVANTAMENTO (CABECALHO + SOMA DOS
      *=======ITENS), NA CHAVE DE AGRUPAMENTO
       77  WRK-PEDIDO-ELEGIVEL PIC X(01) VALUE "N".
           88  PEDIDO-E-ELEGIVEL        VALUE "S".
       77  WRK-PED-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PED-PESO        PIC 9(05)V99 VALUE ZEROS.
       01  WRK-CHAVE-PEDIDO.
           05  WRK-CHV-CLIENTE    PIC 9(06).
           05  WRK-CHV-ENDERECO   PIC 9(03).
           05  WRK-CHV-ESTADO     PIC X(02).
           05  WRK-CHV-FILIAL     PIC 9(02).
           05  WRK-CHV-MODO       PIC X(01).
           05  WRK-CHV-URGENTE    PIC X(01).

      *=======GRUPOS DO LOTE (MESMA CHAVE), COM OS TOTAIS E O NUMERO
      *=======DE EMBARQUE ATRIBUIDO (ZERO = GRUPO DE UM PEDIDO SO)
       77  WRK-QTD-GRUPOS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GRP         PIC 9(03) VALUE ZEROS.
       77  WRK-GRUPO-ACHADO    PIC X(01) VALUE "N".
           88  GRUPO-FOI-ACHADO         VALUE "S".
       77  WRK-AVISO-TAB-GRP   PIC X(01) VALUE "N".
           88  AVISO-TAB-GRP-DADO       VALUE "S".
       01  WRK-TAB-GRUPOS.
           05  WRK-GRP-ITEM OCCURS 500 TIMES.
               10  WRK-GRP-CHAVE      PIC X(15).
               10  WRK-GRP-QTD        PIC 9(03).
               10  WRK-GRP-VALOR      PIC 9(08)V99.
               10  WRK-GRP-PESO       PIC 9(05)V99.
               10  WRK-GRP-EMBARQUE   PIC 9(08).

      *=======NUMERACAO DOS EMBARQUES: AAQQQ (DATA JULIANA) + SEQUENCIA
       77  WRK-DATA-JULIANA    PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ-EMBARQUE    PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-EMBARQUES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CONSOLIDADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS    PIC 9(07) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-REGISTRO.
           PERFORM 0150-LEVANTAR-PEDIDO UNTIL FIM-DO-ARQUIVO.
           PERFORM 0170-FECHAR-PEDIDO.
           CLOSE ARQ-PEDIDOS.
           MOVE 1 TO WRK-IDX-GRP.
           PERFORM 0250-NUMERAR-GRUPO
               UNTIL WRK-IDX-GRP GREATER WRK-QTD-GRUPOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL "00"
               MOVE WRK-FS-PEDIDOS TO UTIL-FS-CODIGO
               MOVE "PEDIDOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0100-LER-REGISTRO.
           PERFORM 0300-GRAVAR-PEDIDO UNTIL FIM-DO-ARQUIVO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT  ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL "00"
               MOVE WRK-FS-PEDIDOS TO UTIL-FS-CODIGO
               MOVE "PEDIDOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-PEDCONS.
           IF WRK-FS-PEDCONS NOT EQUAL "00"
               MOVE WRK-FS-PEDCONS TO UTIL-FS-CODIGO
               MOVE "PEDCONS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-EMBCONS.
           IF WRK-FS-EMBCONS NOT EQUAL "00"
               MOVE WRK-FS-EMBCONS TO UTIL-FS-CODIGO
               MOVE "EMBCONS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-JULIANA FROM DAY.

       0100-LER-REGISTRO  SECTION.
           READ ARQ-PEDIDOS
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======PRIMEIRA LEITURA: UM CABECALHO FECHA O PEDIDO ANTERIOR E
      *=======ABRE O SEGUINTE; OS ITENS SOMAM VALOR E PESO, COMO NA
      *=======TOTALIZACAO DO PROGRAMA11.
       0150-LEVANTAR-PEDIDO SECTION.
           IF PED-REG-CABECALHO
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 0170-FECHAR-PEDIDO
               PERFORM 0160-ABRIR-PEDIDO
           ELSE
               IF PED-REG-ITEM AND HA-PEDIDO-ABERTO
                   IF PED-VALOR IS NUMERIC
                       ADD PED-VALOR TO WRK-PED-VALOR
                   END-IF
                   IF PED-PESO IS NUMERIC
                       ADD PED-PESO TO WRK-PED-PESO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-LER-REGISTRO.

       0160-ABRIR-PEDIDO  SECTION.
           SET HA-PEDIDO-ABERTO TO TRUE.
           MOVE ZEROS TO WRK-PED-VALOR.
           MOVE ZEROS TO WRK-PED-PESO.
           PERFORM 0180-APURAR-ELEGIVEL.

       0170-FECHAR-PEDIDO SECTION.
           IF HA-PEDIDO-ABERTO AND PEDIDO-E-ELEGIVEL
               PERFORM 0200-ACUMULAR-GRUPO
           END-IF.
           MOVE "N" TO WRK-HA-PEDIDO.

      *=======SO SAIDA DE CLIENTE IDENTIFICADO, EM REAIS, SEM PROMOCAO
      *=======E SEM COTACAO ENTRA NUM EMBARQUE (VER CABECALHO). A
      *=======CHAVE DE AGRUPAMENTO FICA MONTADA EM WRK-CHAVE-PEDIDO.
       0180-APURAR-ELEGIVEL SECTION.
           MOVE "N" TO WRK-PEDIDO-ELEGIVEL.
           IF (PED-TIPO-MOV EQUAL "S" OR PED-TIPO-MOV EQUAL " ")
              AND PED-CLIENTE IS NUMERIC
              AND PED-CLIENTE GREATER ZEROS
              AND (PED-MOEDA EQUAL "BRL" OR PED-MOEDA EQUAL SPACES)
              AND PED-PROMO EQUAL SPACES
               SET PEDIDO-E-ELEGIVEL TO TRUE
           END-IF.
           IF PED-COTACAO IS NUMERIC
              AND PED-COTACAO GREATER ZEROS
               MOVE "N" TO WRK-PEDIDO-ELEGIVEL
           END-IF.
           MOVE PED-CLIENTE    TO WRK-CHV-CLIENTE.
           IF PED-ENDERECO-COD IS NUMERIC
               MOVE PED-ENDERECO-COD TO WRK-CHV-ENDERECO
           ELSE
               MOVE ZEROS TO WRK-CHV-ENDERECO
           END-IF.
           MOVE PED-ESTADO     TO WRK-CHV-ESTADO.
           IF PED-FILIAL IS NUMERIC
               MOVE PED-FILIAL TO WRK-CHV-FILIAL
           ELSE
               MOVE ZEROS TO WRK-CHV-FILIAL
           END-IF.
           MOVE PED-MODO-FRETE TO WRK-CHV-MODO.
           IF PED-E-URGENTE
               MOVE "S" TO WRK-CHV-URGENTE
           ELSE
               MOVE "N" TO WRK-CHV-URGENTE
           END-IF.

      *=======CHAVE NOVA QUE NAO CABE NA TABELA FICA SEM CONSOLIDAR
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       0200-ACUMULAR-GRUPO SECTION.
           PERFORM 0210-PROCURAR-GRUPO.
           IF NOT GRUPO-FOI-ACHADO
               IF WRK-QTD-GRUPOS LESS 500
                   ADD 1 TO WRK-QTD-GRUPOS
                   MOVE WRK-QTD-GRUPOS   TO WRK-IDX-GRP
                   MOVE WRK-CHAVE-PEDIDO TO WRK-GRP-CHAVE(WRK-IDX-GRP)
                   MOVE ZEROS TO WRK-GRP-QTD(WRK-IDX-GRP)
                   MOVE ZEROS TO WRK-GRP-VALOR(WRK-IDX-GRP)
                   MOVE ZEROS TO WRK-GRP-PESO(WRK-IDX-GRP)
                   MOVE ZEROS TO WRK-GRP-EMBARQUE(WRK-IDX-GRP)
               ELSE
                   IF NOT AVISO-TAB-GRP-DADO
                       DISPLAY "MAIS DE 500 CLIENTES/ENDEREÇOS NO "
                               "LOTE -- EXCEDENTES SEM "
                               "CONSOLIDAÇÃO."
                       SET AVISO-TAB-GRP-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WRK-IDX-GRP NOT GREATER WRK-QTD-GRUPOS
               ADD 1             TO WRK-GRP-QTD(WRK-IDX-GRP)
               ADD WRK-PED-VALOR TO WRK-GRP-VALOR(WRK-IDX-GRP)
               ADD WRK-PED-PESO  TO WRK-GRP-PESO(WRK-IDX-GRP)
           END-IF.

       0210-PROCURAR-GRUPO SECTION.
           MOVE "N" TO WRK-GRUPO-ACHADO.
           MOVE 1   TO WRK-IDX-GRP.
           PERFORM 0220-COMPARAR-GRUPO
               UNTIL WRK-IDX-GRP GREATER WRK-QTD-GRUPOS
                  OR GRUPO-FOI-ACHADO.

       0220-COMPARAR-GRUPO SECTION.
           IF WRK-GRP-CHAVE(WRK-IDX-GRP) EQUAL WRK-CHAVE-PEDIDO
               SET GRUPO-FOI-ACHADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-GRP
           END-IF.

      *=======GRUPO DE DOIS OU MAIS PEDIDOS GANHA NUMERO DE EMBARQUE E
      *=======REGISTRO NO EMBCONS, COM OS ACUMULADORES DE RATEIO
      *=======ZERADOS PARA O PROGRAMA11.
       0250-NUMERAR-GRUPO SECTION.
           IF WRK-GRP-QTD(WRK-IDX-GRP) GREATER 1
              AND WRK-SEQ-EMBARQUE LESS 999
               ADD 1 TO WRK-SEQ-EMBARQUE
               COMPUTE WRK-GRP-EMBARQUE(WRK-IDX-GRP) =
                       WRK-DATA-JULIANA * 1000 + WRK-SEQ-EMBARQUE
               MOVE WRK-GRP-CHAVE(WRK-IDX-GRP) TO WRK-CHAVE-PEDIDO
               MOVE ZEROS TO EMBCONS-REC
               MOVE WRK-GRP-EMBARQUE(WRK-IDX-GRP) TO EMB-NUMERO
               MOVE WRK-CHV-CLIENTE   TO EMB-CLIENTE
               MOVE WRK-CHV-ENDERECO  TO EMB-ENDERECO-COD
               MOVE WRK-CHV-ESTADO    TO EMB-ESTADO
               MOVE WRK-CHV-FILIAL    TO EMB-FILIAL
               MOVE WRK-GRP-QTD(WRK-IDX-GRP)   TO EMB-QTD-PEDIDOS
               MOVE WRK-GRP-VALOR(WRK-IDX-GRP) TO EMB-VALOR
               MOVE WRK-GRP-PESO(WRK-IDX-GRP)  TO EMB-PESO
               WRITE EMBCONS-REC
                   INVALID KEY
                       MOVE WRK-FS-EMBCONS TO UTIL-FS-CODIGO
                       MOVE "EMBCONS"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-WRITE
               ADD 1 TO WRK-QTD-EMBARQUES
               ADD WRK-GRP-QTD(WRK-IDX-GRP) TO WRK-QTD-CONSOLIDADOS
               DISPLAY "EMBARQUE " EMB-NUMERO " -- CLIENTE "
                       EMB-CLIENTE " ENDEREÇO " EMB-ENDERECO-COD
                       " -- " EMB-QTD-PEDIDOS " PEDIDOS."
           END-IF.
           ADD 1 TO WRK-IDX-GRP.

      *=======SEGUNDA LEITURA: COPIA O LOTE PARA O PEDCONS, GRAVANDO NO
      *=======CABECALHO O NUMERO DO EMBARQUE DO GRUPO (ZERO QUANDO O
      *=======PEDIDO SEGUE SOZINHO).
       0300-GRAVAR-PEDIDO SECTION.
           IF PED-REG-CABECALHO
               MOVE ZEROS TO PED-EMBARQUE
               PERFORM 0180-APURAR-ELEGIVEL
               IF PEDIDO-E-ELEGIVEL
                   PERFORM 0210-PROCURAR-GRUPO
                   IF GRUPO-FOI-ACHADO
                       MOVE WRK-GRP-EMBARQUE(WRK-IDX-GRP)
                           TO PED-EMBARQUE
                   END-IF
               END-IF
           END-IF.
           MOVE PEDIDO-REC TO PEDCONS-REC.
           WRITE PEDCONS-REC.
           IF WRK-FS-PEDCONS NOT EQUAL "00"
               MOVE WRK-FS-PEDCONS TO UTIL-FS-CODIGO
               MOVE "PEDCONS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 0100-LER-REGISTRO.

       0900-ENCERRAR      SECTION.
           DISPLAY "=====================================".
           DISPLAY "CONSOLIDAÇÃO DE EMBARQUES".
           DISPLAY "PEDIDOS LIDOS........ " WRK-QTD-LIDOS.
           DISPLAY "EMBARQUES FORMADOS... " WRK-QTD-EMBARQUES.
           DISPLAY "PEDIDOS CONSOLIDADOS. " WRK-QTD-CONSOLIDADOS.
           DISPLAY "REGISTROS GRAVADOS... " WRK-QTD-GRAVADOS.
           DISPLAY "=====================================".

           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-PEDCONS.
           CLOSE ARQ-EMBCONS.

       COPY FSERROPR.
