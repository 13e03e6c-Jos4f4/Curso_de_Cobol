       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPQUAR.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: INSPECAO DA QUARENTENA DE DEVOLUCOES (ARQUIVO
      *    ==          INDEXADO "QUARENT"): A MERCADORIA DEVOLVIDA SO
      *    ==          VOLTA A SER VENDIDA DEPOIS DE CONFERIDA. PARA
      *    ==          CADA FILIAL + PRODUTO + LOTE, A INSPECAO LIBERA
      *    ==          A QUANTIDADE PARA O SALDO VENDAVEL ("ESTOQUE"
      *    ==          E O LOTE NO "ESTLOTES"), MANDA PARA SUCATA
      *    ==          (PERDA NO "MOVEST" PELO CUSTO MEDIO) OU DEVOLVE
      *    ==          AO FORNECEDOR. TAMBEM LISTA A QUARENTENA DE UMA
      *    ==          FILIAL.
      *==DATA XX/XX/2026
      *==OBSERVACOES: MOV-TIPO "L" = LIBERADO PARA VENDA (ENTRA NO
      *==             SALDO VENDAVEL), "P" = PERDA POR SUCATA E "D" =
      *==             DEVOLUCAO AO FORNECEDOR (ESTES DOIS SO BAIXAM A
      *==             QUARENTENA). SEM O "ESTLOTES" (CONTROLE DE LOTE
      *==             NAO IMPLANTADO), A LIBERACAO SO CREDITA O SALDO
      *==             AGREGADO, COMO A BAIXA DO PROGRAMA11.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-QUARENT  ASSIGN TO "QUARENT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUA-CHAVE
               FILE STATUS IS WRK-FS-QUARENT.

           SELECT ARQ-ESTOQUE  ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-ESTLOTES ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTES.

           SELECT ARQ-MOVEST   ASSIGN TO "MOVEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVEST.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-QUARENT.
           COPY QUARENT.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-ESTLOTES.
           COPY ESTLOTES.

       FD  ARQ-MOVEST.
           COPY MOVEST.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-QUARENT     PIC X(02) VALUE "00".
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-ESTLOTES    PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-CONSULTAR         VALUE "1".
           88  OPCAO-INSPECIONAR       VALUE "2".
           88  OPCAO-ENCERRAR          VALUE "3".
       77  WRK-FIM-INSPECAO   PIC X(01) VALUE "N".
           88  FIM-DE-INSPECAO         VALUE "S".
       77  WRK-LOTES-ATIVO    PIC X(01) VALUE "N".
           88  CONTROLE-LOTES-ATIVO    VALUE "S".

       77  WRK-DATA-SISTEMA   PIC X(08) VALUE SPACES.
       77  WRK-FILIAL         PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO        PIC X(10) VALUE SPACES.
       77  WRK-LOTE           PIC X(10) VALUE SPACES.
       77  WRK-QUANTIDADE     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESTINO        PIC X(01) VALUE SPACES.
           88  DESTINO-LIBERAR         VALUE "L".
           88  DESTINO-SUCATA          VALUE "S".
           88  DESTINO-FORNECEDOR      VALUE "F".
           88  DESTINO-E-VALIDO        VALUE "L" "S" "F".
       77  WRK-ITEM-VALIDO    PIC X(01) VALUE "N".
           88  ITEM-E-VALIDO           VALUE "S".

      *=======LINHA DO HISTORICO (MOV-TIPO E QUANTIDADE COM SINAL)
       77  WRK-MOV-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-MOV-QUANTIDADE PIC S9(07)V99 VALUE ZEROS.

      *=======CONSULTA DA QUARENTENA DE UMA FILIAL
       77  WRK-FIM-QUARENT    PIC X(01) VALUE "N".
           88  FIM-DO-QUARENT          VALUE "S".
       77  WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-INSPECAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======A QUARENTENA NASCE NO PRIMEIRO RETORNO DO PROGRAMA11 OU
      *=======AQUI, O QUE RODAR PRIMEIRO.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-QUARENT.
           IF WRK-FS-QUARENT EQUAL "35"
               OPEN OUTPUT ARQ-QUARENT
               CLOSE ARQ-QUARENT
               OPEN I-O ARQ-QUARENT
           END-IF.
           IF WRK-FS-QUARENT NOT EQUAL "00"
               MOVE WRK-FS-QUARENT TO UTIL-FS-CODIGO
               MOVE "QUARENT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-ESTLOTES.
           IF WRK-FS-ESTLOTES EQUAL "00"
               SET CONTROLE-LOTES-ATIVO TO TRUE
           END-IF.
           OPEN EXTEND ARQ-MOVEST.
           IF WRK-FS-MOVEST NOT EQUAL "00"
               MOVE WRK-FS-MOVEST TO UTIL-FS-CODIGO
               MOVE "MOVEST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "QUARENTENA DE DEVOLUÇÕES".
           DISPLAY "1 - CONSULTAR FILIAL      2 - INSPECIONAR".
           DISPLAY "3 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-CONSULTAR
                   PERFORM 0200-CONSULTAR
               WHEN OPCAO-INSPECIONAR
                   PERFORM 0300-INSPECIONAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-INSPECAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======LISTA O QUE AINDA ESTA EM QUARENTENA NA FILIAL (O
      *=======ARQUIVO JA VEM NA ORDEM FILIAL + PRODUTO + LOTE).
       0200-CONSULTAR     SECTION.
           DISPLAY "FILIAL... ".
           ACCEPT WRK-FILIAL.
           MOVE ZEROS      TO WRK-QTD-LISTADOS.
           MOVE "N"        TO WRK-FIM-QUARENT.
           MOVE WRK-FILIAL TO QUA-FILIAL.
           MOVE LOW-VALUES TO QUA-PRODUTO.
           MOVE LOW-VALUES TO QUA-LOTE.
           START ARQ-QUARENT KEY IS NOT LESS THAN QUA-CHAVE
               INVALID KEY
                   SET FIM-DO-QUARENT TO TRUE
           END-START.
           PERFORM 0210-LISTAR-ITEM UNTIL FIM-DO-QUARENT.
           DISPLAY "ITENS EM QUARENTENA NA FILIAL " WRK-FILIAL ": "
                   WRK-QTD-LISTADOS.

       0210-LISTAR-ITEM   SECTION.
           READ ARQ-QUARENT NEXT RECORD
               AT END
                   SET FIM-DO-QUARENT TO TRUE
               NOT AT END
                   IF QUA-FILIAL NOT EQUAL WRK-FILIAL
                       SET FIM-DO-QUARENT TO TRUE
                   ELSE
                       IF QUA-SALDO GREATER ZEROS
                           ADD 1 TO WRK-QTD-LISTADOS
                           DISPLAY QUA-PRODUTO " LOTE " QUA-LOTE
                                   " SALDO " QUA-SALDO
                                   " ENTRADA " QUA-DATA-ENTRADA
                                   " INSPEÇÃO " QUA-DATA-INSPECAO
                       END-IF
                   END-IF
           END-READ.

       0300-INSPECIONAR   SECTION.
           PERFORM 0310-RECEBE-ITEM.
           IF ITEM-E-VALIDO
               PERFORM 0320-RECEBE-DESTINO
           END-IF.
           IF ITEM-E-VALIDO
               PERFORM 0400-BAIXAR-QUARENTENA
               EVALUATE TRUE
                   WHEN DESTINO-LIBERAR
                       PERFORM 0500-LIBERAR
                   WHEN DESTINO-SUCATA
                       MOVE "P" TO WRK-MOV-TIPO
                       PERFORM 0600-BAIXA-SEM-VENDA
                   WHEN DESTINO-FORNECEDOR
                       MOVE "D" TO WRK-MOV-TIPO
                       PERFORM 0600-BAIXA-SEM-VENDA
               END-EVALUATE
               DISPLAY "INSPEÇÃO REGISTRADA."
           END-IF.

      *=======O ITEM PRECISA ESTAR NA QUARENTENA COM SALDO E TER O
      *=======SALDO DE ESTOQUE DA FILIAL (DE LA SAI O CUSTO MEDIO QUE
      *=======VALORIZA O MOVIMENTO). LOTE EM BRANCO = LOTE "RETORNO".
       0310-RECEBE-ITEM   SECTION.
           MOVE "N" TO WRK-ITEM-VALIDO.
           DISPLAY "FILIAL... ".
           ACCEPT WRK-FILIAL.
           DISPLAY "CÓDIGO DO PRODUTO... ".
           ACCEPT WRK-PRODUTO.
           DISPLAY "LOTE (EM BRANCO = RETORNO)... ".
           ACCEPT WRK-LOTE.
           IF WRK-LOTE EQUAL SPACES
               MOVE "RETORNO" TO WRK-LOTE
           END-IF.
           MOVE WRK-FILIAL  TO QUA-FILIAL.
           MOVE WRK-PRODUTO TO QUA-PRODUTO.
           MOVE WRK-LOTE    TO QUA-LOTE.
           READ ARQ-QUARENT
               INVALID KEY
                   DISPLAY "PRODUTO " WRK-PRODUTO " LOTE " WRK-LOTE
                           " NÃO ESTÁ EM QUARENTENA NA FILIAL "
                           WRK-FILIAL "."
               NOT INVALID KEY
                   IF QUA-SALDO GREATER ZEROS
                       DISPLAY "SALDO EM QUARENTENA: " QUA-SALDO
                       SET ITEM-E-VALIDO TO TRUE
                   ELSE
                       DISPLAY "QUARENTENA DO ITEM JÁ ESTÁ ZERADA."
                   END-IF
           END-READ.
           IF ITEM-E-VALIDO
               MOVE WRK-FILIAL  TO EST-FILIAL
               MOVE WRK-PRODUTO TO EST-PRODUTO
               READ ARQ-ESTOQUE
                   INVALID KEY
                       DISPLAY "PRODUTO " WRK-PRODUTO " SEM SALDO DE "
                               "ESTOQUE NA FILIAL -- INSPEÇÃO "
                               "CANCELADA."
                       MOVE "N" TO WRK-ITEM-VALIDO
               END-READ
           END-IF.

      *=======DESTINO E QUANTIDADE: A QUANTIDADE NAO PASSA DO SALDO EM
      *=======QUARENTENA (UMA PARTE PODE SER LIBERADA E O RESTO IR
      *=======PARA SUCATA, EM DUAS INSPECOES).
       0320-RECEBE-DESTINO SECTION.
           MOVE SPACES TO WRK-DESTINO.
           PERFORM 0325-RECEBE-TIPO-DESTINO UNTIL DESTINO-E-VALIDO.
           DISPLAY "QUANTIDADE... ".
           ACCEPT WRK-QUANTIDADE.
           IF WRK-QUANTIDADE NOT GREATER ZEROS
               DISPLAY "QUANTIDADE INVÁLIDA -- INSPEÇÃO CANCELADA."
               MOVE "N" TO WRK-ITEM-VALIDO
           ELSE
               IF WRK-QUANTIDADE GREATER QUA-SALDO
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO EM "
                           "QUARENTENA -- INSPEÇÃO CANCELADA."
                   MOVE "N" TO WRK-ITEM-VALIDO
               END-IF
           END-IF.

       0325-RECEBE-TIPO-DESTINO SECTION.
           DISPLAY "DESTINO (L=LIBERAR PARA VENDA / S=SUCATA / "
                   "F=DEVOLVER AO FORNECEDOR)... ".
           ACCEPT WRK-DESTINO.
           IF NOT DESTINO-E-VALIDO
               DISPLAY "DESTINO INVÁLIDO. DIGITE L, S OU F."
           END-IF.

       0400-BAIXAR-QUARENTENA SECTION.
           SUBTRACT WRK-QUANTIDADE FROM QUA-SALDO.
           MOVE WRK-DATA-SISTEMA TO QUA-DATA-INSPECAO.
           REWRITE QUARENT-REC.
           IF WRK-FS-QUARENT NOT EQUAL "00"
               MOVE WRK-FS-QUARENT TO UTIL-FS-CODIGO
               MOVE "QUARENT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======LIBERADO: VOLTA PARA O SALDO VENDAVEL E, COM CONTROLE DE
      *=======LOTE, PARA O MESMO LOTE NO ESTLOTES (ONDE A BAIXA FEFO
      *=======DO PROGRAMA11 O ENCONTRA). O CUSTO MEDIO NAO MUDA: A
      *=======MERCADORIA JA ESTAVA VALORIZADA A ELE.
       0500-LIBERAR       SECTION.
           MOVE EST-SALDO TO WRK-SALDO-ANTERIOR.
           ADD WRK-QUANTIDADE TO EST-SALDO.
           REWRITE ESTOQUE-REC.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
               MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           IF CONTROLE-LOTES-ATIVO
               PERFORM 0510-CREDITAR-LOTE
           END-IF.
           MOVE "L" TO WRK-MOV-TIPO.
           MOVE WRK-QUANTIDADE TO WRK-MOV-QUANTIDADE.
           PERFORM 0700-GRAVAR-MOVEST.

       0510-CREDITAR-LOTE SECTION.
           MOVE WRK-FILIAL  TO LOT-FILIAL.
           MOVE WRK-PRODUTO TO LOT-PRODUTO.
           MOVE WRK-LOTE    TO LOT-NUMERO.
           READ ARQ-ESTLOTES
               INVALID KEY
                   MOVE WRK-FILIAL       TO LOT-FILIAL
                   MOVE WRK-PRODUTO      TO LOT-PRODUTO
                   MOVE WRK-LOTE         TO LOT-NUMERO
                   MOVE SPACES           TO LOT-VALIDADE
                   MOVE WRK-QUANTIDADE   TO LOT-SALDO
                   MOVE WRK-DATA-SISTEMA TO LOT-DATA-ENTRADA
                   WRITE ESTLOTES-REC
               NOT INVALID KEY
                   ADD WRK-QUANTIDADE TO LOT-SALDO
                   REWRITE ESTLOTES-REC
           END-READ.
           IF WRK-FS-ESTLOTES NOT EQUAL "00"
               MOVE WRK-FS-ESTLOTES TO UTIL-FS-CODIGO
               MOVE "ESTLOTES"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======SUCATA E DEVOLUCAO AO FORNECEDOR SAEM SO DA QUARENTENA:
      *=======O SALDO VENDAVEL NAO MUDA, E A LINHA DO MOVEST (NEGATIVA,
      *=======PELO CUSTO MEDIO) E A PERDA OU A SAIDA PARA O FORNECEDOR.
       0600-BAIXA-SEM-VENDA SECTION.
           MOVE EST-SALDO TO WRK-SALDO-ANTERIOR.
           COMPUTE WRK-MOV-QUANTIDADE = ZERO - WRK-QUANTIDADE.
           PERFORM 0700-GRAVAR-MOVEST.

      *=======MESMOS CAMPOS DO 0170-GRAVAR-MOVEST DO PROGRAMA11.
       0700-GRAVAR-MOVEST SECTION.
           MOVE SPACES TO MOVEST-LINHA.
           MOVE WRK-DATA-SISTEMA   TO MOV-DATA.
           MOVE WRK-PRODUTO        TO MOV-PRODUTO.
           MOVE WRK-MOV-TIPO       TO MOV-TIPO.
           MOVE WRK-MOV-QUANTIDADE TO MOV-QUANTIDADE.
           MOVE WRK-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR.
           MOVE EST-SALDO          TO MOV-SALDO-NOVO.
           COMPUTE MOV-VALOR ROUNDED =
                   WRK-MOV-QUANTIDADE * EST-CUSTO-MEDIO.
           MOVE WRK-FILIAL         TO MOV-FILIAL.
           MOVE WRK-LOTE           TO MOV-LOTE.
           WRITE MOVEST-LINHA.
           IF WRK-FS-MOVEST NOT EQUAL "00"
               MOVE WRK-FS-MOVEST TO UTIL-FS-CODIGO
               MOVE "MOVEST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-QUARENT.
           CLOSE ARQ-ESTOQUE.
           IF CONTROLE-LOTES-ATIVO
               CLOSE ARQ-ESTLOTES
           END-IF.
           CLOSE ARQ-MOVEST.
           DISPLAY "FIM DE PROGRAMA...".

       COPY FSERROPR.
