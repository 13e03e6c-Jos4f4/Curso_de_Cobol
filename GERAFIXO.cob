      *==             PROGRAMA11) E PULADO, COM O MOTIVO NO
      *==             RELATORIO "GERAFIXO". O CONTROLE "RUNCTRL"
      *==             IMPEDE GERACAO EM DOBRO NO MESMO DIA.
      *==   XX/XX/2026 - ITEM DO GABARITO COM CODIGO DE KIT (ESTRUTURA
      *==                "KIT") E EXPLODIDO PELA EXPLKIT NAS LINHAS DOS
      *==                COMPONENTES, COMO NO ENTRAPED, COM A LINHA DO
      *==                KIT NO "PEDKIT". A ESTRUTURA VALE NA DATA DA
      *==                GERACAO (KIT ALTERADO NO CADKIT JA SAI NOVO).
      *==                KIT COM COMPONENTE INATIVO OU FORA DO CADASTRO
      *==                PULA O GABARITO ("KIT-COMP"), ASSIM COMO O
      *==                PEDIDO QUE PASSARIA DE 20 LINHAS ("KIT-ITENS").
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GERAFIXO.

           SELECT ARQ-PEDKIT ASSIGN TO "PEDKIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKT-CHAVE
               FILE STATUS IS WRK-FS-PEDKIT.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
       FD  ARQ-GERAFIXO.
       01  GERAFIXO-LINHA      PIC X(100).

       FD  ARQ-PEDKIT.
           COPY PEDKIT.

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-PEDFIXO     PIC X(02) VALUE "00".
       77  WRK-FS-PEDIDOS     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-GERAFIXO    PIC X(02) VALUE "00".
       77  WRK-FS-PEDKIT      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-IDX-ITEM       PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-ABERTO   PIC S9(10)V99 VALUE ZEROS.

      *=======EXPLOSAO DE KIT (SUBROTINA EXPLKIT): LINHAS DO PEDIDO
      *=======DEPOIS DA EXPLOSAO E ORDEM DO KIT NO PEDIDO.
       77  WRK-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77  WRK-KIT-SEQ        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COMP       PIC 9(02) VALUE ZEROS.
           COPY EXPLKTLK.

      *=======TITULOS EM ABERTO POR CLIENTE, CARREGADOS UMA VEZ NO
      *=======INICIO (O LOTE E CURTO; EVITA REVARRER O CONTAREC A
      *=======CADA GABARITO)
           END-IF.
           OPEN EXTEND ARQ-PEDSTAT.
           OPEN OUTPUT ARQ-GERAFIXO.
           OPEN I-O ARQ-PEDKIT.
           IF WRK-FS-PEDKIT EQUAL "35"
               OPEN OUTPUT ARQ-PEDKIT
               CLOSE ARQ-PEDKIT
               OPEN I-O ARQ-PEDKIT
           END-IF.
           IF WRK-FS-PEDKIT NOT EQUAL "00"
               MOVE WRK-FS-PEDKIT TO UTIL-FS-CODIGO
               MOVE "PEDKIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======HOJE E DIA UTIL? FIM DE SEMANA PELO DIA DA SEMANA
      *=======(ZELLER), FERIADO PELA TABELA "FERIADO" ATIVA.
                           PERFORM 0340-VERIFICAR-LIMITE
                   END-EVALUATE
           END-READ.
           IF WRK-MOTIVO-PULO EQUAL SPACES
               MOVE ZEROS TO WRK-QTD-LINHAS
               MOVE 1     TO WRK-IDX-ITEM
               PERFORM 0360-CRITICAR-KIT
                   UNTIL WRK-IDX-ITEM GREATER PFX-QTD-ITENS
                      OR WRK-MOTIVO-PULO NOT EQUAL SPACES
               IF WRK-MOTIVO-PULO EQUAL SPACES
                  AND WRK-QTD-LINHAS GREATER 20
                   MOVE "KIT-ITENS" TO WRK-MOTIVO-PULO
               END-IF
           END-IF.

       0320-TOTALIZAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           ADD PFX-VALOR(WRK-IDX-ITEM) TO WRK-VALOR-PEDIDO.
           ADD 1 TO WRK-IDX-ITEM.

      *=======CADA ITEM DO GABARITO PASSA PELA EXPLKIT: CODIGO QUE NAO
      *=======E KIT CONTA UMA LINHA; KIT CONTA UMA POR COMPONENTE.
       0360-CRITICAR-KIT  SECTION.
           PERFORM 0370-EXPLODIR-KIT.
           EVALUATE TRUE
               WHEN EKT-NAO-E-KIT
                   ADD 1 TO WRK-QTD-LINHAS
               WHEN EKT-KIT-EXPLODIDO
                   ADD EKT-QTD-COMP TO WRK-QTD-LINHAS
               WHEN OTHER
                   MOVE "KIT-COMP" TO WRK-MOTIVO-PULO
           END-EVALUATE.
           ADD 1 TO WRK-IDX-ITEM.

       0370-EXPLODIR-KIT  SECTION.
           MOVE PFX-PRODUTO-COD(WRK-IDX-ITEM) TO EKT-KIT-CODIGO.
           MOVE PFX-QUANTIDADE(WRK-IDX-ITEM)  TO EKT-QTD-KITS.
           MOVE PFX-VALOR(WRK-IDX-ITEM)       TO EKT-VALOR-KIT.
           MOVE PFX-PESO(WRK-IDX-ITEM)        TO EKT-PESO-KIT.
           CALL "EXPLKIT" USING EXPLKIT-AREA.

       0340-VERIFICAR-LIMITE SECTION.
           IF CLI-LIMITE-CREDITO GREATER ZEROS
               MOVE ZEROS TO WRK-SALDO-ABERTO
           MOVE PFX-VENDEDOR      TO PED-VENDEDOR.
           MOVE PFX-FILIAL        TO PED-FILIAL.
           PERFORM 0460-GRAVAR-PEDIDO.
           MOVE ZEROS TO WRK-KIT-SEQ.
           MOVE 1 TO WRK-IDX-ITEM.
           PERFORM 0450-GRAVAR-ITEM
               UNTIL WRK-IDX-ITEM GREATER PFX-QTD-ITENS.
           END-IF.

       0450-GRAVAR-ITEM   SECTION.
           PERFORM 0370-EXPLODIR-KIT.
           IF EKT-KIT-EXPLODIDO
               ADD 1 TO WRK-KIT-SEQ
               PERFORM 0452-GRAVAR-PEDKIT
               MOVE 1 TO WRK-IDX-COMP
               PERFORM 0454-GRAVAR-COMPONENTE
                   UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP
           ELSE
               MOVE SPACES TO PEDIDO-REC
               MOVE "I"    TO PED-TIPO-REG
               MOVE PFX-PRODUTO(WRK-IDX-ITEM)     TO PED-PRODUTO
               MOVE PFX-PRODUTO-COD(WRK-IDX-ITEM) TO PED-PRODUTO-COD
               MOVE PFX-QUANTIDADE(WRK-IDX-ITEM)  TO PED-QUANTIDADE
               MOVE PFX-VALOR(WRK-IDX-ITEM)       TO PED-VALOR
               MOVE PFX-PESO(WRK-IDX-ITEM)        TO PED-PESO
               MOVE ZEROS                         TO PED-KIT-SEQ
               PERFORM 0460-GRAVAR-PEDIDO
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======A LINHA DO KIT VAI PARA O "PEDKIT" (NOTA FISCAL); O
      *=======PEDIDOS SO LEVA OS COMPONENTES.
       0452-GRAVAR-PEDKIT SECTION.
           MOVE SPACES                        TO PEDKIT-REC.
           MOVE WRK-NUMERO                    TO PKT-NUMERO.
           MOVE WRK-KIT-SEQ                   TO PKT-SEQ.
           MOVE PFX-PRODUTO-COD(WRK-IDX-ITEM) TO PKT-KIT-CODIGO.
           MOVE PFX-PRODUTO(WRK-IDX-ITEM)     TO PKT-DESCRICAO.
           MOVE PFX-QUANTIDADE(WRK-IDX-ITEM)  TO PKT-QUANTIDADE.
           MOVE PFX-VALOR(WRK-IDX-ITEM)       TO PKT-VALOR.
           MOVE PFX-PESO(WRK-IDX-ITEM)        TO PKT-PESO.
           MOVE "GERAFIXO"                    TO PKT-PROGRAMA.
           MOVE WRK-DATA-HOJE                 TO PKT-DATA.
           WRITE PEDKIT-REC.
           IF WRK-FS-PEDKIT NOT EQUAL "00"
               MOVE WRK-FS-PEDKIT TO UTIL-FS-CODIGO
               MOVE "PEDKIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0454-GRAVAR-COMPONENTE SECTION.
           MOVE SPACES TO PEDIDO-REC.
           MOVE "I"    TO PED-TIPO-REG.
           MOVE EKT-COMP-DESCRICAO(WRK-IDX-COMP) TO PED-PRODUTO.
           MOVE EKT-COMP-CODIGO(WRK-IDX-COMP)    TO PED-PRODUTO-COD.
           MOVE EKT-COMP-QTD(WRK-IDX-COMP)       TO PED-QUANTIDADE.
           MOVE EKT-COMP-VALOR(WRK-IDX-COMP)     TO PED-VALOR.
           MOVE EKT-COMP-PESO(WRK-IDX-COMP)      TO PED-PESO.
           MOVE WRK-KIT-SEQ                      TO PED-KIT-SEQ.
           PERFORM 0460-GRAVAR-PEDIDO.
           ADD 1 TO WRK-IDX-COMP.

       0460-GRAVAR-PEDIDO SECTION.
           WRITE PEDIDO-REC.
           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-PEDSTAT.
           CLOSE ARQ-GERAFIXO.
           CLOSE ARQ-PEDKIT.

      *=======CONGRUENCIA DE ZELLER, MESMA ADAPTACAO SEM TERMO
      *=======NEGATIVO DA DIAUTIL. WRK-H RESULTANTE: 0=SABADO,
