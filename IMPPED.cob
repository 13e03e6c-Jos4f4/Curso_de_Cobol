      *==             REGISTRA O OCORRIDO). PEDIDO IMPORTADO ENTRA
      *==             COMO SAIDA EM BRL, NA FILIAL PADRAO, COM A DATA
      *==             DO DIA.
      *==   XX/XX/2026 - ITEM COM CODIGO DE KIT (ESTRUTURA "KIT") E
      *==                EXPLODIDO PELA EXPLKIT NAS LINHAS DOS
      *==                COMPONENTES, COMO NO ENTRAPED, COM A LINHA DO
      *==                KIT NO "PEDKIT". KIT COM COMPONENTE INATIVO OU
      *==                FORA DO CADASTRO REJEITA O PEDIDO ("KIT-COMP"),
      *==                ASSIM COMO O PEDIDO QUE PASSARIA DE 20 LINHAS
      *==                DEPOIS DA EXPLOSAO ("KIT-ITENS").
      *==   XX/XX/2026 - O LOTE PASSA A ACEITAR DEVOLUCAO DO CLIENTE
      *==                (IMP-TIPO-MOV "R"): ENTRA COMO RETORNO COM O
      *==                NUMERO DO PEDIDO ORIGINAL (SEM NUMERO NOVO DA
      *==                SEQUENCIA NEM STATUS "AC", COMO NO ENTRAPED) E
      *==                O MOTIVO DA TABELA "MOTDEV" EM PED-MOTIVO-DEV.
      *==                TIPO DESCONHECIDO REJEITA O PEDIDO
      *==                ("TIPO-MOV"), ASSIM COMO A DEVOLUCAO SEM
      *==                PEDIDO ORIGINAL ("PED-ORIGEM") OU SEM MOTIVO
      *==                VALIDO ("MOTIVO-DEV").
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMPEXC.

           SELECT ARQ-PEDKIT  ASSIGN TO "PEDKIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKT-CHAVE
               FILE STATUS IS WRK-FS-PEDKIT.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-IMPORTA.
       FD  ARQ-IMPEXC.
       01  IMPEXC-LINHA        PIC X(100).

       FD  ARQ-PEDKIT.
           COPY PEDKIT.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-IMPORTA      PIC X(02) VALUE "00".
       77  WRK-FS-IMPCTRL      PIC X(02) VALUE "00".
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT      PIC X(02) VALUE "00".
       77  WRK-FS-IMPEXC       PIC X(02) VALUE "00".
       77  WRK-FS-PEDKIT       PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE       PIC X(08) VALUE SPACES.
       77  WRK-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-ESTADO          PIC X(02) VALUE SPACES.
       77  WRK-MODO-FRETE      PIC X(01) VALUE SPACES.
       77  WRK-TIPO-MOV        PIC X(01) VALUE SPACES.
           88  TIPO-E-SAIDA             VALUE "S".
           88  TIPO-E-RETORNO           VALUE "R".
       77  WRK-PEDIDO-ORIGEM   PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO-DEV      PIC X(02) VALUE SPACES.
       77  WRK-MOTIVO-DEV-VALIDO PIC X(01) VALUE "N".
           88  MOTIVO-DEV-E-VALIDO      VALUE "S".
       77  WRK-IDX-MOTIVO      PIC 9(02) VALUE ZEROS.
           COPY MOTDEV.
       77  WRK-MOTIVO          PIC X(12) VALUE SPACES.
       77  WRK-QTD-ITENS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITEM        PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO          PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ-ATUAL       PIC 9(08) VALUE ZEROS.

      *=======EXPLOSAO DE KIT (SUBROTINA EXPLKIT): LINHAS DO PEDIDO
      *=======DEPOIS DA EXPLOSAO E ORDEM DO KIT NO PEDIDO.
       77  WRK-QTD-LINHAS      PIC 9(03) VALUE ZEROS.
       77  WRK-KIT-SEQ         PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COMP        PIC 9(02) VALUE ZEROS.
           COPY EXPLKTLK.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           END-IF.
           OPEN EXTEND ARQ-PEDSTAT.
           OPEN OUTPUT ARQ-IMPEXC.
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

      *=======O LOTE COMECA NO HEADER; SEM HEADER, OU COM O MESMO
      *=======ARQUIVO JA IMPORTADO (CONTROLE "IMPCTRL"), NADA E
           MOVE IMP-CLIENTE     TO WRK-CLIENTE.
           MOVE IMP-ESTADO      TO WRK-ESTADO.
           MOVE IMP-MODO-FRETE  TO WRK-MODO-FRETE.
           MOVE IMP-TIPO-MOV    TO WRK-TIPO-MOV.
           IF WRK-TIPO-MOV EQUAL SPACES
               SET TIPO-E-SAIDA TO TRUE
           END-IF.
           IF IMP-PEDIDO-ORIGEM IS NUMERIC
               MOVE IMP-PEDIDO-ORIGEM TO WRK-PEDIDO-ORIGEM
           ELSE
               MOVE ZEROS TO WRK-PEDIDO-ORIGEM
           END-IF.
           MOVE IMP-MOTIVO-DEV  TO WRK-MOTIVO-DEV.
           MOVE ZEROS           TO WRK-QTD-ITENS.
           MOVE SPACES          TO WRK-ITENS-PEDIDO.

               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0355-CRITICAR-TIPO-MOV
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               MOVE ZEROS TO WRK-QTD-LINHAS
               MOVE 1 TO WRK-IDX-ITEM
               PERFORM 0360-CRITICAR-ITEM
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
                      OR WRK-MOTIVO NOT EQUAL SPACES
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
              AND WRK-QTD-LINHAS GREATER 20
               MOVE "KIT-ITENS" TO WRK-MOTIVO
           END-IF.

       0330-CRITICAR-DUPLICADO SECTION.
           MOVE WRK-REMETENTE  TO ICT-REMETENTE.
                   MOVE "UF" TO WRK-MOTIVO
           END-READ.

      *=======DEVOLUCAO APONTA PARA A SAIDA ORIGINAL (CONFERIDA DEPOIS
      *=======PELO PROGRAMA11 NO PEDHIST) E TRAZ O MOTIVO DA TABELA
      *=======MOTDEV, COMO NA DIGITACAO DO ENTRAPED.
       0355-CRITICAR-TIPO-MOV SECTION.
           IF NOT TIPO-E-SAIDA AND NOT TIPO-E-RETORNO
               MOVE "TIPO-MOV" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES AND TIPO-E-RETORNO
               IF WRK-PEDIDO-ORIGEM EQUAL ZEROS
                   MOVE "PED-ORIGEM" TO WRK-MOTIVO
               ELSE
                   MOVE "N" TO WRK-MOTIVO-DEV-VALIDO
                   MOVE 1 TO WRK-IDX-MOTIVO
                   PERFORM 0357-PROCURAR-MOTIVO-DEV
                       UNTIL WRK-IDX-MOTIVO GREATER MOTDEV-QTD-MOTIVOS
                          OR MOTIVO-DEV-E-VALIDO
                   IF NOT MOTIVO-DEV-E-VALIDO
                       MOVE "MOTIVO-DEV" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

       0357-PROCURAR-MOTIVO-DEV SECTION.
           IF MOTDEV-CODIGO(WRK-IDX-MOTIVO) EQUAL WRK-MOTIVO-DEV
               SET MOTIVO-DEV-E-VALIDO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-MOTIVO
           END-IF.

       0360-CRITICAR-ITEM SECTION.
           IF WRK-ITEM-COD(WRK-IDX-ITEM) EQUAL SPACES
               MOVE "PRODUTO" TO WRK-MOTIVO
              AND WRK-ITEM-VALOR(WRK-IDX-ITEM) EQUAL ZEROS
               MOVE "VALOR" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0370-EXPLODIR-KIT
               EVALUATE TRUE
                   WHEN EKT-NAO-E-KIT
                       ADD 1 TO WRK-QTD-LINHAS
                   WHEN EKT-KIT-EXPLODIDO
                       ADD EKT-QTD-COMP TO WRK-QTD-LINHAS
                   WHEN OTHER
                       MOVE "KIT-COMP" TO WRK-MOTIVO
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======MESMA EXPLOSAO DO ENTRAPED (SUBROTINA EXPLKIT); CODIGO
      *=======QUE NAO E KIT VOLTA COMO ITEM NORMAL.
       0370-EXPLODIR-KIT  SECTION.
           MOVE WRK-ITEM-COD(WRK-IDX-ITEM)   TO EKT-KIT-CODIGO.
           MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)  TO EKT-QTD-KITS.
           MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM) TO EKT-VALOR-KIT.
           MOVE WRK-ITEM-PESO(WRK-IDX-ITEM)  TO EKT-PESO-KIT.
           CALL "EXPLKIT" USING EXPLKIT-AREA.

       0400-GRAVAR-PEDIDO SECTION.
           IF TIPO-E-RETORNO
               MOVE WRK-PEDIDO-ORIGEM TO WRK-NUMERO
           ELSE
               PERFORM 0420-PROXIMO-NUMERO
               MOVE SPACES TO WRK-MOTIVO-DEV
           END-IF.
           MOVE SPACES TO PEDIDO-REC.
           MOVE "C"    TO PED-TIPO-REG.
           MOVE WRK-NUMERO     TO PED-NUMERO.
           MOVE WRK-CLIENTE    TO PED-CLIENTE.
           MOVE WRK-ESTADO     TO PED-ESTADO.
           MOVE WRK-MODO-FRETE TO PED-MODO-FRETE.
           MOVE WRK-TIPO-MOV   TO PED-TIPO-MOV.
           MOVE WRK-MOTIVO-DEV TO PED-MOTIVO-DEV.
           MOVE "BRL"          TO PED-MOEDA.
           MOVE WRK-DATA-HOJE  TO PED-DATA.
           PERFORM 0460-GRAVAR-REGISTRO.
           MOVE ZEROS TO WRK-KIT-SEQ.
           MOVE 1 TO WRK-IDX-ITEM.
           PERFORM 0440-GRAVAR-ITEM
               UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS.
           IF TIPO-E-SAIDA
               PERFORM 0470-GRAVAR-STATUS
           END-IF.
           PERFORM 0480-REGISTRAR-EXTERNO.
           ADD 1 TO WRK-QTD-ACEITOS.

           MOVE WRK-SEQ-ATUAL TO WRK-NUMERO.

       0440-GRAVAR-ITEM   SECTION.
           PERFORM 0370-EXPLODIR-KIT.
           IF EKT-KIT-EXPLODIDO
               ADD 1 TO WRK-KIT-SEQ
               PERFORM 0445-GRAVAR-PEDKIT
               MOVE 1 TO WRK-IDX-COMP
               PERFORM 0450-GRAVAR-COMPONENTE
                   UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP
           ELSE
               MOVE SPACES TO PEDIDO-REC
               MOVE "I"    TO PED-TIPO-REG
               MOVE WRK-ITEM-DESC(WRK-IDX-ITEM)  TO PED-PRODUTO
               MOVE WRK-ITEM-COD(WRK-IDX-ITEM)   TO PED-PRODUTO-COD
               MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)  TO PED-QUANTIDADE
               MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM) TO PED-VALOR
               MOVE WRK-ITEM-PESO(WRK-IDX-ITEM)  TO PED-PESO
               MOVE ZEROS                        TO PED-KIT-SEQ
               PERFORM 0460-GRAVAR-REGISTRO
           END-IF.
           ADD 1 TO WRK-IDX-ITEM.

      *=======A LINHA DO KIT VAI PARA O "PEDKIT" (NOTA FISCAL); O
      *=======PEDIDOS SO LEVA OS COMPONENTES.
       0445-GRAVAR-PEDKIT SECTION.
           MOVE SPACES                       TO PEDKIT-REC.
           MOVE WRK-NUMERO                   TO PKT-NUMERO.
           MOVE WRK-KIT-SEQ                  TO PKT-SEQ.
           MOVE WRK-ITEM-COD(WRK-IDX-ITEM)   TO PKT-KIT-CODIGO.
           MOVE WRK-ITEM-DESC(WRK-IDX-ITEM)  TO PKT-DESCRICAO.
           MOVE WRK-ITEM-QTDE(WRK-IDX-ITEM)  TO PKT-QUANTIDADE.
           MOVE WRK-ITEM-VALOR(WRK-IDX-ITEM) TO PKT-VALOR.
           MOVE WRK-ITEM-PESO(WRK-IDX-ITEM)  TO PKT-PESO.
           MOVE "IMPPED"                     TO PKT-PROGRAMA.
           MOVE WRK-DATA-HOJE                TO PKT-DATA.
           WRITE PEDKIT-REC.
           IF WRK-FS-PEDKIT NOT EQUAL "00"
               MOVE WRK-FS-PEDKIT TO UTIL-FS-CODIGO
               MOVE "PEDKIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0450-GRAVAR-COMPONENTE SECTION.
           MOVE SPACES TO PEDIDO-REC.
           MOVE "I"    TO PED-TIPO-REG.
           MOVE EKT-COMP-DESCRICAO(WRK-IDX-COMP) TO PED-PRODUTO.
           MOVE EKT-COMP-CODIGO(WRK-IDX-COMP)    TO PED-PRODUTO-COD.
           MOVE EKT-COMP-QTD(WRK-IDX-COMP)       TO PED-QUANTIDADE.
           MOVE EKT-COMP-VALOR(WRK-IDX-COMP)     TO PED-VALOR.
           MOVE EKT-COMP-PESO(WRK-IDX-COMP)      TO PED-PESO.
           MOVE WRK-KIT-SEQ                      TO PED-KIT-SEQ.
           PERFORM 0460-GRAVAR-REGISTRO.
           ADD 1 TO WRK-IDX-COMP.

       0460-GRAVAR-REGISTRO SECTION.
           WRITE PEDIDO-REC.
           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-PEDSTAT.
           CLOSE ARQ-IMPEXC.
           CLOSE ARQ-PEDKIT.
           DISPLAY "=====================================".
           DISPLAY "IMPORTAÇÃO DE PEDIDOS EXTERNOS".
           DISPLAY "REMETENTE............ " WRK-REMETENTE.
