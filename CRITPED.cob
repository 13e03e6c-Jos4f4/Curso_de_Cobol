      *==                RESERVAS DOS SEUS ITENS (MESMO CRITERIO DA
      *==                0248 DO PROGRAMA11), PARA A RESERVA NAO
      *==                FICAR PENDURADA PARA SEMPRE.
      *==   XX/XX/2026 - PEDIDO COM ENDERECO DE ENTREGA DO CADERNO
      *==                "CLIENDER" TEM O CEP DO ENDERECO CONFERIDO
      *==                NAS ZONAS DE ENTREGA DA UF (TABELA "ZONACEP",
      *==                VIA BUSCAZON): CEP FORA DE QUALQUER ZONA
      *==                REJEITA O PEDIDO COM MOTIVO "CEP-ZONA".
      *==                ENDERECO AINDA SEM CEP, ENTREGA NO ENDERECO
      *==                DO CADASTRO, OU SEM O CADERNO/A TABELA, NADA
      *==                MUDA.
      *==   XX/XX/2026 - SAIDA CANCELADA PELO CANCPED (STATUS "CA" NA
      *==                TRILHA "PEDSTAT") SAI DO LOTE SEM CRITICA:
      *==                NAO VAI PARA PEDLIMPO, PEDCRIT, PEDAPROV NEM
      *==                PEDPROX, E NAO DEVOLVE RESERVA (O CANCPED JA
      *==                DEVOLVEU). A QUANTIDADE SAI NO RESUMO. OS
      *==                NUMEROS SAO COLHIDOS NA MESMA VARREDURA DA
      *==                TRILHA QUE COLHE OS APROVADOS.
      *==   XX/XX/2026 - LINHA DE COMPONENTE DE KIT (PED-KIT-SEQ
      *==                MAIOR QUE ZERO) NAO PASSA PELA CRITICA DE
      *==                PRECO: O VALOR DELA E O RATEIO DO PRECO DO
      *==                KIT, JA SUGERIDO PELA TABELA NA ENTRADA, E NAO
      *==                O PRECO AVULSO DO COMPONENTE.
      *==   XX/XX/2026 - RETORNO (PED-TIPO-MOV "R") SEM MOTIVO DE
      *==                DEVOLUCAO, OU COM CODIGO FORA DA TABELA
      *==                "MOTDEV", E REJEITADO ("MOTIVO-DEV").
      *==   XX/XX/2026 - OS CANCELAMENTOS ("CA") DA TRILHA SO SAO
      *==                COLHIDOS PARA AS SAIDAS DO PROPRIO LOTE: UMA
      *==                PRIMEIRA LEITURA DO "PEDIDOS" MONTA A TABELA
      *==                DO LOTE E A VARREDURA DA TRILHA (QUE NUNCA E
      *==                ARQUIVADA) SO MARCA QUEM ESTA NELA. LOTE MAIOR
      *==                QUE A TABELA ENCERRA O JOB (RETURN-CODE 0016).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-CLIENDER  ASSIGN TO "CLIENDER"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDIDOS.
       FD  ARQ-PRECOS.
           COPY PRECOS.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE "00".
       77  WRK-FS-PEDLIMPO     PIC X(02) VALUE "00".
           05  WRK-APROVADO-NUM PIC 9(08) OCCURS 500 TIMES
                                VALUE ZEROS.

      *=======SAIDAS DO LOTE (COLHIDAS NUMA PRIMEIRA LEITURA DO
      *======="PEDIDOS"), MARCADAS COM "S" QUANDO A TRILHA TEM O
      *=======CANCELAMENTO DELAS NO CANCPED ("CA"): ESSAS SAEM DO LOTE
      *=======SEM CRITICA. SO O LOTE ENTRA NA TABELA, PORQUE A TRILHA
      *=======NUNCA E ARQUIVADA.
       77  WRK-QTD-TAB-LOTE    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CAN         PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-LOTE        PIC X(01) VALUE "N".
           88  FIM-DO-LOTE              VALUE "S".
       77  WRK-LOTE-ACHADO     PIC X(01) VALUE "N".
           88  SAIDA-NO-LOTE            VALUE "S".
       77  WRK-CANCELADO-ACHADO PIC X(01) VALUE "N".
           88  PEDIDO-FOI-CANCELADO     VALUE "S".
       77  WRK-QTD-CANCELADOS  PIC 9(07) VALUE ZEROS.
       01  WRK-TAB-LOTE.
           05  WRK-LOTE-SAIDA OCCURS 5000 TIMES.
               10  WRK-LOTE-NUM       PIC 9(08).
               10  WRK-LOTE-CANCELADO PIC X(01).

      *=======ROLAGEM DE PEDIDOS COM DATA ALEM DA DO LOTE (PEDPROX)
       77  WRK-FS-PEDPROX      PIC X(02) VALUE "00".
       77  WRK-DATA-HOJE       PIC X(08) VALUE SPACES.
       77  WRK-MOEDA-PRECO     PIC X(03) VALUE SPACES.
       77  WRK-DATA-BASE       PIC X(08) VALUE SPACES.

      *=======CRITICA DO CEP DO ENDERECO DE ENTREGA CONTRA AS ZONAS
      *=======("ZONACEP", VIA BUSCAZON; VER CABECALHO)
       77  WRK-FS-CLIENDER     PIC X(02) VALUE "00".
       77  WRK-CLIENDER-ATIVO  PIC X(01) VALUE "N".
           88  CADERNO-ENDERECO-ATIVO   VALUE "S".
       77  WRK-ZONA-CODIGO     PIC X(06) VALUE SPACES.
       77  WRK-ZONA-AJUSTE     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ZONA-DIAS       PIC 9(03) VALUE ZEROS.
       77  WRK-ZONA-ACHADA     PIC X(01) VALUE "N".
           88  CEP-FORA-DE-ZONA         VALUE "N".

       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO           VALUE "S".
       77  WRK-FIM-PEDIDOS     PIC X(01) VALUE "N".
           88  TIPO-MOV-VALIDO          VALUE "S" "R" "E" " ".
       77  WRK-MOEDA           PIC X(03) VALUE SPACES.
           88  MOEDA-VALIDA             VALUE "BRL" "USD" "   ".
       77  WRK-MOTIVO-DEV-VALIDO PIC X(01) VALUE "N".
           88  MOTIVO-DEV-E-VALIDO      VALUE "S".
       77  WRK-IDX-MOTIVO      PIC 9(02) VALUE ZEROS.
           COPY MOTDEV.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           STOP RUN.

       0050-ABRIR         SECTION.
           PERFORM 0051-CARREGAR-LOTE.
           OPEN INPUT  ARQ-PEDIDOS.
           OPEN OUTPUT ARQ-PEDLIMPO.
           OPEN OUTPUT ARQ-PEDCRIT.
           END-IF.
      *=======O ESTOQUE ABRE EM I-O: ALEM DE CONFERIR DISPONIBILIDADE,
      *=======UM PEDIDO REJEITADO DEVOLVE AS RESERVAS DOS SEUS ITENS.
           OPEN INPUT ARQ-CLIENDER.
           IF WRK-FS-CLIENDER EQUAL "00"
               SET CADERNO-ENDERECO-ATIVO TO TRUE
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE EQUAL "00"
               SET CRITICA-ESTOQUE-ATIVA TO TRUE
                       "DISPONIBILIDADE."
           END-IF.

      *=======PRIMEIRA LEITURA DO "PEDIDOS": GUARDA O NUMERO DE CADA
      *=======SAIDA DO LOTE, PARA A TRILHA SO MARCAR OS CANCELAMENTOS
      *=======QUE INTERESSAM A ESTA NOITE. LOTE QUE NAO CABE NA TABELA
      *=======ENCERRA O JOB -- UM CANCELAMENTO NAO PODE PASSAR DIRETO.
       0051-CARREGAR-LOTE SECTION.
           MOVE "N" TO WRK-FIM-LOTE.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL "00"
               PERFORM 0051A-LER-LOTE UNTIL FIM-DO-LOTE
               CLOSE ARQ-PEDIDOS
           END-IF.
           MOVE "00" TO WRK-FS-PEDIDOS.

       0051A-LER-LOTE     SECTION.
           READ ARQ-PEDIDOS
               AT END
                   SET FIM-DO-LOTE TO TRUE
               NOT AT END
                   IF PED-REG-CABECALHO
                      AND (PED-TIPO-MOV EQUAL "S"
                           OR PED-TIPO-MOV EQUAL " ")
                       IF PED-NUMERO IS NUMERIC
                           IF PED-NUMERO GREATER ZEROS
                               PERFORM 0051B-INCLUIR-NO-LOTE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0051B-INCLUIR-NO-LOTE SECTION.
           IF WRK-QTD-TAB-LOTE NOT LESS 5000
               DISPLAY "TABELA DE SAÍDAS DO LOTE CHEIA (5000) -- "
                       "CANCELAMENTOS NÃO PODEM SER CONFERIDOS."
               DISPLAY "JOB ENCERRADO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-TAB-LOTE.
           MOVE PED-NUMERO TO WRK-LOTE-NUM(WRK-QTD-TAB-LOTE).
           MOVE "N"        TO WRK-LOTE-CANCELADO(WRK-QTD-TAB-LOTE).

      *=======COLHE DA TRILHA OS NUMEROS JA APROVADOS ("AP"), PARA A
      *=======ALCADA NAO RETER DE NOVO UM PEDIDO QUE O SUPERVISOR JA
      *=======LIBEROU, E MARCA AS SAIDAS DO LOTE CANCELADAS ("CA").
       0052-CARREGAR-APROVADOS SECTION.
           MOVE "N" TO WRK-FIM-TRILHA.
           OPEN INPUT ARQ-PEDSTAT.
                               WRK-APROVADO-NUM(WRK-QTD-APROVADOS)
                       END-IF
                   END-IF
                   IF PST-STATUS EQUAL "CA"
                       MOVE PST-NUMERO TO WRK-NUM-BUSCA
                       PERFORM 0054-BUSCAR-NO-LOTE
                       IF SAIDA-NO-LOTE
                           MOVE "S" TO WRK-LOTE-CANCELADO(WRK-IDX-CAN)
                       END-IF
                   END-IF
           END-READ.

       0054-BUSCAR-NO-LOTE SECTION.
           MOVE "N" TO WRK-LOTE-ACHADO.
           MOVE 1   TO WRK-IDX-CAN.
           PERFORM 0054A-PROCURAR-NO-LOTE
               UNTIL WRK-IDX-CAN GREATER WRK-QTD-TAB-LOTE
                  OR SAIDA-NO-LOTE.

       0054A-PROCURAR-NO-LOTE SECTION.
           IF WRK-LOTE-NUM(WRK-IDX-CAN) EQUAL WRK-NUM-BUSCA
               SET SAIDA-NO-LOTE TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-CAN
           END-IF.

       0100-CRITICAR-PEDIDO SECTION.
           PERFORM 0110-MONTAR-PEDIDO.
           IF NOT FIM-DE-PEDIDOS
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 0208-VERIFICAR-CANCELADO
               IF PEDIDO-FOI-CANCELADO
                   ADD 1 TO WRK-QTD-CANCELADOS
                   DISPLAY "PEDIDO " WRK-NUMERO " CANCELADO NO "
                           "CANCPED -- FORA DO LOTE."
               ELSE
                   PERFORM 0200-CLASSIFICAR-PEDIDO
               END-IF
           END-IF.

      *=======MESMA MONTAGEM CABECALHO + ITENS DO PROGRAMA11, SO QUE
               MOVE "MOEDA" TO WRK-REG-MOTIVO(WRK-QTD-REGS)
           ELSE
               PERFORM 0132-CRITICAR-UF
               IF WRK-REG-MOTIVO(WRK-QTD-REGS) EQUAL SPACES
                  AND WRK-TIPO-MOV EQUAL "R"
                   PERFORM 0138-CRITICAR-MOTIVO-DEV
               END-IF
               IF WRK-REG-MOTIVO(WRK-QTD-REGS) EQUAL SPACES
                   PERFORM 0134-CRITICAR-CLIENTE
               END-IF
               IF WRK-REG-MOTIVO(WRK-QTD-REGS) EQUAL SPACES
                  AND CADERNO-ENDERECO-ATIVO
                   PERFORM 0136-CRITICAR-CEP
               END-IF
           END-IF
           END-IF.

               END-IF
           END-IF.

      *=======ENDERECO DO CADERNO COM CEP INFORMADO PRECISA CAIR NUMA
      *=======ZONA DE ENTREGA DA UF DO PEDIDO. ENDERECO NAO ACHADO
      *=======AQUI SEGUE (O PROGRAMA11 IMPRIME A NOTA SEM ENDERECO).
      *=======TODO RETORNO PRECISA TRAZER UM MOTIVO DA TABELA MOTDEV.
       0138-CRITICAR-MOTIVO-DEV SECTION.
           MOVE "N" TO WRK-MOTIVO-DEV-VALIDO.
           MOVE 1 TO WRK-IDX-MOTIVO.
           PERFORM 0139-PROCURAR-MOTIVO-DEV
               UNTIL WRK-IDX-MOTIVO GREATER MOTDEV-QTD-MOTIVOS
                  OR MOTIVO-DEV-E-VALIDO.
           IF NOT MOTIVO-DEV-E-VALIDO
               MOVE "MOTIVO-DEV" TO WRK-REG-MOTIVO(WRK-QTD-REGS)
           END-IF.

       0139-PROCURAR-MOTIVO-DEV SECTION.
           IF MOTDEV-CODIGO(WRK-IDX-MOTIVO) EQUAL PED-MOTIVO-DEV
               SET MOTIVO-DEV-E-VALIDO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-MOTIVO
           END-IF.

       0136-CRITICAR-CEP  SECTION.
           IF PED-ENDERECO-COD IS NUMERIC
              AND PED-ENDERECO-COD GREATER ZEROS
               MOVE PED-CLIENTE      TO CLIEND-CLIENTE
               MOVE PED-ENDERECO-COD TO CLIEND-CODIGO
               READ ARQ-CLIENDER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIEND-CEP IS NUMERIC
                          AND CLIEND-CEP GREATER ZEROS
                           CALL "BUSCAZON" USING CLIEND-CEP
                                                 PED-ESTADO
                                                 WRK-ZONA-CODIGO
                                                 WRK-ZONA-AJUSTE
                                                 WRK-ZONA-DIAS
                                                 WRK-ZONA-ACHADA
                           IF CEP-FORA-DE-ZONA
                               MOVE "CEP-ZONA"
                                   TO WRK-REG-MOTIVO(WRK-QTD-REGS)
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0140-LER-ITEM      SECTION.
           PERFORM 0115-LER-REGISTRO.
           IF NOT FIM-DO-ARQUIVO
                  AND CRITICA-PRECO-ATIVA
                  AND (WRK-TIPO-MOV EQUAL "S"
                       OR WRK-TIPO-MOV EQUAL " ")
                  AND (PED-KIT-SEQ IS NOT NUMERIC
                       OR PED-KIT-SEQ EQUAL ZEROS)
                   PERFORM 0149-CRITICAR-PRECO
               END-IF
           END-IF.
               ADD 1 TO WRK-IDX-APR
           END-IF.

      *=======SO A SAIDA E CANCELADA; RETORNO E ESTORNO REPETEM O
      *=======NUMERO DE UMA SAIDA JA PROCESSADA, QUE NUNCA TEM "CA".
       0208-VERIFICAR-CANCELADO SECTION.
           MOVE "N" TO WRK-CANCELADO-ACHADO.
           IF WRK-NUMERO GREATER ZEROS
              AND (WRK-TIPO-MOV EQUAL "S" OR WRK-TIPO-MOV EQUAL " ")
               MOVE WRK-NUMERO TO WRK-NUM-BUSCA
               PERFORM 0054-BUSCAR-NO-LOTE
               IF SAIDA-NO-LOTE
                   IF WRK-LOTE-CANCELADO(WRK-IDX-CAN) EQUAL "S"
                       SET PEDIDO-FOI-CANCELADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *=======SAIDA REJEITADA DEVOLVE AS RESERVAS DOS SEUS ITENS,
      *=======MESMO CRITERIO DA 0248 DO PROGRAMA11 (PISO EM ZERO:
      *=======PEDIDO QUE NUNCA RESERVOU NAO DEIXA O CAMPO NEGATIVO).
           DISPLAY "PEDIDOS REJEITADOS... " WRK-QTD-REJEITADOS.
           DISPLAY "RETIDOS P/APROVAÇÃO.. " WRK-QTD-APROVACAO.
           DISPLAY "ROLADOS P/PRÓX. DIA.. " WRK-QTD-ROLADOS.
           DISPLAY "CANCELADOS (CANCPED). " WRK-QTD-CANCELADOS.
           DISPLAY "=====================================".

           CLOSE ARQ-PEDIDOS.
           IF PRECOS-ESTA-ABERTO
               CLOSE ARQ-PRECOS
           END-IF.
           IF CADERNO-ENDERECO-ATIVO
               CLOSE ARQ-CLIENDER
           END-IF.
           CLOSE ARQ-PEDPROX.

           IF WRK-QTD-REJEITADOS GREATER ZEROS
