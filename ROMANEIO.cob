      *==                LINHA DO ARQUIVO CRESCE DE 100 PARA 132
      *==                POSICOES. EM BRANCO = ENTREGA NO ENDERECO
      *==                DO CADASTRO.
      *==   XX/XX/2026 - PEDIDOS DE UM EMBARQUE CONSOLIDADO
      *==                (RES-EMBARQUE, FORMADO PELA CONSOLID) SAEM
      *==                NOS DOIS MANIFESTOS COMO UMA SO LINHA DE
      *==                CARGA, COM O NUMERO DO EMBARQUE, A QUANTIDADE
      *==                DE PEDIDOS E O VALOR E O PESO SOMADOS; NA
      *==                FOLHA DE CARGA O EMBARQUE NUNCA E DIVIDIDO
      *==                ENTRE DOIS VEICULOS. A TRILHA "RO" CONTINUA
      *==                SAINDO POR PEDIDO, E AS CONTAGENS DE PEDIDOS
      *==                DOS TOTAIS NAO MUDAM.
      *===========================================

       ENVIRONMENT         DIVISION.
               10  WRK-TRN-VALOR  PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TRN-PESO   PIC 9(07)V99 VALUE ZEROS.

      *=======EMBARQUES CONSOLIDADOS DO DIA (RES-EMBARQUE), COM OS
      *=======TOTAIS E A MARCA DE JA LISTADO EM CADA MANIFESTO.
      *=======EMBARQUE QUE NAO COUBE NA TABELA SAI PEDIDO A PEDIDO.
       77  WRK-QTD-EMBS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-EMB        PIC 9(03) VALUE ZEROS.
       77  WRK-EMB-ENCONTRADO PIC X(01) VALUE "N".
           88  EMB-FOI-ENCONTRADO      VALUE "S".
       77  WRK-AVISO-TAB-EMB  PIC X(01) VALUE "N".
           88  AVISO-TAB-EMB-DADO      VALUE "S".
       77  WRK-PESO-LINHA     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LINHA-CARGA    PIC X(01) VALUE "S".
           88  LINHA-VAI-NA-CARGA      VALUE "S".

       01  WRK-TOTAIS-EMB.
           05  WRK-EMB-ITEM OCCURS 200 TIMES.
               10  WRK-EMB-NUMERO  PIC 9(08) VALUE ZEROS.
               10  WRK-EMB-QTD     PIC 9(03) VALUE ZEROS.
               10  WRK-EMB-VALOR   PIC 9(10)V99 VALUE ZEROS.
               10  WRK-EMB-PESO    PIC 9(07)V99 VALUE ZEROS.
               10  WRK-EMB-LIST-UF PIC X(01) VALUE "N".
               10  WRK-EMB-LIST-TRN PIC X(01) VALUE "N".

       01  WRK-DESCR-EMBARQUE.
           05  FILLER             PIC X(19)
                                  VALUE "EMB. CONSOLIDADO - ".
           05  WRK-DESCR-QTD      PIC 9(03).
           05  FILLER             PIC X(08) VALUE " PEDIDOS".

       77  WRK-PESO-ED        PIC ZZ.ZZ9,99.
       COPY EDITMOEDA.

           IF TIPO-E-SAIDA
               PERFORM 0200-ACUMULAR-UF
               PERFORM 0250-ACUMULAR-TRANSP
               IF RES-EMBARQUE IS NUMERIC
                  AND RES-EMBARQUE GREATER ZEROS
                   PERFORM 0270-ACUMULAR-EMBARQUE
               END-IF
           END-IF.
           PERFORM 0100-LER-RESULTADO.

               ADD 1 TO WRK-IDX-TRN
           END-IF.

      *=======MESMA LOGICA, PELO NUMERO DO EMBARQUE CONSOLIDADO.
       0270-ACUMULAR-EMBARQUE SECTION.
           PERFORM 0280-PROCURAR-EMBARQUE.
           IF NOT EMB-FOI-ENCONTRADO
               IF WRK-QTD-EMBS LESS 200
                   ADD 1 TO WRK-QTD-EMBS
                   MOVE WRK-QTD-EMBS  TO WRK-IDX-EMB
                   MOVE RES-EMBARQUE  TO WRK-EMB-NUMERO(WRK-IDX-EMB)
                   SET EMB-FOI-ENCONTRADO TO TRUE
               ELSE
                   IF NOT AVISO-TAB-EMB-DADO
                       DISPLAY "MAIS DE 200 EMBARQUES CONSOLIDADOS "
                               "NO DIA -- EXCEDENTES LISTADOS POR "
                               "PEDIDO."
                       SET AVISO-TAB-EMB-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF EMB-FOI-ENCONTRADO
               ADD 1         TO WRK-EMB-QTD(WRK-IDX-EMB)
               ADD RES-VALOR TO WRK-EMB-VALOR(WRK-IDX-EMB)
               ADD RES-PESO  TO WRK-EMB-PESO(WRK-IDX-EMB)
           END-IF.

      *=======PEDIDO SEM EMBARQUE (OU COM EMBARQUE FORA DA TABELA)
      *=======VOLTA COM EMB-FOI-ENCONTRADO DESLIGADO.
       0280-PROCURAR-EMBARQUE SECTION.
           MOVE "N" TO WRK-EMB-ENCONTRADO.
           IF RES-EMBARQUE IS NUMERIC
              AND RES-EMBARQUE GREATER ZEROS
               MOVE 1 TO WRK-IDX-EMB
               PERFORM 0285-COMPARAR-EMBARQUE
                   UNTIL WRK-IDX-EMB GREATER WRK-QTD-EMBS
                      OR EMB-FOI-ENCONTRADO
           END-IF.

       0285-COMPARAR-EMBARQUE SECTION.
           IF WRK-EMB-NUMERO(WRK-IDX-EMB) EQUAL RES-EMBARQUE
               SET EMB-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-EMB
           END-IF.

      *=======UM MANIFESTO POR UF: CABECALHO, UMA LINHA POR PEDIDO DA
      *=======UF (SEGUNDA LEITURA DO RESULTADO) E OS TOTAIS DA UF.
       0300-IMPRIMIR-MANIFESTO SECTION.
           IF TIPO-E-SAIDA
              AND RES-ESTADO EQUAL WRK-UF-MANIFESTO
              AND WRK-FILIAL-RES EQUAL WRK-FILIAL-MANIFESTO
               PERFORM 0280-PROCURAR-EMBARQUE
               IF NOT EMB-FOI-ENCONTRADO
                   PERFORM 0370-MONTAR-DETALHE
                   PERFORM 0800-GRAVAR-LINHA
               ELSE
                   IF WRK-EMB-LIST-UF(WRK-IDX-EMB) NOT EQUAL "S"
                       MOVE "S" TO WRK-EMB-LIST-UF(WRK-IDX-EMB)
                       PERFORM 0370-MONTAR-DETALHE
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
               END-IF
               PERFORM 0850-GRAVAR-STATUS
           END-IF.
           PERFORM 0100-LER-RESULTADO.

      *=======LINHA DE DETALHE DO PEDIDO OU, NO EMBARQUE CONSOLIDADO
      *=======(EMB-FOI-ENCONTRADO), DO EMBARQUE INTEIRO: NUMERO DO
      *=======EMBARQUE, QUANTIDADE DE PEDIDOS E TOTAIS. OS PEDIDOS DO
      *=======EMBARQUE VAO PARA O MESMO ENDERECO.
       0370-MONTAR-DETALHE SECTION.
           IF EMB-FOI-ENCONTRADO
               MOVE WRK-EMB-NUMERO(WRK-IDX-EMB) TO WRK-DET-NUMERO
               MOVE WRK-EMB-QTD(WRK-IDX-EMB)    TO WRK-DESCR-QTD
               MOVE WRK-DESCR-EMBARQUE          TO WRK-DET-PRODUTO
               MOVE WRK-EMB-VALOR(WRK-IDX-EMB)  TO WRK-DET-VALOR
               MOVE WRK-EMB-PESO(WRK-IDX-EMB)   TO WRK-DET-PESO
           ELSE
               MOVE RES-NUMERO  TO WRK-DET-NUMERO
               MOVE RES-PRODUTO TO WRK-DET-PRODUTO
               MOVE RES-VALOR   TO WRK-DET-VALOR
               MOVE RES-PESO    TO WRK-DET-PESO
           END-IF.
           PERFORM 0360-RESOLVER-ENDERECO.
           MOVE WRK-LIN-DETALHE TO ROMANEIO-LINHA.

      *=======ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO (CADERNO
      *======="CLIENDER"); EM BRANCO QUANDO A ENTREGA E NO ENDERECO
           END-IF.
           PERFORM 0100-LER-RESULTADO.

      *=======O EMBARQUE CONSOLIDADO ENTRA NA CARGA DE UMA VEZ, NO
      *=======PRIMEIRO PEDIDO DELE, COM O PESO DO EMBARQUE INTEIRO; OS
      *=======DEMAIS PEDIDOS DO EMBARQUE JA ESTAO NESSA LINHA.
       0630-LINHA-CARGA   SECTION.
           MOVE "S"      TO WRK-LINHA-CARGA.
           MOVE RES-PESO TO WRK-PESO-LINHA.
           PERFORM 0280-PROCURAR-EMBARQUE.
           IF EMB-FOI-ENCONTRADO
               IF WRK-EMB-LIST-TRN(WRK-IDX-EMB) EQUAL "S"
                   MOVE "N" TO WRK-LINHA-CARGA
               ELSE
                   MOVE "S" TO WRK-EMB-LIST-TRN(WRK-IDX-EMB)
                   MOVE WRK-EMB-PESO(WRK-IDX-EMB) TO WRK-PESO-LINHA
               END-IF
           END-IF.
           IF LINHA-VAI-NA-CARGA
               PERFORM 0640-CARREGAR-LINHA
           END-IF.

       0640-CARREGAR-LINHA SECTION.
           IF WRK-CAPACIDADE-KG GREATER ZEROS
              AND WRK-QTD-CARGA GREATER ZEROS
               COMPUTE WRK-PESO-CARGA = WRK-PESO-CARGA + WRK-PESO-LINHA
               IF WRK-PESO-CARGA GREATER WRK-CAPACIDADE-KG
                   SUBTRACT WRK-PESO-LINHA FROM WRK-PESO-CARGA
                   PERFORM 0660-FECHAR-CARGA
                   ADD 1 TO WRK-NUM-CARGA
                   MOVE ZEROS TO WRK-PESO-CARGA
                   MOVE ZEROS TO WRK-QTD-CARGA
                   PERFORM 0650-TITULO-CARGA
                   ADD WRK-PESO-LINHA TO WRK-PESO-CARGA
               END-IF
           ELSE
               ADD WRK-PESO-LINHA TO WRK-PESO-CARGA
           END-IF.
           IF EMB-FOI-ENCONTRADO
               ADD WRK-EMB-QTD(WRK-IDX-EMB) TO WRK-QTD-CARGA
           ELSE
               ADD 1 TO WRK-QTD-CARGA
           END-IF.
           PERFORM 0370-MONTAR-DETALHE.
           PERFORM 0800-GRAVAR-LINHA.

       0650-TITULO-CARGA  SECTION.
