      *==             LANCAMENTO DENTRO DO MES. SEM OS ARQUIVOS
      *==             "PROMOUSO" OU "DEVAUT" O RELATORIO SAI MESMO
      *==             ASSIM, COM AS COLUNAS ZERADAS E AVISO.
      *==   XX/XX/2026 - OS TOTAIS SAEM DO RESUMO MENSAL "PEDRESUM"
      *==                (LIDO A PARTIR DO MES DE REFERENCIA PELA
      *==                CHAVE, EM DUAS PASSADAS: PEDIDOS LIQUIDOS DOS
      *==                ESTORNOS E DEPOIS DESCONTO E DEVOLUCAO DOS
      *==                CLIENTES QUE TIVERAM SAIDA) -- SAEM A VARREDURA
      *==                DO "PEDHIST", A LEITURA DO "PROMOUSO" E DO
      *==                "DEVAUT" E A CHAMADA A DATACALC.
      *===========================================

       ENVIRONMENT         DIVISION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

           SELECT ARQ-CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.
       01  RELLUCRO-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-RELLUCRO    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-FIM-PEDRESUM   PIC X(01) VALUE "N".
           88  FIM-DO-PEDRESUM         VALUE "S".
       77  WRK-PEDIDOS-REG    PIC S9(07) VALUE ZEROS.

      *=======TOTAIS POR CLIENTE DO MES DE REFERENCIA
       77  WRK-QTD-CLIENTES   PIC 9(03) VALUE ZEROS.
       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0060-POSICIONAR-MES.
           PERFORM 0100-LER-RESUMO.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-PEDRESUM.
           PERFORM 0060-POSICIONAR-MES.
           PERFORM 0100-LER-RESUMO.
           PERFORM 0300-SOMAR-DESC-DEVOL UNTIL FIM-DO-PEDRESUM.
           PERFORM 0400-FECHAR-RESULTADOS.
           PERFORM 0450-ORDENAR.
           PERFORM 0500-IMPRIMIR.
       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           OPEN OUTPUT ARQ-RELLUCRO.

      *=======POSICIONA NO PRIMEIRO REGISTRO DO MES DE REFERENCIA
      *=======(CADA PASSADA COMECA DAQUI).
       0060-POSICIONAR-MES SECTION.
           MOVE "N"                TO WRK-FIM-PEDRESUM.
           MOVE LOW-VALUES         TO RSM-CHAVE.
           MOVE WRK-MES-REFERENCIA TO RSM-MES.
           START ARQ-PEDRESUM KEY NOT LESS RSM-CHAVE
               INVALID KEY
                   SET FIM-DO-PEDRESUM TO TRUE
           END-START.

      *=======O RESUMO ESTA EM ORDEM DE MES: O PRIMEIRO REGISTRO DE
      *=======OUTRO MES ENCERRA A LEITURA.
       0100-LER-RESUMO    SECTION.
           IF NOT FIM-DO-PEDRESUM
               READ ARQ-PEDRESUM NEXT
                   AT END
                       SET FIM-DO-PEDRESUM TO TRUE
                   NOT AT END
                       IF RSM-MES NOT EQUAL WRK-MES-REFERENCIA
                           SET FIM-DO-PEDRESUM TO TRUE
                       END-IF
               END-READ
           END-IF.

      *=======PRIMEIRA PASSADA: PEDIDOS DO MES LIQUIDOS DOS ESTORNOS
      *=======(A VENDA FOI DESFEITA); REGISTRO TODO ESTORNADO FICA
      *=======FORA. PEDIDO SEM CLIENTE (ZERADO) ENTRA AGRUPADO NO
      *=======CODIGO ZERO, PARA O TOTAL NAO MENTIR. A PONTUALIDADE JA
      *=======VEM APURADA NO RESUMO, MESMO CRITERIO DO RELTRANS.
       0150-PROCESSAR     SECTION.
           COMPUTE WRK-PEDIDOS-REG = RSM-QTD-PEDIDOS
                                   - RSM-QTD-ESTORNOS.
           IF WRK-PEDIDOS-REG GREATER ZEROS
               MOVE RSM-CLIENTE TO WRK-CLI-PROCURADO
               PERFORM 0200-LOCALIZAR-CLIENTE
               IF WRK-IDX-CLI NOT GREATER WRK-QTD-CLIENTES
                   ADD WRK-PEDIDOS-REG TO WRK-CLI-PEDIDOS(WRK-IDX-CLI)
                   COMPUTE WRK-CLI-RECEITA(WRK-IDX-CLI) =
                           WRK-CLI-RECEITA(WRK-IDX-CLI)
                         + RSM-VALOR - RSM-VALOR-ESTORNOS
                   COMPUTE WRK-CLI-FRETE(WRK-IDX-CLI) =
                           WRK-CLI-FRETE(WRK-IDX-CLI)
                         + RSM-FRETE - RSM-FRETE-ESTORNOS
                   COMPUTE WRK-CLI-APURADOS(WRK-IDX-CLI) =
                           WRK-CLI-APURADOS(WRK-IDX-CLI)
                         + RSM-QTD-NO-PRAZO + RSM-QTD-ATRASADOS
                   ADD RSM-DIAS-ATRASO TO WRK-CLI-DIAS-ATR(WRK-IDX-CLI)
               END-IF
           END-IF.
           PERFORM 0100-LER-RESUMO.

      *=======CLIENTE QUE NAO COUBE NA TABELA FICA FORA DO RANKING
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
               ADD 1 TO WRK-IDX-CLI
           END-IF.

      *=======SEGUNDA PASSADA: DESCONTO DE PROMOCAO E DEVOLUCOES
      *=======AUTORIZADAS DO MES (PELO VALOR DE RETORNO ACEITO PELO
      *=======PROGRAMA11). SO ENTRA CLIENTE QUE JA ESTA NA TABELA
      *=======(TEVE SAIDA NO MES).
       0300-SOMAR-DESC-DEVOL SECTION.
           IF RSM-DESCONTO NOT EQUAL ZEROS
              OR RSM-VALOR-RETORNOS NOT EQUAL ZEROS
               MOVE RSM-CLIENTE TO WRK-CLI-PROCURADO
               MOVE "N" TO WRK-CLI-ENCONTRADO
               MOVE 1   TO WRK-IDX-CLI
               PERFORM 0210-PROCURAR-CLIENTE
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLIENTES
                      OR CLI-FOI-ENCONTRADO
               IF CLI-FOI-ENCONTRADO
                   ADD RSM-DESCONTO
                       TO WRK-CLI-DESCONTO(WRK-IDX-CLI)
                   ADD RSM-VALOR-RETORNOS
                       TO WRK-CLI-DEVOLUCAO(WRK-IDX-CLI)
               END-IF
           END-IF.
           PERFORM 0100-LER-RESUMO.

       0400-FECHAR-RESULTADOS SECTION.
           MOVE 1 TO WRK-IDX-CLI.
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDRESUM.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-RELLUCRO.
           DISPLAY "RANKING GRAVADO EM RELLUCRO.".
