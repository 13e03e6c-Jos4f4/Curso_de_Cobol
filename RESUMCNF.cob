       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMCNF.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONFERENCIA E RECONSTRUCAO DO RESUMO MENSAL DO
      *    ==          HISTORICO DE PEDIDOS ("PEDRESUM"): REFAZ OS
      *    ==          TOTAIS A PARTIR DO DETALHE -- "PEDHIST"
      *    ==          (PEDIDOS, ESTORNOS E ENTREGAS), "PROMOUSO"
      *    ==          (DESCONTOS) E "DEVAUT" (DEVOLUCOES) -- NUM
      *    ==          ARQUIVO DE TRABALHO ("RESUMTMP") E, CONFORME O
      *    ==          CARTAO SYSIN:
      *    ==            CONFERE    - COMPARA REGISTRO A REGISTRO COM O
      *    ==                         RESUMO E LISTA AS DIFERENCAS NO
      *    ==                         RELATORIO "RESUMCNF";
      *    ==            RECONSTROI - REGRAVA O RESUMO INTEIRO COM OS
      *    ==                         TOTAIS REFEITOS E UM REGISTRO DE
      *    ==                         CONTROLE NOVO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A CONFERENCIA RODA TODA SEMANA NO FECHADIA;
      *==             DIFERENCA DEVOLVE RETURN-CODE 0004 E A OPERACAO
      *==             RODA A RECONSTRUCAO. RECONSTROI FORA DA JANELA
      *==             DO LOTE (DEPOIS DO FECHADIA E ANTES DO
      *==             SEGUINTE): A MARCA DE CONTROLE PASSA A SER A
      *==             HORA DA RECONSTRUCAO, E UM RESULTADO AINDA NAO
      *==             SOMADO PELO RESUMPED SERIA CONTADO DUAS VEZES.
      *==             TAMBEM E A CARGA INICIAL DO RESUMO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PROMOUSO ASSIGN TO "PROMOUSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMOUSO.

           SELECT ARQ-DEVAUT   ASSIGN TO "DEVAUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEVAUT.

           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

      *=======ARQUIVO DE TRABALHO COM O MESMO LAYOUT DO RESUMO, MONTADO
      *=======A PARTIR DO DETALHE.
           SELECT ARQ-RESUMTMP ASSIGN TO "RESUMTMP"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTMP-CHAVE
               FILE STATUS IS WRK-FS-RESUMTMP.

           SELECT ARQ-RESUMCNF ASSIGN TO "RESUMCNF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESUMCNF.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PROMOUSO.
           COPY PROMOUSO.

       FD  ARQ-DEVAUT.
           COPY DEVAUT.

       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-RESUMTMP.
       01  RESUMTMP-REC.
           05  RTMP-CHAVE.
               10  RTMP-MES            PIC X(06).
               10  RTMP-CLIENTE        PIC 9(06).
               10  RTMP-ESTADO         PIC X(02).
               10  RTMP-TRANSPORTADORA PIC 9(03).
               10  RTMP-VENDEDOR       PIC 9(04).
               10  RTMP-FILIAL         PIC 9(02).
           05  RTMP-TOTAIS.
               10  RTMP-QTD-PEDIDOS    PIC S9(07).
               10  RTMP-VALOR          PIC S9(11)V99.
               10  RTMP-FRETE          PIC S9(11)V99.
               10  RTMP-DESCONTO       PIC S9(11)V99.
               10  RTMP-UNIDADES       PIC S9(09).
               10  RTMP-VALOR-PROMO    PIC S9(11)V99.
               10  RTMP-QTD-RETORNOS   PIC S9(07).
               10  RTMP-VALOR-RETORNOS PIC S9(11)V99.
               10  RTMP-RETORNOS-PROMO PIC S9(11)V99.
               10  RTMP-QTD-ESTORNOS   PIC S9(07).
               10  RTMP-VALOR-ESTORNOS PIC S9(11)V99.
               10  RTMP-FRETE-ESTORNOS PIC S9(11)V99.
               10  RTMP-ESTORNOS-PROMO PIC S9(11)V99.
               10  RTMP-UNID-ESTORNADAS PIC S9(09).
               10  RTMP-QTD-NO-PRAZO   PIC S9(07).
               10  RTMP-QTD-ATRASADOS  PIC S9(07).
               10  RTMP-DIAS-ATRASO    PIC S9(09).
           05  RTMP-DATA-ATUALIZ       PIC X(08).

       FD  ARQ-RESUMCNF.
       01  RESUMCNF-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PROMOUSO    PIC X(02) VALUE "00".
       77  WRK-FS-DEVAUT      PIC X(02) VALUE "00".
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-RESUMTMP    PIC X(02) VALUE "00".
       77  WRK-FS-RESUMCNF    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MODO           PIC X(10) VALUE SPACES.
           88  MODO-CONFERE            VALUE "CONFERE".
           88  MODO-RECONSTROI         VALUE "RECONSTROI".
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-HORA-INICIO    PIC X(08) VALUE SPACES.
       77  WRK-MES-RESUMO     PIC X(06) VALUE SPACES.
       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".
       77  WRK-FIM-PROMOUSO   PIC X(01) VALUE "N".
           88  FIM-DO-PROMOUSO         VALUE "S".
       77  WRK-FIM-DEVAUT     PIC X(01) VALUE "N".
           88  FIM-DO-DEVAUT           VALUE "S".
       77  WRK-FIM-PEDRESUM   PIC X(01) VALUE "N".
           88  FIM-DO-PEDRESUM         VALUE "S".
       77  WRK-FIM-RESUMTMP   PIC X(01) VALUE "N".
           88  FIM-DO-RESUMTMP         VALUE "S".
       77  WRK-PROMOUSO-ATIVO PIC X(01) VALUE "N".
           88  PROMOUSO-DISPONIVEL     VALUE "S".
       77  WRK-DEVAUT-ATIVO   PIC X(01) VALUE "N".
           88  DEVAUT-DISPONIVEL       VALUE "S".
       77  WRK-PEDRESUM-ATIVO PIC X(01) VALUE "N".
           88  PEDRESUM-DISPONIVEL     VALUE "S".
       77  WRK-RESUMO-NOVO    PIC X(01) VALUE "N".
           88  RESUMO-E-NOVO           VALUE "S".
       77  WRK-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.

      *=======CHAVES CORRENTES DO CASAMENTO RESUMO X DETALHE (HIGH-
      *=======VALUES NO FIM DE CADA ARQUIVO).
       77  WRK-CHAVE-RESUMO   PIC X(23) VALUE SPACES.
       77  WRK-CHAVE-DETALHE  PIC X(23) VALUE SPACES.
       77  WRK-CAMPOS-DIF     PIC X(80) VALUE SPACES.
       77  WRK-PONTEIRO       PIC 9(03) VALUE ZEROS.
       77  WRK-PED-RESUMO     PIC -(06)9 VALUE ZEROS.
       77  WRK-PED-DETALHE    PIC -(06)9 VALUE ZEROS.
       01  WRK-CHAVE-LINHA.
           05  WRK-LIN-MES            PIC X(06).
           05  WRK-LIN-CLIENTE        PIC 9(06).
           05  WRK-LIN-ESTADO         PIC X(02).
           05  WRK-LIN-TRANSPORTADORA PIC 9(03).
           05  WRK-LIN-VENDEDOR       PIC 9(04).
           05  WRK-LIN-FILIAL         PIC 9(02).

      *=======CAMPOS DA CHAMADA A DATACALC (DIAS DE ATRASO)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======CONTADORES
       77  WRK-QTD-PEDIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DESCONTOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DEVOLUCOES PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-HIST   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REGISTROS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CONFERIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SO-RESUMO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SO-DETALHE PIC 9(07) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           ACCEPT WRK-MODO.
           IF NOT MODO-CONFERE AND NOT MODO-RECONSTROI
               DISPLAY "CARTÃO SYSIN INVÁLIDO (" WRK-MODO
                       ") -- USE CONFERE OU RECONSTROI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0050-ABRIR.
           PERFORM 0200-MONTAR-PEDIDOS.
           PERFORM 0300-MONTAR-DESCONTOS.
           PERFORM 0350-MONTAR-DEVOLUCOES.
           IF MODO-CONFERE
               PERFORM 0400-CONFERIR
           ELSE
               PERFORM 0500-RECONSTRUIR
           END-IF.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SEM PROMOUSO OU DEVAUT AINDA CRIADOS NAO HA DESCONTO OU
      *=======DEVOLUCAO A SOMAR; QUALQUER OUTRO STATUS PARA O PROGRAMA,
      *=======PARA NAO RECONSTRUIR UM RESUMO INCOMPLETO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE   FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PROMOUSO.
           EVALUATE WRK-FS-PROMOUSO
               WHEN "00"
                   SET PROMOUSO-DISPONIVEL TO TRUE
               WHEN "35"
                   SET FIM-DO-PROMOUSO TO TRUE
               WHEN OTHER
                   MOVE WRK-FS-PROMOUSO TO UTIL-FS-CODIGO
                   MOVE "PROMOUSO"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-EVALUATE.
           OPEN INPUT ARQ-DEVAUT.
           EVALUATE WRK-FS-DEVAUT
               WHEN "00"
                   SET DEVAUT-DISPONIVEL TO TRUE
               WHEN "35"
                   SET FIM-DO-DEVAUT TO TRUE
               WHEN OTHER
                   MOVE WRK-FS-DEVAUT TO UTIL-FS-CODIGO
                   MOVE "DEVAUT"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-EVALUATE.
           OPEN OUTPUT ARQ-RESUMTMP.
           CLOSE ARQ-RESUMTMP.
           OPEN I-O ARQ-RESUMTMP.
           IF WRK-FS-RESUMTMP NOT EQUAL "00"
               MOVE WRK-FS-RESUMTMP TO UTIL-FS-CODIGO
               MOVE "RESUMTMP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RESUMCNF.
           IF WRK-FS-RESUMCNF NOT EQUAL "00"
               MOVE WRK-FS-RESUMCNF TO UTIL-FS-CODIGO
               MOVE "RESUMCNF"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO RESUMCNF-LINHA.
           IF MODO-CONFERE
               STRING "CONFERENCIA DO RESUMO DE PEDIDOS (PEDRESUM X "
                      "PEDHIST/PROMOUSO/DEVAUT) - " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO RESUMCNF-LINHA
           ELSE
               STRING "RECONSTRUCAO DO RESUMO DE PEDIDOS (PEDRESUM) "
                      "A PARTIR DO HISTORICO - " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO RESUMCNF-LINHA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RESUMCNF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======CADA PEDIDO DO HISTORICO NO MES DELE: A SAIDA, O ESTORNO
      *=======(QUANDO ESTORNADO) OU A PONTUALIDADE DA ENTREGA (QUANDO
      *=======ENTREGUE COM DATA PROMETIDA). ESTORNADO NAO CONTA A
      *=======ENTREGA -- O RESUMPED SOMA NA ENTREGA E TIRA NO ESTORNO.
       0200-MONTAR-PEDIDOS SECTION.
           PERFORM 0210-LER-PEDHIST.
           PERFORM 0220-SOMAR-PEDIDO UNTIL FIM-DO-PEDHIST.

       0210-LER-PEDHIST   SECTION.
           READ ARQ-PEDHIST NEXT
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

       0220-SOMAR-PEDIDO  SECTION.
           MOVE PHIST-DATA-PROC(1:6) TO WRK-MES-RESUMO.
           PERFORM 0600-LOCALIZAR-RESUMO.
           ADD 1                TO RTMP-QTD-PEDIDOS.
           ADD PHIST-VALOR      TO RTMP-VALOR.
           ADD PHIST-FRETE      TO RTMP-FRETE.
           ADD PHIST-QUANTIDADE TO RTMP-UNIDADES.
           IF PHIST-PROMO NOT EQUAL SPACES
               ADD PHIST-VALOR TO RTMP-VALOR-PROMO
           END-IF.
           IF PHIST-ESTORNADO
               ADD 1                TO RTMP-QTD-ESTORNOS
               ADD PHIST-VALOR      TO RTMP-VALOR-ESTORNOS
               ADD PHIST-FRETE      TO RTMP-FRETE-ESTORNOS
               ADD PHIST-QUANTIDADE TO RTMP-UNID-ESTORNADAS
               IF PHIST-PROMO NOT EQUAL SPACES
                   ADD PHIST-VALOR TO RTMP-ESTORNOS-PROMO
               END-IF
           ELSE
               PERFORM 0250-APURAR-ATRASO
               IF WRK-DIAS-ATRASO EQUAL ZEROS
                   ADD 1 TO RTMP-QTD-NO-PRAZO
               END-IF
               IF WRK-DIAS-ATRASO GREATER ZEROS
                   ADD 1 TO RTMP-QTD-ATRASADOS
                   ADD WRK-DIAS-ATRASO TO RTMP-DIAS-ATRASO
               END-IF
           END-IF.
           PERFORM 0650-GRAVAR-RESUMO.
           ADD 1 TO WRK-QTD-PEDIDOS.
           PERFORM 0210-LER-PEDHIST.

      *=======WRK-DIAS-ATRASO: -1 = SEM DADOS (SEM DATA DE ENTREGA OU
      *=======SEM PROMESSA), 0 = NO PRAZO, >0 = DIAS DE ATRASO.
       0250-APURAR-ATRASO SECTION.
           MOVE -1 TO WRK-DIAS-ATRASO.
           IF PHIST-DATA-ENTREGA NOT EQUAL SPACES
              AND PHIST-DATA-ENTREGA NOT EQUAL ZEROS
              AND PHIST-DATA-PROMETIDA NOT EQUAL SPACES
              AND PHIST-DATA-PROMETIDA NOT EQUAL ZEROS
               MOVE PHIST-DATA-PROMETIDA TO WRK-CALC-DATA1
               MOVE PHIST-DATA-ENTREGA   TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               IF WRK-CALC-RESULT-DIAS GREATER ZEROS
                   MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ATRASO
               ELSE
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
           END-IF.

      *=======DESCONTO DE PROMOCAO: NO MES E NAS DIMENSOES DO PEDIDO.
       0300-MONTAR-DESCONTOS SECTION.
           PERFORM 0310-LER-PROMOUSO.
           PERFORM 0320-SOMAR-DESCONTO UNTIL FIM-DO-PROMOUSO.

       0310-LER-PROMOUSO  SECTION.
           IF PROMOUSO-DISPONIVEL
               READ ARQ-PROMOUSO
                   AT END
                       SET FIM-DO-PROMOUSO TO TRUE
               END-READ
           END-IF.

       0320-SOMAR-DESCONTO SECTION.
           MOVE PUSO-NUMERO-PEDIDO TO PHIST-NUMERO.
           READ ARQ-PEDHIST
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-HIST
               NOT INVALID KEY
                   MOVE PHIST-DATA-PROC(1:6) TO WRK-MES-RESUMO
                   PERFORM 0600-LOCALIZAR-RESUMO
                   ADD PUSO-DESCONTO TO RTMP-DESCONTO
                   PERFORM 0650-GRAVAR-RESUMO
                   ADD 1 TO WRK-QTD-DESCONTOS
           END-READ.
           PERFORM 0310-LER-PROMOUSO.

      *=======DEVOLUCAO: NO MES DA DEVOLUCAO, NAS DIMENSOES DO PEDIDO.
       0350-MONTAR-DEVOLUCOES SECTION.
           PERFORM 0360-LER-DEVAUT.
           PERFORM 0370-SOMAR-DEVOLUCAO UNTIL FIM-DO-DEVAUT.

       0360-LER-DEVAUT    SECTION.
           IF DEVAUT-DISPONIVEL
               READ ARQ-DEVAUT
                   AT END
                       SET FIM-DO-DEVAUT TO TRUE
               END-READ
           END-IF.

       0370-SOMAR-DEVOLUCAO SECTION.
           MOVE DEV-NUMERO TO PHIST-NUMERO.
           READ ARQ-PEDHIST
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-HIST
               NOT INVALID KEY
                   MOVE DEV-DATA(1:6) TO WRK-MES-RESUMO
                   PERFORM 0600-LOCALIZAR-RESUMO
                   ADD 1                 TO RTMP-QTD-RETORNOS
                   ADD DEV-VALOR-RETORNO TO RTMP-VALOR-RETORNOS
                   IF PHIST-PROMO NOT EQUAL SPACES
                       ADD DEV-VALOR-RETORNO TO RTMP-RETORNOS-PROMO
                   END-IF
                   PERFORM 0650-GRAVAR-RESUMO
                   ADD 1 TO WRK-QTD-DEVOLUCOES
           END-READ.
           PERFORM 0360-LER-DEVAUT.

      *=======CASAMENTO PELA CHAVE ENTRE O RESUMO GRAVADO E O REFEITO
      *=======DO DETALHE; O REGISTRO DE CONTROLE (MES "000000") NAO
      *=======ENTRA. RESUMO AINDA NAO CRIADO CONFERE COMO VAZIO.
       0400-CONFERIR      SECTION.
           CLOSE ARQ-RESUMTMP.
           OPEN INPUT ARQ-RESUMTMP.
           OPEN INPUT ARQ-PEDRESUM.
           EVALUATE WRK-FS-PEDRESUM
               WHEN "00"
                   SET PEDRESUM-DISPONIVEL TO TRUE
               WHEN "35"
                   SET FIM-DO-PEDRESUM TO TRUE
                   MOVE "RESUMO PEDRESUM AINDA NAO CRIADO."
                       TO RESUMCNF-LINHA
                   PERFORM 0800-GRAVAR-LINHA
               WHEN OTHER
                   MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
                   MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-EVALUATE.
           PERFORM 0410-LER-RESUMO.
           PERFORM 0420-LER-DETALHE.
           PERFORM 0430-CASAR-CHAVES
               UNTIL FIM-DO-PEDRESUM AND FIM-DO-RESUMTMP.
           MOVE ALL "=" TO RESUMCNF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RESUMCNF-LINHA.
           STRING "REGISTROS CONFERIDOS: " WRK-QTD-CONFERIDOS
                  "  DIVERGENTES: " WRK-QTD-DIVERGENTES
                  "  SO NO RESUMO: " WRK-QTD-SO-RESUMO
                  "  SO NO DETALHE: " WRK-QTD-SO-DETALHE
               DELIMITED BY SIZE INTO RESUMCNF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-DIVERGENTES GREATER ZEROS
              OR WRK-QTD-SO-RESUMO GREATER ZEROS
              OR WRK-QTD-SO-DETALHE GREATER ZEROS
               MOVE 4 TO RETURN-CODE
               MOVE "RESUMO DIFERENTE DO HISTORICO -- RODAR O RESUMCNF "
                   TO RESUMCNF-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "COM O CARTAO RECONSTROI FORA DA JANELA DO LOTE."
                   TO RESUMCNF-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE ARQ-RESUMTMP.
           IF PEDRESUM-DISPONIVEL
               CLOSE ARQ-PEDRESUM
           END-IF.

      *=======O REGISTRO DE CONTROLE E O PRIMEIRO DA CHAVE E E PULADO.
       0410-LER-RESUMO    SECTION.
           PERFORM 0415-LER-PROXIMO-RESUMO.
           IF NOT FIM-DO-PEDRESUM AND RSM-MES EQUAL "000000"
               PERFORM 0415-LER-PROXIMO-RESUMO
           END-IF.
           MOVE HIGH-VALUES TO WRK-CHAVE-RESUMO.
           IF NOT FIM-DO-PEDRESUM
               MOVE RSM-CHAVE TO WRK-CHAVE-RESUMO
           END-IF.

       0415-LER-PROXIMO-RESUMO SECTION.
           IF NOT FIM-DO-PEDRESUM
               READ ARQ-PEDRESUM NEXT
                   AT END
                       SET FIM-DO-PEDRESUM TO TRUE
               END-READ
           END-IF.

       0420-LER-DETALHE   SECTION.
           MOVE HIGH-VALUES TO WRK-CHAVE-DETALHE.
           READ ARQ-RESUMTMP NEXT
               AT END
                   SET FIM-DO-RESUMTMP TO TRUE
               NOT AT END
                   MOVE RTMP-CHAVE TO WRK-CHAVE-DETALHE
           END-READ.

       0430-CASAR-CHAVES  SECTION.
           EVALUATE TRUE
               WHEN WRK-CHAVE-RESUMO LESS WRK-CHAVE-DETALHE
                   ADD 1 TO WRK-QTD-SO-RESUMO
                   MOVE "SO NO RESUMO" TO WRK-CAMPOS-DIF
                   MOVE WRK-CHAVE-RESUMO TO WRK-CHAVE-LINHA
                   MOVE RSM-QTD-PEDIDOS  TO WRK-PED-RESUMO
                   MOVE ZEROS            TO WRK-PED-DETALHE
                   PERFORM 0460-LINHA-DIFERENCA
                   PERFORM 0410-LER-RESUMO
               WHEN WRK-CHAVE-RESUMO GREATER WRK-CHAVE-DETALHE
                   ADD 1 TO WRK-QTD-SO-DETALHE
                   MOVE "SO NO DETALHE" TO WRK-CAMPOS-DIF
                   MOVE WRK-CHAVE-DETALHE TO WRK-CHAVE-LINHA
                   MOVE ZEROS             TO WRK-PED-RESUMO
                   MOVE RTMP-QTD-PEDIDOS  TO WRK-PED-DETALHE
                   PERFORM 0460-LINHA-DIFERENCA
                   PERFORM 0420-LER-DETALHE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CONFERIDOS
                   PERFORM 0440-COMPARAR-TOTAIS
                   PERFORM 0410-LER-RESUMO
                   PERFORM 0420-LER-DETALHE
           END-EVALUATE.

      *=======LISTA O NOME DE CADA TOTAL QUE NAO BATE.
       0440-COMPARAR-TOTAIS SECTION.
           MOVE SPACES TO WRK-CAMPOS-DIF.
           MOVE 1      TO WRK-PONTEIRO.
           IF RSM-QTD-PEDIDOS NOT EQUAL RTMP-QTD-PEDIDOS
              OR RSM-VALOR NOT EQUAL RTMP-VALOR
              OR RSM-FRETE NOT EQUAL RTMP-FRETE
              OR RSM-UNIDADES NOT EQUAL RTMP-UNIDADES
              OR RSM-VALOR-PROMO NOT EQUAL RTMP-VALOR-PROMO
               STRING "PEDIDOS " DELIMITED BY SIZE
                   INTO WRK-CAMPOS-DIF WITH POINTER WRK-PONTEIRO
           END-IF.
           IF RSM-DESCONTO NOT EQUAL RTMP-DESCONTO
               STRING "DESCONTO " DELIMITED BY SIZE
                   INTO WRK-CAMPOS-DIF WITH POINTER WRK-PONTEIRO
           END-IF.
           IF RSM-QTD-RETORNOS NOT EQUAL RTMP-QTD-RETORNOS
              OR RSM-VALOR-RETORNOS NOT EQUAL RTMP-VALOR-RETORNOS
              OR RSM-RETORNOS-PROMO NOT EQUAL RTMP-RETORNOS-PROMO
               STRING "DEVOLUCOES " DELIMITED BY SIZE
                   INTO WRK-CAMPOS-DIF WITH POINTER WRK-PONTEIRO
           END-IF.
           IF RSM-QTD-ESTORNOS NOT EQUAL RTMP-QTD-ESTORNOS
              OR RSM-VALOR-ESTORNOS NOT EQUAL RTMP-VALOR-ESTORNOS
              OR RSM-FRETE-ESTORNOS NOT EQUAL RTMP-FRETE-ESTORNOS
              OR RSM-ESTORNOS-PROMO NOT EQUAL RTMP-ESTORNOS-PROMO
              OR RSM-UNID-ESTORNADAS NOT EQUAL RTMP-UNID-ESTORNADAS
               STRING "ESTORNOS " DELIMITED BY SIZE
                   INTO WRK-CAMPOS-DIF WITH POINTER WRK-PONTEIRO
           END-IF.
           IF RSM-QTD-NO-PRAZO NOT EQUAL RTMP-QTD-NO-PRAZO
              OR RSM-QTD-ATRASADOS NOT EQUAL RTMP-QTD-ATRASADOS
              OR RSM-DIAS-ATRASO NOT EQUAL RTMP-DIAS-ATRASO
               STRING "ENTREGAS " DELIMITED BY SIZE
                   INTO WRK-CAMPOS-DIF WITH POINTER WRK-PONTEIRO
           END-IF.
           IF WRK-CAMPOS-DIF NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE WRK-CHAVE-RESUMO TO WRK-CHAVE-LINHA
               MOVE RSM-QTD-PEDIDOS  TO WRK-PED-RESUMO
               MOVE RTMP-QTD-PEDIDOS TO WRK-PED-DETALHE
               PERFORM 0460-LINHA-DIFERENCA
           END-IF.

      *=======UMA LINHA POR CHAVE COM DIFERENCA: A CHAVE, OS PEDIDOS
      *=======DE CADA LADO E O QUE NAO BATE.
       0460-LINHA-DIFERENCA SECTION.
           MOVE SPACES TO RESUMCNF-LINHA.
           STRING WRK-LIN-MES " CLI " WRK-LIN-CLIENTE
                  " UF " WRK-LIN-ESTADO
                  " TRN " WRK-LIN-TRANSPORTADORA
                  " VND " WRK-LIN-VENDEDOR
                  " FIL " WRK-LIN-FILIAL
                  " PED RESUMO " WRK-PED-RESUMO
                  " DETALHE " WRK-PED-DETALHE
                  " - " WRK-CAMPOS-DIF
               DELIMITED BY SIZE INTO RESUMCNF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======O RESUMO E REGRAVADO INTEIRO; A MARCA DE CONTROLE VIRA A
      *=======HORA DO INICIO DA RECONSTRUCAO (AS ENTREGAS ATE AQUI JA
      *=======ESTAO NO HISTORICO).
       0500-RECONSTRUIR   SECTION.
           CLOSE ARQ-RESUMTMP.
           OPEN INPUT ARQ-RESUMTMP.
           OPEN OUTPUT ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "000000" TO RSM-MES.
           MOVE ZEROS    TO RSM-CLIENTE.
           MOVE SPACES   TO RSM-ESTADO.
           MOVE ZEROS    TO RSM-TRANSPORTADORA.
           MOVE ZEROS    TO RSM-VENDEDOR.
           MOVE ZEROS    TO RSM-FILIAL.
           MOVE SPACES          TO RSM-CONTROLE.
           MOVE WRK-DATA-HOJE   TO RSM-ULT-EVENTO-DATA.
           MOVE WRK-HORA-INICIO TO RSM-ULT-EVENTO-HORA.
           MOVE WRK-DATA-HOJE   TO RSM-ULT-CARGA.
           MOVE WRK-DATA-HOJE   TO RSM-DATA-ATUALIZ.
           PERFORM 0520-GRAVAR-PEDRESUM.
           PERFORM 0420-LER-DETALHE.
           PERFORM 0510-COPIAR-REGISTRO UNTIL FIM-DO-RESUMTMP.
           CLOSE ARQ-RESUMTMP.
           CLOSE ARQ-PEDRESUM.
           MOVE SPACES TO RESUMCNF-LINHA.
           STRING "RESUMO RECONSTRUIDO: " WRK-QTD-REGISTROS
                  " REGISTROS. MARCA DE ENTREGAS: " WRK-DATA-HOJE " "
                  WRK-HORA-INICIO
               DELIMITED BY SIZE INTO RESUMCNF-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0510-COPIAR-REGISTRO SECTION.
           MOVE RESUMTMP-REC TO PEDRESUM-REC.
           PERFORM 0520-GRAVAR-PEDRESUM.
           ADD 1 TO WRK-QTD-REGISTROS.
           PERFORM 0420-LER-DETALHE.

       0520-GRAVAR-PEDRESUM SECTION.
           WRITE PEDRESUM-REC.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======LE (OU PREPARA ZERADO) O REGISTRO DE TRABALHO DO MES
      *=======WRK-MES-RESUMO NAS DIMENSOES DO PEDIDO LIDO NO HISTORICO.
       0600-LOCALIZAR-RESUMO SECTION.
           MOVE WRK-MES-RESUMO       TO RTMP-MES.
           MOVE PHIST-CLIENTE        TO RTMP-CLIENTE.
           MOVE PHIST-ESTADO         TO RTMP-ESTADO.
           MOVE PHIST-TRANSPORTADORA TO RTMP-TRANSPORTADORA.
           MOVE PHIST-VENDEDOR       TO RTMP-VENDEDOR.
           MOVE PHIST-FILIAL         TO RTMP-FILIAL.
           READ ARQ-RESUMTMP
               INVALID KEY
                   SET RESUMO-E-NOVO TO TRUE
                   INITIALIZE RTMP-TOTAIS
               NOT INVALID KEY
                   MOVE "N" TO WRK-RESUMO-NOVO
           END-READ.

       0650-GRAVAR-RESUMO SECTION.
           MOVE WRK-DATA-HOJE TO RTMP-DATA-ATUALIZ.
           IF RESUMO-E-NOVO
               WRITE RESUMTMP-REC
           ELSE
               REWRITE RESUMTMP-REC
           END-IF.
           IF WRK-FS-RESUMTMP NOT EQUAL "00"
               MOVE WRK-FS-RESUMTMP TO UTIL-FS-CODIGO
               MOVE "RESUMTMP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RESUMCNF-LINHA.
           IF WRK-FS-RESUMCNF NOT EQUAL "00"
               MOVE WRK-FS-RESUMCNF TO UTIL-FS-CODIGO
               MOVE "RESUMCNF"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDHIST.
           IF PROMOUSO-DISPONIVEL
               CLOSE ARQ-PROMOUSO
           END-IF.
           IF DEVAUT-DISPONIVEL
               CLOSE ARQ-DEVAUT
           END-IF.
           CLOSE ARQ-RESUMCNF.
           DISPLAY "PEDIDOS DO HISTÓRICO...... " WRK-QTD-PEDIDOS.
           DISPLAY "DESCONTOS (PROMOUSO)...... " WRK-QTD-DESCONTOS.
           DISPLAY "DEVOLUÇÕES (DEVAUT)....... " WRK-QTD-DEVOLUCOES.
           DISPLAY "SEM PEDIDO NO HISTÓRICO... " WRK-QTD-SEM-HIST.
           IF MODO-CONFERE
               DISPLAY "REGISTROS CONFERIDOS...... " WRK-QTD-CONFERIDOS
               DISPLAY "DIVERGENTES............... "
                       WRK-QTD-DIVERGENTES
               DISPLAY "SÓ NO RESUMO.............. " WRK-QTD-SO-RESUMO
               DISPLAY "SÓ NO DETALHE............. " WRK-QTD-SO-DETALHE
           ELSE
               DISPLAY "REGISTROS RECONSTRUÍDOS... " WRK-QTD-REGISTROS
           END-IF.

       COPY FSERROPR.
