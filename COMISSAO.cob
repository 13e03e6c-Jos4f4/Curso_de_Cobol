      *==DATA XX/XX/2026
      *==OBSERVACOES: RODAR DEPOIS DO ULTIMO FECHADIA DO MES E ANTES
      *==             DA FOLHA.
      *==   XX/XX/2026 - VISAO DIRETA DO HISTORICO ACOMPANHA OS CAMPOS
      *==                NOVOS DO PEDHIST (FILIAL E QUANTIDADE).
      *==   XX/XX/2026 - AS BASES SAEM DO RESUMO MENSAL "PEDRESUM" (LIDO
      *==                A PARTIR DO MES DE REFERENCIA PELA CHAVE), QUE
      *==                JA TRAZ POR VENDEDOR OS PEDIDOS, OS ESTORNOS E
      *==                AS DEVOLUCOES DO MES COM A PARTE DE PROMOCAO
      *==                SEPARADA -- SAEM A VARREDURA DO "PEDHIST", A
      *==                VISAO DIRETA DO HISTORICO E A LEITURA DO
      *==                "DEVAUT".
      *===========================================

       ENVIRONMENT         DIVISION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

           SELECT ARQ-COMISTAB ASSIGN TO "COMISTAB"
               ORGANIZATION INDEXED

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-COMISTAB.
           COPY COMISTAB.
           COPY COMISMES.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-COMISTAB    PIC X(02) VALUE "00".
       77  WRK-FS-COMISMES    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-FIM-PEDRESUM   PIC X(01) VALUE "N".
           88  FIM-DO-PEDRESUM         VALUE "S".

      *=======LIQUIDO DO REGISTRO DO RESUMO
       77  WRK-SAIDAS-REG     PIC S9(07) VALUE ZEROS.
       77  WRK-BASE-TOTAL-REG PIC S9(11)V99 VALUE ZEROS.
       77  WRK-BASE-PROMO-REG PIC S9(11)V99 VALUE ZEROS.

      *=======BASES ACUMULADAS POR VENDEDOR
       77  WRK-QTD-VNDS       PIC 9(03) VALUE ZEROS.
       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-RESUMO.
           PERFORM 0150-ACUMULAR-SAIDAS UNTIL FIM-DO-PEDRESUM.
           PERFORM 0500-GRAVAR-COMISSOES.
           PERFORM 0900-ENCERRAR.
           STOP RUN.
       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE LOW-VALUES         TO RSM-CHAVE.
           MOVE WRK-MES-REFERENCIA TO RSM-MES.
           START ARQ-PEDRESUM KEY NOT LESS RSM-CHAVE
               INVALID KEY
                   SET FIM-DO-PEDRESUM TO TRUE
           END-START.
           OPEN INPUT ARQ-COMISTAB.
           IF WRK-FS-COMISTAB NOT EQUAL "00"
               MOVE WRK-FS-COMISTAB TO UTIL-FS-CODIGO
           END-IF.
           OPEN OUTPUT ARQ-COMISMES.

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

      *=======BASE DO VENDEDOR = PEDIDOS DO MES MENOS OS ESTORNOS E AS
      *=======DEVOLUCOES DO MES, COM A PARTE DE PROMOCAO SEPARADA.
      *=======REGISTRO TODO ESTORNADO E SEM DEVOLUCAO FICA FORA.
       0150-ACUMULAR-SAIDAS SECTION.
           COMPUTE WRK-SAIDAS-REG = RSM-QTD-PEDIDOS - RSM-QTD-ESTORNOS.
           IF RSM-VENDEDOR GREATER ZEROS
              AND (WRK-SAIDAS-REG GREATER ZEROS
                   OR RSM-QTD-RETORNOS GREATER ZEROS)
               ADD WRK-SAIDAS-REG   TO WRK-QTD-SAIDAS
               ADD RSM-QTD-RETORNOS TO WRK-QTD-DEVOL
               COMPUTE WRK-BASE-TOTAL-REG = RSM-VALOR
                       - RSM-VALOR-ESTORNOS - RSM-VALOR-RETORNOS
               COMPUTE WRK-BASE-PROMO-REG = RSM-VALOR-PROMO
                       - RSM-ESTORNOS-PROMO - RSM-RETORNOS-PROMO
               MOVE RSM-VENDEDOR TO WRK-VENDEDOR
               PERFORM 0200-LOCALIZAR-VENDEDOR
               IF WRK-IDX-VND NOT GREATER WRK-QTD-VNDS
                   COMPUTE WRK-VND-BASE-NORMAL(WRK-IDX-VND) =
                           WRK-VND-BASE-NORMAL(WRK-IDX-VND)
                         + WRK-BASE-TOTAL-REG - WRK-BASE-PROMO-REG
                   ADD WRK-BASE-PROMO-REG
                       TO WRK-VND-BASE-PROMO(WRK-IDX-VND)
               END-IF
           END-IF.
           PERFORM 0100-LER-RESUMO.

      *=======VENDEDOR QUE NAO COUBE NA TABELA FICA FORA DA APURACAO
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
               ADD 1 TO WRK-IDX-VND
           END-IF.

       0500-GRAVAR-COMISSOES SECTION.
           MOVE 1 TO WRK-IDX-VND.
           PERFORM 0520-GRAVAR-VENDEDOR
                   " COMISSÃO " EDIT-MOEDA-SINAL.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDRESUM.
           CLOSE ARQ-COMISTAB.
           CLOSE ARQ-COMISMES.
           DISPLAY "SAÍDAS COMISSIONADAS..... " WRK-QTD-SAIDAS.
