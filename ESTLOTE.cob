      *==                PRIMEIRO LOTE CONSUMIDO SAI NO MOVEST
      *==                (MOV-LOTE). O RELVENCI COBRA OS LOTES
      *==                VENCENDO.
      *==   XX/XX/2026 - CADA LINHA TRAZ A DATA DO MOVIMENTO (MLT-DATA,
      *==                EM BRANCO = DATA DO DIA), GRAVADA NO MOVEST;
      *==                LINHA DATADA EM MES JA FECHADO NO CONTROLE DE
      *==                PERIODOS ("PERIODO", PERIODPR) VAI PARA O
      *==                "MOVREJ" COMO "PER-FECHADO".
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTES.

           SELECT ARQ-PERIODO   ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

           SELECT ARQ-LOTESEQ   ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
      *=======SEGUNDA VISAO DO SALDO POR LOTE, SO LEITURA SEQUENCIAL,
      *=======PARA A VARREDURA FEFO (MESMO ESQUEMA DE DUAS VISOES DO
      *=======CONTAREC NO PROGRAMA11).
       FD  ARQ-PERIODO.
           COPY PERIODO.

       FD  ARQ-LOTESEQ.
       01  LOTESEQ-REC.
           05  LSQ-CHAVE.
       77  WRK-FS-PEDCOMP     PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY NUMCHECK.
           COPY PERIODWS.

      *=======CASAMENTO DE ENTRADA COM PEDIDO DE COMPRA (REFERENCIA
      *======="PC" + NUMERO), COM DEGRADACAO COM AVISO SEM O ARQUIVO.
       77  WRK-FIM-MOVLOTE    PIC X(01) VALUE "N".
           88  FIM-DO-MOVLOTE          VALUE "S".
       77  WRK-MOTIVO         PIC X(12) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC X(08) VALUE SPACES.
       77  WRK-SALDO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-NOVO     PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CUSTO-MEDIO-NOVO PIC 9(07)V9(04) VALUE ZEROS.
       0150-PROCESSAR     SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0200-CRITICAR-LINHA.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0205-CRITICAR-PERIODO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0210-CRITICAR-COMPRA
           END-IF.
               END-IF
           END-IF.

      *=======A LINHA SEM DATA E DO DIA; DATADA EM MES JA FECHADO,
      *=======E REJEITADA -- A CONTABILIDADE DAQUELE MES JA FOI
      *=======ENVIADA.
       0205-CRITICAR-PERIODO SECTION.
           MOVE MLT-DATA TO WRK-DATA-MOVIMENTO.
           IF WRK-DATA-MOVIMENTO EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-MOVIMENTO TO UTIL-PER-DATA.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               MOVE "PER-FECHADO" TO WRK-MOTIVO
           END-IF.

      *=======ENTRADA COM REFERENCIA "PC" + NUMERO SO PASSA CASANDO
      *=======COM UM PEDIDO DE COMPRA EM ABERTO, DO MESMO PRODUTO E
      *=======COM CUSTO DENTRO DA TOLERANCIA SOBRE O ACORDADO.

       0350-GRAVAR-HISTORICO SECTION.
           MOVE SPACES TO MOVEST-LINHA.
           MOVE WRK-DATA-MOVIMENTO TO MOV-DATA.
           MOVE MLT-PRODUTO TO MOV-PRODUTO.
           MOVE MLT-TIPO    TO MOV-TIPO.
           IF MLT-BAIXA

       COPY FSERROPR.
       COPY NUMCHECKPR.
       COPY PERIODPR.
