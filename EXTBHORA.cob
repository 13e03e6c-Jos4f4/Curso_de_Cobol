       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTBHORA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: EXTRATO MENSAL DO BANCO DE HORAS POR
      *    ==          FUNCIONARIO: LE O RAZAO "BCOHORAS" NA ORDEM DA
      *    ==          CHAVE E IMPRIME, PARA CADA FUNCIONARIO, OS
      *    ==          LOTES EM ABERTO (COM O MES EM QUE VENCEM) E OS
      *    ==          BAIXADOS NO MES (COMPENSADOS, PAGOS PELA FOLHA
      *    ==          OU DESCONTADOS NO DESLIGAMENTO), O SALDO ATUAL
      *    ==          E O QUANTO VENCE NO PROXIMO MES (RELATORIO
      *    ==          "EXTBHORA"), PARA O RH ENTREGAR AO FUNCIONARIO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: HORAS EM DECIMAL (MINUTOS / 60). LOTE POSITIVO
      *==             VENCE 6 MESES DEPOIS DO MES DE REFERENCIA, COMO
      *==             NA FOLHA. FUNCIONARIO SEM LOTE ABERTO E SEM
      *==             BAIXA NO MES NAO SAI NO EXTRATO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BCOHORAS ASSIGN TO "BCOHORAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WRK-FS-BCOHORAS.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-EXTBHORA ASSIGN TO "EXTBHORA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTBHORA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BCOHORAS.
           COPY BCOHORAS.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-EXTBHORA.
       01  EXTBHORA-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BCOHORAS    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-EXTBHORA    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-BCOHORAS   PIC X(01) VALUE "N".
           88  FIM-DE-BCOHORAS         VALUE "S".
       77  WRK-FUNC-ATUAL     PIC 9(04) VALUE ZEROS.
       77  WRK-CABECALHO-FUNC PIC X(01) VALUE "N".
           88  CABECALHO-FUNC-IMPRESSO VALUE "S".
       77  WRK-LOTE-NO-EXTRATO PIC X(01) VALUE "N".
           88  LOTE-ENTRA-NO-EXTRATO   VALUE "S".
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXTRATOS   PIC 9(05) VALUE ZEROS.

      *=======MES DO EXTRATO E MES CUJOS LOTES VENCEM NO PROXIMO
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       01  WRK-MES-EXTRATO.
           05  WRK-ME-ANO     PIC 9(04).
           05  WRK-ME-MES     PIC 9(02).
       01  WRK-MES-A-VENCER.
           05  WRK-MV-ANO     PIC 9(04).
           05  WRK-MV-MES     PIC 9(02).
       01  WRK-MES-VENCTO.
           05  WRK-MVT-ANO    PIC 9(04).
           05  WRK-MVT-MES    PIC 9(02).
       01  WRK-REFERENCIA-R.
           05  WRK-REF-ANO    PIC 9(04).
           05  WRK-REF-MES    PIC 9(02).

      *=======SALDOS DO FUNCIONARIO EM MINUTOS
       77  WRK-SALDO-FUNC     PIC S9(07) VALUE ZEROS.
       77  WRK-A-VENCER-FUNC  PIC 9(07) VALUE ZEROS.

      *=======EDICAO DA LINHA
       77  WRK-HORAS          PIC S9(05)V99 VALUE ZEROS.
       77  WRK-CREDITO-ED     PIC ZZZZ9,99.
       77  WRK-DEBITO-ED      PIC ZZZZ9,99.
       77  WRK-SALDO-ED       PIC -ZZZZ9,99.
       77  WRK-BAIXA-ED       PIC -ZZZZ9,99.
       77  WRK-VALOR-ED       PIC ZZZ.ZZ9.
       77  WRK-SITUACAO-ED    PIC X(11) VALUE SPACES.
       77  WRK-DETALHE-ED     PIC X(30) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-BCOHORAS.
           PERFORM 0200-PROCESSAR UNTIL FIM-DE-BCOHORAS.
           PERFORM 0400-FECHAR-FUNCIONARIO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DS-ANO TO WRK-ME-ANO.
           MOVE WRK-DS-MES TO WRK-ME-MES.
      *=======VENCE NO PROXIMO MES O LOTE DE 5 MESES ATRAS
           MOVE WRK-DS-ANO TO WRK-MV-ANO.
           IF WRK-DS-MES GREATER 5
               COMPUTE WRK-MV-MES = WRK-DS-MES - 5
           ELSE
               SUBTRACT 1 FROM WRK-MV-ANO
               COMPUTE WRK-MV-MES = WRK-DS-MES + 7
           END-IF.
           OPEN INPUT ARQ-BCOHORAS.
           IF WRK-FS-BCOHORAS NOT EQUAL "00"
               MOVE WRK-FS-BCOHORAS TO UTIL-FS-CODIGO
               MOVE "BCOHORAS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR NOT EQUAL "00"
               MOVE WRK-FS-FUNCIONAR TO UTIL-FS-CODIGO
               MOVE "FUNCIONAR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-EXTBHORA.
           IF WRK-FS-EXTBHORA NOT EQUAL "00"
               MOVE WRK-FS-EXTBHORA TO UTIL-FS-CODIGO
               MOVE "EXTBHORA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO EXTBHORA-LINHA.
           STRING "EXTRATO DO BANCO DE HORAS - MES " WRK-MES-EXTRATO
               DELIMITED BY SIZE INTO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0100-LER-BCOHORAS  SECTION.
           READ ARQ-BCOHORAS NEXT
               AT END
                   SET FIM-DE-BCOHORAS TO TRUE
           END-READ.

       0200-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF BCH-FUNCIONARIO NOT EQUAL WRK-FUNC-ATUAL
               PERFORM 0400-FECHAR-FUNCIONARIO
               MOVE BCH-FUNCIONARIO TO WRK-FUNC-ATUAL
               MOVE ZEROS TO WRK-SALDO-FUNC
               MOVE ZEROS TO WRK-A-VENCER-FUNC
               MOVE "N"   TO WRK-CABECALHO-FUNC
           END-IF.
           MOVE "N" TO WRK-LOTE-NO-EXTRATO.
           IF BCH-ABERTO
               SET LOTE-ENTRA-NO-EXTRATO TO TRUE
               ADD BCH-SALDO-MIN TO WRK-SALDO-FUNC
               IF BCH-SALDO-MIN GREATER ZEROS
                  AND BCH-REFERENCIA NOT GREATER WRK-MES-A-VENCER
                   ADD BCH-SALDO-MIN TO WRK-A-VENCER-FUNC
               END-IF
           ELSE
               IF BCH-DATA-BAIXA(1:6) EQUAL WRK-MES-EXTRATO
                   SET LOTE-ENTRA-NO-EXTRATO TO TRUE
               END-IF
           END-IF.
           IF LOTE-ENTRA-NO-EXTRATO
               IF NOT CABECALHO-FUNC-IMPRESSO
                   PERFORM 0300-CABECALHO-FUNCIONARIO
               END-IF
               PERFORM 0350-LINHA-LOTE
           END-IF.
           PERFORM 0100-LER-BCOHORAS.

       0300-CABECALHO-FUNCIONARIO SECTION.
           SET CABECALHO-FUNC-IMPRESSO TO TRUE.
           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE WRK-FUNC-ATUAL TO FUNC-CODIGO.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO FUNC-NOME
                   MOVE SPACES TO FUNC-DEPARTAMENTO
           END-READ.
           MOVE SPACES TO EXTBHORA-LINHA.
           STRING "FUNCIONARIO " WRK-FUNC-ATUAL " " FUNC-NOME
                  "  DEPARTAMENTO " FUNC-DEPARTAMENTO
               DELIMITED BY SIZE INTO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO EXTBHORA-LINHA.
           STRING "  REF.     CREDITO   DEBITO     SALDO  SITUACAO   "
                  "DETALHE"
               DELIMITED BY SIZE INTO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======LOTE ABERTO MOSTRA QUANDO VENCE (SO O POSITIVO VENCE);
      *=======LOTE BAIXADO MOSTRA A DATA, AS HORAS E O VALOR DA BAIXA.
       0350-LINHA-LOTE    SECTION.
           COMPUTE WRK-HORAS ROUNDED = BCH-MIN-CREDITO / 60.
           MOVE WRK-HORAS TO WRK-CREDITO-ED.
           COMPUTE WRK-HORAS ROUNDED = BCH-MIN-DEBITO / 60.
           MOVE WRK-HORAS TO WRK-DEBITO-ED.
           COMPUTE WRK-HORAS ROUNDED = BCH-SALDO-MIN / 60.
           MOVE WRK-HORAS TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-DETALHE-ED.
           EVALUATE TRUE
               WHEN BCH-ABERTO
                   MOVE "ABERTO"     TO WRK-SITUACAO-ED
                   IF BCH-SALDO-MIN GREATER ZEROS
                       PERFORM 0360-MES-VENCIMENTO
                       STRING "VENCE EM " WRK-MES-VENCTO
                           DELIMITED BY SIZE INTO WRK-DETALHE-ED
                   ELSE
                       MOVE "DESCONTO SO NO DESLIGAMENTO"
                           TO WRK-DETALHE-ED
                   END-IF
               WHEN BCH-COMPENSADO
                   MOVE "COMPENSADO" TO WRK-SITUACAO-ED
                   STRING "EM " BCH-DATA-BAIXA
                       DELIMITED BY SIZE INTO WRK-DETALHE-ED
               WHEN BCH-PAGO
                   MOVE "PAGO"       TO WRK-SITUACAO-ED
                   PERFORM 0370-DETALHE-BAIXA
               WHEN BCH-DESCONTADO
                   MOVE "DESCONTADO" TO WRK-SITUACAO-ED
                   PERFORM 0370-DETALHE-BAIXA
               WHEN OTHER
                   MOVE BCH-SITUACAO TO WRK-SITUACAO-ED
           END-EVALUATE.
           MOVE SPACES TO EXTBHORA-LINHA.
           STRING "  " BCH-REFERENCIA " " WRK-CREDITO-ED " "
                  WRK-DEBITO-ED " " WRK-SALDO-ED "  "
                  WRK-SITUACAO-ED WRK-DETALHE-ED
               DELIMITED BY SIZE INTO EXTBHORA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0360-MES-VENCIMENTO SECTION.
           MOVE BCH-REFERENCIA TO WRK-REFERENCIA-R.
           MOVE WRK-REF-ANO TO WRK-MVT-ANO.
           IF WRK-REF-MES GREATER 6
               ADD 1 TO WRK-MVT-ANO
               COMPUTE WRK-MVT-MES = WRK-REF-MES - 6
           ELSE
               COMPUTE WRK-MVT-MES = WRK-REF-MES + 6
           END-IF.

       0370-DETALHE-BAIXA SECTION.
           COMPUTE WRK-HORAS ROUNDED = BCH-MIN-BAIXA / 60.
           MOVE WRK-HORAS       TO WRK-BAIXA-ED.
           MOVE BCH-VALOR-BAIXA TO WRK-VALOR-ED.
           STRING BCH-DATA-BAIXA " " WRK-BAIXA-ED "H R$" WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-DETALHE-ED.

       0400-FECHAR-FUNCIONARIO SECTION.
           IF CABECALHO-FUNC-IMPRESSO
               COMPUTE WRK-HORAS ROUNDED = WRK-SALDO-FUNC / 60
               MOVE WRK-HORAS TO WRK-SALDO-ED
               COMPUTE WRK-HORAS ROUNDED = WRK-A-VENCER-FUNC / 60
               MOVE WRK-HORAS TO WRK-BAIXA-ED
               MOVE SPACES TO EXTBHORA-LINHA
               STRING "  SALDO ATUAL (H) " WRK-SALDO-ED
                      "   VENCE NO PROXIMO MES (H) " WRK-BAIXA-ED
                   DELIMITED BY SIZE INTO EXTBHORA-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "=" TO EXTBHORA-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "N" TO WRK-CABECALHO-FUNC
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE EXTBHORA-LINHA.
           IF WRK-FS-EXTBHORA NOT EQUAL "00"
               MOVE WRK-FS-EXTBHORA TO UTIL-FS-CODIGO
               MOVE "EXTBHORA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BCOHORAS.
           CLOSE ARQ-FUNCIONAR.
           CLOSE ARQ-EXTBHORA.
           DISPLAY "LOTES DO BANCO DE HORAS LIDOS.. " WRK-QTD-LIDOS.
           DISPLAY "EXTRATOS IMPRESSOS............. " WRK-QTD-EXTRATOS.

       COPY FSERROPR.
