       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPONTO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: FECHAMENTO MENSAL DOS PONTOS DE FIDELIDADE:
      *    ==          LE O RAZAO "PONTOS" NA ORDEM DA CHAVE, VENCE OS
      *    ==          LOTES QUE COMPLETARAM 12 MESES (O SALDO VAI
      *    ==          PARA PTO-VENCIDOS) E IMPRIME, PARA CADA
      *    ==          CLIENTE, O EXTRATO DOS LOTES EM ABERTO (COM O
      *    ==          MES EM QUE VENCEM) E DOS VENCIDOS NO MES, O
      *    ==          SALDO ATUAL EM PONTOS E EM REAIS E O QUANTO
      *    ==          VENCE NO PROXIMO MES (RELATORIO "EXTPONTO").
      *==DATA XX/XX/2026
      *==OBSERVACOES: O LOTE VALE 12 MESES CONTANDO O DO GANHO E VENCE
      *==             NO FECHAMENTO DO ULTIMO (REFERENCIA + 11). O
      *==             VALOR EM REAIS SAI DO PARAMETRO "VALPONTO"
      *==             VIGENTE NA DATA (BUSCAPAR). CLIENTE SEM LOTE
      *==             ABERTO E SEM VENCIMENTO NO MES NAO SAI NO
      *==             EXTRATO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PONTOS   ASSIGN TO "PONTOS"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-EXTPONTO ASSIGN TO "EXTPONTO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTPONTO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PONTOS.
           COPY PONTOS.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-EXTPONTO.
       01  EXTPONTO-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PONTOS      PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-EXTPONTO    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-PONTOS     PIC X(01) VALUE "N".
           88  FIM-DOS-PONTOS          VALUE "S".
       77  WRK-CLIENTE-ATUAL  PIC 9(06) VALUE ZEROS.
       77  WRK-CABECALHO-CLI  PIC X(01) VALUE "N".
           88  CABECALHO-CLI-IMPRESSO  VALUE "S".
       77  WRK-LOTE-NO-EXTRATO PIC X(01) VALUE "N".
           88  LOTE-ENTRA-NO-EXTRATO   VALUE "S".
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-VENCIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXTRATOS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PONTOS-VENCIDOS PIC 9(09) VALUE ZEROS.

      *=======MES DO EXTRATO, ULTIMO MES QUE VENCE AGORA E MES QUE
      *=======VENCE NO PROXIMO FECHAMENTO
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       77  WRK-DATA-SISTEMA-X PIC X(08) VALUE SPACES.
       01  WRK-MES-EXTRATO.
           05  WRK-ME-ANO     PIC 9(04).
           05  WRK-ME-MES     PIC 9(02).
       01  WRK-MES-VENCE-HOJE.
           05  WRK-MH-ANO     PIC 9(04).
           05  WRK-MH-MES     PIC 9(02).
       01  WRK-MES-A-VENCER.
           05  WRK-MV-ANO     PIC 9(04).
           05  WRK-MV-MES     PIC 9(02).
       01  WRK-MES-VENCTO.
           05  WRK-MVT-ANO    PIC 9(04).
           05  WRK-MVT-MES    PIC 9(02).
       01  WRK-REFERENCIA-R.
           05  WRK-REF-ANO    PIC 9(04).
           05  WRK-REF-MES    PIC 9(02).

      *=======VALOR DO PONTO EM REAIS (BUSCAPAR)
       77  WRK-PARM-CODIGO    PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR     PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO    PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO    VALUE "S".
       77  WRK-VALOR-PONTO    PIC 9(08)V9(04) VALUE ZEROS.

      *=======SALDOS DO CLIENTE EM PONTOS
       77  WRK-SALDO-CLI      PIC 9(09) VALUE ZEROS.
       77  WRK-A-VENCER-CLI   PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-CLI      PIC 9(10)V99 VALUE ZEROS.

      *=======EDICAO DA LINHA
       77  WRK-GANHOS-ED      PIC ZZZZZZ9.
       77  WRK-DEVOLV-ED      PIC ZZZZZZ9.
       77  WRK-ESTORN-ED      PIC ZZZZZZ9.
       77  WRK-RESGAT-ED      PIC ZZZZZZ9.
       77  WRK-VENCID-ED      PIC ZZZZZZ9.
       77  WRK-SALDO-ED       PIC ZZZZZZ9.
       77  WRK-TOTAL-ED       PIC ZZZZZZZZ9.
       77  WRK-A-VENCER-ED    PIC ZZZZZZZZ9.
       77  WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SITUACAO-ED    PIC X(09) VALUE SPACES.
       77  WRK-DETALHE-ED     PIC X(30) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-PONTOS.
           PERFORM 0200-PROCESSAR UNTIL FIM-DOS-PONTOS.
           PERFORM 0400-FECHAR-CLIENTE.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-SISTEMA-X.
           MOVE WRK-DS-ANO TO WRK-ME-ANO.
           MOVE WRK-DS-MES TO WRK-ME-MES.
      *=======VENCE AGORA O LOTE DE 11 MESES ATRAS (E OS MAIS ANTIGOS)
           IF WRK-DS-MES EQUAL 12
               MOVE WRK-DS-ANO TO WRK-MH-ANO
               MOVE 1 TO WRK-MH-MES
           ELSE
               COMPUTE WRK-MH-ANO = WRK-DS-ANO - 1
               COMPUTE WRK-MH-MES = WRK-DS-MES + 1
           END-IF.
      *=======VENCE NO PROXIMO MES O LOTE DE 10 MESES ATRAS
           IF WRK-DS-MES GREATER 10
               MOVE WRK-DS-ANO TO WRK-MV-ANO
               COMPUTE WRK-MV-MES = WRK-DS-MES - 10
           ELSE
               COMPUTE WRK-MV-ANO = WRK-DS-ANO - 1
               COMPUTE WRK-MV-MES = WRK-DS-MES + 2
           END-IF.
           MOVE "VALPONTO" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-SISTEMA-X
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-VALOR-PONTO
           ELSE
               DISPLAY "PARÂMETRO VALPONTO NÃO CADASTRADO. SALDO "
                       "SAI SEM VALOR EM REAIS."
           END-IF.
           OPEN I-O ARQ-PONTOS.
           IF WRK-FS-PONTOS NOT EQUAL "00"
               MOVE WRK-FS-PONTOS TO UTIL-FS-CODIGO
               MOVE "PONTOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-EXTPONTO.
           IF WRK-FS-EXTPONTO NOT EQUAL "00"
               MOVE WRK-FS-EXTPONTO TO UTIL-FS-CODIGO
               MOVE "EXTPONTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO EXTPONTO-LINHA.
           STRING "EXTRATO DE PONTOS DE FIDELIDADE - MES "
                  WRK-MES-EXTRATO
               DELIMITED BY SIZE INTO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0100-LER-PONTOS    SECTION.
           READ ARQ-PONTOS NEXT
               AT END
                   SET FIM-DOS-PONTOS TO TRUE
           END-READ.

       0200-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PTO-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               PERFORM 0400-FECHAR-CLIENTE
               MOVE PTO-CLIENTE TO WRK-CLIENTE-ATUAL
               MOVE ZEROS TO WRK-SALDO-CLI
               MOVE ZEROS TO WRK-A-VENCER-CLI
               MOVE "N"   TO WRK-CABECALHO-CLI
           END-IF.
           IF PTO-ABERTO
              AND PTO-REFERENCIA NOT GREATER WRK-MES-VENCE-HOJE
               PERFORM 0250-VENCER-LOTE
           END-IF.
           MOVE "N" TO WRK-LOTE-NO-EXTRATO.
           IF PTO-ABERTO
               SET LOTE-ENTRA-NO-EXTRATO TO TRUE
               ADD PTO-SALDO TO WRK-SALDO-CLI
               IF PTO-REFERENCIA EQUAL WRK-MES-A-VENCER
                   ADD PTO-SALDO TO WRK-A-VENCER-CLI
               END-IF
           ELSE
               IF PTO-DATA-BAIXA(1:6) EQUAL WRK-MES-EXTRATO
                   SET LOTE-ENTRA-NO-EXTRATO TO TRUE
               END-IF
           END-IF.
           IF LOTE-ENTRA-NO-EXTRATO
               IF NOT CABECALHO-CLI-IMPRESSO
                   PERFORM 0300-CABECALHO-CLIENTE
               END-IF
               PERFORM 0350-LINHA-LOTE
           END-IF.
           PERFORM 0100-LER-PONTOS.

      *=======O SALDO QUE SOBROU NO LOTE VENCE INTEIRO; O LOTE FICA NO
      *=======RAZAO COMO VENCIDO, PARA O EXTRATO E O RELPONTO.
       0250-VENCER-LOTE   SECTION.
           ADD PTO-SALDO TO PTO-VENCIDOS.
           ADD PTO-SALDO TO WRK-TOT-PONTOS-VENCIDOS.
           MOVE ZEROS TO PTO-SALDO.
           SET PTO-VENCIDO TO TRUE.
           MOVE WRK-DATA-SISTEMA-X TO PTO-DATA-BAIXA.
           REWRITE PONTOS-REC.
           IF WRK-FS-PONTOS NOT EQUAL "00"
               MOVE WRK-FS-PONTOS TO UTIL-FS-CODIGO
               MOVE "PONTOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-VENCIDOS.

       0300-CABECALHO-CLIENTE SECTION.
           SET CABECALHO-CLI-IMPRESSO TO TRUE.
           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE WRK-CLIENTE-ATUAL TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO CLI-NOME
           END-READ.
           MOVE SPACES TO EXTPONTO-LINHA.
           STRING "CLIENTE " WRK-CLIENTE-ATUAL " " CLI-NOME
               DELIMITED BY SIZE INTO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO EXTPONTO-LINHA.
           STRING "  REF.    GANHOS DEVOLVID ESTORNAD RESGATAD  "
                  "VENCIDOS   SALDO  SITUACAO DETALHE"
               DELIMITED BY SIZE INTO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======LOTE ABERTO MOSTRA QUANDO VENCE; LOTE VENCIDO MOSTRA A
      *=======DATA DA BAIXA.
       0350-LINHA-LOTE    SECTION.
           MOVE PTO-GANHOS     TO WRK-GANHOS-ED.
           MOVE PTO-DEVOLVIDOS TO WRK-DEVOLV-ED.
           MOVE PTO-ESTORNADOS TO WRK-ESTORN-ED.
           MOVE PTO-RESGATADOS TO WRK-RESGAT-ED.
           MOVE PTO-VENCIDOS   TO WRK-VENCID-ED.
           MOVE PTO-SALDO      TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-DETALHE-ED.
           IF PTO-ABERTO
               MOVE "ABERTO"  TO WRK-SITUACAO-ED
               PERFORM 0360-MES-VENCIMENTO
               STRING "VENCE EM " WRK-MES-VENCTO
                   DELIMITED BY SIZE INTO WRK-DETALHE-ED
           ELSE
               MOVE "VENCIDO" TO WRK-SITUACAO-ED
               STRING "EM " PTO-DATA-BAIXA
                   DELIMITED BY SIZE INTO WRK-DETALHE-ED
           END-IF.
           MOVE SPACES TO EXTPONTO-LINHA.
           STRING "  " PTO-REFERENCIA " " WRK-GANHOS-ED " "
                  WRK-DEVOLV-ED " " WRK-ESTORN-ED " " WRK-RESGAT-ED
                  "   " WRK-VENCID-ED " " WRK-SALDO-ED "  "
                  WRK-SITUACAO-ED WRK-DETALHE-ED
               DELIMITED BY SIZE INTO EXTPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0360-MES-VENCIMENTO SECTION.
           MOVE PTO-REFERENCIA TO WRK-REFERENCIA-R.
           IF WRK-REF-MES GREATER 1
               COMPUTE WRK-MVT-ANO = WRK-REF-ANO + 1
               COMPUTE WRK-MVT-MES = WRK-REF-MES - 1
           ELSE
               MOVE WRK-REF-ANO TO WRK-MVT-ANO
               MOVE 12 TO WRK-MVT-MES
           END-IF.

       0400-FECHAR-CLIENTE SECTION.
           IF CABECALHO-CLI-IMPRESSO
               MOVE WRK-SALDO-CLI    TO WRK-TOTAL-ED
               MOVE WRK-A-VENCER-CLI TO WRK-A-VENCER-ED
               COMPUTE WRK-VALOR-CLI ROUNDED =
                       WRK-SALDO-CLI * WRK-VALOR-PONTO
               MOVE WRK-VALOR-CLI    TO WRK-VALOR-ED
               MOVE SPACES TO EXTPONTO-LINHA
               STRING "  SALDO ATUAL " WRK-TOTAL-ED " PONTOS (R$"
                      WRK-VALOR-ED ")   VENCE NO PROXIMO MES "
                      WRK-A-VENCER-ED " PONTOS"
                   DELIMITED BY SIZE INTO EXTPONTO-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "=" TO EXTPONTO-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "N" TO WRK-CABECALHO-CLI
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE EXTPONTO-LINHA.
           IF WRK-FS-EXTPONTO NOT EQUAL "00"
               MOVE WRK-FS-EXTPONTO TO UTIL-FS-CODIGO
               MOVE "EXTPONTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PONTOS.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-EXTPONTO.
           DISPLAY "LOTES DE PONTOS LIDOS.......... " WRK-QTD-LIDOS.
           DISPLAY "LOTES VENCIDOS NO MES.......... " WRK-QTD-VENCIDOS.
           DISPLAY "PONTOS VENCIDOS NO MES......... "
                   WRK-TOT-PONTOS-VENCIDOS.
           DISPLAY "EXTRATOS IMPRESSOS............. " WRK-QTD-EXTRATOS.

       COPY FSERROPR.
