       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGVIA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: SEGUNDA VIA DE NOTA PARA O ATENDIMENTO: DADO O
      *    ==          NUMERO DO PEDIDO, OU O CLIENTE E UM PERIODO DE
      *    ==          EMISSAO, PROCURA A NOTA (LINHAS DE ITEM E LINHA
      *    ==          DE TOTAIS) NO ARQUIVO MORTO "NOTAFARQ" E NA
      *    ==          "NOTAFISC" E REIMPRIME CADA NOTA ACHADA NO
      *    ==          ARQUIVO DE IMPRESSAO "SEGVIA", CARIMBADA
      *    ==          "SEGUNDA VIA" COM A DATA DA REIMPRESSAO E O
      *    ==          OPERADOR -- NO LUGAR DE PROCURAR A NOTA NOS
      *    ==          SPOOLS ANTIGOS. CADA REIMPRESSAO GRAVA UMA
      *    ==          LINHA NO "AUDITLOG".
      *==DATA XX/XX/2026
      *==OBSERVACOES: O OPERADOR VEM DO ARQUIVO "SESSAO" (SIGN-ON DO
      *==             PROGRAMA00); SEM SESSAO, SAI "AVULSO". A BUSCA
      *==             POR CLIENTE CONFERE O DONO DE CADA PEDIDO NO
      *==             "PEDHIST" (A NOTA SO TEM O NOME E O DOCUMENTO
      *==             DO CLIENTE); SEM O HISTORICO, SO A BUSCA POR
      *==             PEDIDO FUNCIONA. NO ARQUIVO DE NOTAS AS LINHAS
      *==             DE ITEM VEM ANTES DA LINHA DE TOTAIS DO PEDIDO,
      *==             QUE E QUEM TEM O NUMERO: AS LINHAS DE ITEM
      *==             FICAM PENDURADAS ATE ELA (MESMO ESQUEMA DO
      *==             ARQUIVA). O ARQUIVO "SEGVIA" E ACUMULATIVO
      *==             (OPEN EXTEND), COMO UM SPOOL DE IMPRESSAO.
      *==             CHAMADA PELO MENU DO PROGRAMA00 (OPCAO 12).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTA      ASSIGN TO "NOTAFISC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTA.

           SELECT ARQ-NOTAFARQ  ASSIGN TO "NOTAFARQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAFARQ.

           SELECT ARQ-SEGVIA    ASSIGN TO "SEGVIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEGVIA.

           SELECT ARQ-PEDHIST   ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-AUDITLOG  ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-SESSAO    ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-NOTA.
           COPY NOTA.

       FD  ARQ-NOTAFARQ.
       01  NOTAFARQ-REC        PIC X(402).

       FD  ARQ-SEGVIA.
       01  SEGVIA-LINHA        PIC X(132).

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-NOTA         PIC X(02) VALUE "00".
       77  WRK-FS-NOTAFARQ     PIC X(02) VALUE "00".
       77  WRK-FS-SEGVIA       PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST      PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       77  WRK-PEDHIST-ATIVO   PIC X(01) VALUE "N".
           88  HISTORICO-PEDIDO-ATIVO  VALUE "S".
           COPY FSERRO.

      *=======PEDIDO DO OPERADOR
       77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
           88  BUSCA-POR-PEDIDO        VALUE 1.
           88  BUSCA-POR-CLIENTE       VALUE 2.
       77  WRK-FIM-CONSULTA    PIC X(01) VALUE "N".
           88  FIM-DE-CONSULTA         VALUE "S".
       77  WRK-PEDIDO          PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-INICIAL    PIC X(08) VALUE SPACES.
       77  WRK-DATA-FINAL      PIC X(08) VALUE SPACES.

      *=======VARREDURA DO MORTO E DA NOTAFISC
       77  WRK-FIM-NOTA        PIC X(01) VALUE "N".
           88  FIM-DAS-NOTAS           VALUE "S".
       77  WRK-ORIGEM-LINHA    PIC X(01) VALUE "N".
           88  LENDO-MORTO             VALUE "S".
       77  WRK-DATA-NOTA       PIC X(08) VALUE SPACES.
       77  WRK-NOTA-CONFERE    PIC X(01) VALUE "N".
           88  NOTA-CONFERE            VALUE "S".
       77  WRK-QTD-ACHADAS     PIC 9(04) VALUE ZEROS.

      *=======LINHAS DE ITEM RETIDAS ATE A LINHA DE TOTAIS DO PEDIDO
       77  WRK-QTD-PENDENTES   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PEND        PIC 9(02) VALUE ZEROS.
       01  WRK-PENDENTES.
           05  WRK-PENDENTE    PIC X(68) OCCURS 25 TIMES.
       01  WRK-TOTAIS-NOTA     PIC X(402) VALUE SPACES.

      *=======CARIMBO DA SEGUNDA VIA
       77  WRK-DATA-HOJE       PIC X(08) VALUE SPACES.
       77  WRK-HORA-HOJE       PIC X(08) VALUE SPACES.
       77  WRK-NF-ED           PIC X(20) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CONSULTAR UNTIL FIM-DE-CONSULTA.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           OPEN EXTEND ARQ-SEGVIA.
           IF WRK-FS-SEGVIA EQUAL "35"
               OPEN OUTPUT ARQ-SEGVIA
           END-IF.
           IF WRK-FS-SEGVIA NOT EQUAL "00"
               MOVE WRK-FS-SEGVIA TO UTIL-FS-CODIGO
               MOVE "SEGVIA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST EQUAL "00"
               SET HISTORICO-PEDIDO-ATIVO TO TRUE
           ELSE
               DISPLAY "HISTÓRICO DE PEDIDOS INDISPONÍVEL (STATUS "
                       WRK-FS-PEDHIST ") -- SÓ A BUSCA POR PEDIDO."
           END-IF.

       0100-CONSULTAR     SECTION.
           DISPLAY "============================================".
           DISPLAY "SEGUNDA VIA DE NOTA".
           DISPLAY "1 - POR NÚMERO DO PEDIDO".
           DISPLAY "2 - POR CLIENTE E PERÍODO DE EMISSÃO".
           DISPLAY "0 - SAIR".
           DISPLAY "OPÇÃO... ".
           ACCEPT WRK-OPCAO.
           EVALUATE TRUE
               WHEN WRK-OPCAO EQUAL ZEROS
                   SET FIM-DE-CONSULTA TO TRUE
               WHEN BUSCA-POR-PEDIDO
                   DISPLAY "NÚMERO DO PEDIDO... "
                   ACCEPT WRK-PEDIDO
                   PERFORM 0200-PROCURAR-NOTAS
               WHEN BUSCA-POR-CLIENTE
                   IF HISTORICO-PEDIDO-ATIVO
                       DISPLAY "CÓDIGO DO CLIENTE... "
                       ACCEPT WRK-CLIENTE
                       DISPLAY "EMISSÃO DE (AAAAMMDD)... "
                       ACCEPT WRK-DATA-INICIAL
                       DISPLAY "EMISSÃO ATÉ (AAAAMMDD)... "
                       ACCEPT WRK-DATA-FINAL
                       PERFORM 0200-PROCURAR-NOTAS
                   ELSE
                       DISPLAY "BUSCA POR CLIENTE EXIGE O HISTÓRICO "
                               "DE PEDIDOS."
                   END-IF
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA. DIGITE NOVAMENTE."
           END-EVALUATE.

      *=======O MORTO (MESES JA ARQUIVADOS) E LIDO ANTES DA NOTAFISC;
      *=======A LINHA DO MORTO E TRATADA NA AREA DA NOTAFISC, QUE FICA
      *=======ABERTA DURANTE A BUSCA TODA.
       0200-PROCURAR-NOTAS SECTION.
           MOVE ZEROS TO WRK-QTD-ACHADAS.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           OPEN INPUT ARQ-NOTA.
           IF WRK-FS-NOTA NOT EQUAL "00"
               MOVE WRK-FS-NOTA TO UTIL-FS-CODIGO
               MOVE "NOTAFISC"  TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "N" TO WRK-FIM-NOTA.
           OPEN INPUT ARQ-NOTAFARQ.
           IF WRK-FS-NOTAFARQ EQUAL "00"
               SET LENDO-MORTO TO TRUE
               PERFORM 0220-LER-MORTO
               PERFORM 0250-TRATAR-LINHA UNTIL FIM-DAS-NOTAS
               CLOSE ARQ-NOTAFARQ
           END-IF.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE "N" TO WRK-ORIGEM-LINHA.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM 0210-LER-NOTA.
           PERFORM 0250-TRATAR-LINHA UNTIL FIM-DAS-NOTAS.
           CLOSE ARQ-NOTA.
           IF WRK-QTD-ACHADAS EQUAL ZEROS
               DISPLAY "NENHUMA NOTA ENCONTRADA."
           ELSE
               DISPLAY WRK-QTD-ACHADAS " NOTA(S) REIMPRESSA(S) NO "
                       "ARQUIVO SEGVIA."
           END-IF.

       0210-LER-NOTA      SECTION.
           READ ARQ-NOTA
               AT END
                   SET FIM-DAS-NOTAS TO TRUE
           END-READ.

       0220-LER-MORTO     SECTION.
           READ ARQ-NOTAFARQ
               AT END
                   SET FIM-DAS-NOTAS TO TRUE
               NOT AT END
                   MOVE NOTAFARQ-REC TO NOTA-LINHA
           END-READ.

      *=======LINHA DE ITEM FICA PENDURADA; A LINHA DE TOTAIS DECIDE SE
      *=======O BLOCO E A NOTA PROCURADA E ZERA A PENDENCIA.
       0250-TRATAR-LINHA  SECTION.
           IF NOTA-LINHA(1:5) EQUAL "ITEM "
               IF WRK-QTD-PENDENTES LESS 25
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE NOTA-ITEM-LINHA
                       TO WRK-PENDENTE(WRK-QTD-PENDENTES)
               END-IF
           ELSE
               PERFORM 0260-CONFERIR-NOTA
               IF NOTA-CONFERE
                   MOVE NOTA-LINHA TO WRK-TOTAIS-NOTA
                   PERFORM 0300-IMPRIMIR-SEGUNDA-VIA
                   PERFORM 0400-AUDITAR-REIMPRESSAO
                   ADD 1 TO WRK-QTD-ACHADAS
               END-IF
               MOVE ZEROS TO WRK-QTD-PENDENTES
           END-IF.
           IF LENDO-MORTO
               PERFORM 0220-LER-MORTO
           ELSE
               PERFORM 0210-LER-NOTA
           END-IF.

      *=======POR PEDIDO, BASTA O NUMERO; POR CLIENTE, A EMISSAO
      *=======(DD/MM/AAAA NA NOTA) TEM DE CAIR NO PERIODO E O PEDIDO
      *=======TEM DE SER DO CLIENTE NO HISTORICO.
       0260-CONFERIR-NOTA SECTION.
           MOVE "N" TO WRK-NOTA-CONFERE.
           IF BUSCA-POR-PEDIDO
               IF NOTA-NUMERO IS NUMERIC
                  AND NOTA-NUMERO EQUAL WRK-PEDIDO
                   SET NOTA-CONFERE TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO WRK-DATA-NOTA
               STRING NOTA-DATA(7:4) NOTA-DATA(4:2) NOTA-DATA(1:2)
                   DELIMITED BY SIZE INTO WRK-DATA-NOTA
               IF WRK-DATA-NOTA NOT LESS WRK-DATA-INICIAL
                  AND WRK-DATA-NOTA NOT GREATER WRK-DATA-FINAL
                  AND NOTA-NUMERO IS NUMERIC
                   MOVE NOTA-NUMERO TO PHIST-NUMERO
                   READ ARQ-PEDHIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PHIST-CLIENTE EQUAL WRK-CLIENTE
                               SET NOTA-CONFERE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *=======A NOTA REIMPRESSA: CARIMBO, DESTINATARIO, ITENS E
      *=======TOTAIS, COM OS VALORES JA EDITADOS COMO NA ORIGINAL.
       0300-IMPRIMIR-SEGUNDA-VIA SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO WRK-NF-ED.
           IF NOTA-NF-NUMERO IS NUMERIC
              AND NOTA-NF-NUMERO GREATER ZEROS
               STRING NOTA-NF-SERIE "/" NOTA-NF-NUMERO
                   DELIMITED BY SIZE INTO WRK-NF-ED
           ELSE
               MOVE "SEM NF-E" TO WRK-NF-ED
           END-IF.
           MOVE ALL "=" TO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "*** SEGUNDA VIA ***   NOTA " WRK-NF-ED
                  "   PEDIDO " NOTA-NUMERO
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "REIMPRESSA EM " WRK-DATA-HOJE(7:2) "/"
                  WRK-DATA-HOJE(5:2) "/" WRK-DATA-HOJE(1:4)
                  " AS " WRK-HORA-HOJE(1:2) ":" WRK-HORA-HOJE(3:2)
                  " POR " WRK-OPERADOR-SESSAO
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "EMISSAO " NOTA-DATA
                  "  TIPO " NOTA-TIPO-MOV
                  "  MOEDA ORIGINAL " NOTA-MOEDA
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "DESTINATARIO " NOTA-CLIENTE-NOME
                  "  CPF/CNPJ " NOTA-CPF-CNPJ
                  "  UF " NOTA-ESTADO
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "ENDERECO " NOTA-ENDERECO
                  "  ZONA " NOTA-ZONA
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "PRODUTO                          QTDE          VALOR"
               TO SEGVIA-LINHA.
           MOVE "       PESO" TO SEGVIA-LINHA(53:11).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-PEND.
           PERFORM 0320-IMPRIMIR-ITEM
               UNTIL WRK-IDX-PEND GREATER WRK-QTD-PENDENTES.
           MOVE WRK-TOTAIS-NOTA TO NOTA-LINHA.
           MOVE ALL "-" TO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "VALOR " NOTA-VALOR-ED
                  "  FRETE " NOTA-FRETE-ED
                  "  VALOR FINAL " NOTA-VALOR-FINAL-ED
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "AD-VALOREM " NOTA-ADVALOREM-ED
                  "  GRIS " NOTA-GRIS-ED
                  "  PEDAGIO " NOTA-PEDAGIO-ED
                  "  COMBUSTIVEL " NOTA-COMBUST-ED
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "BASE ICMS " NOTA-ICMS-BASE-ED
                  "  VALOR ICMS " NOTA-ICMS-VALOR-ED
                  "  CONTRATO " NOTA-CONTRATO
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING "TRANSPORTADORA " NOTA-TRANSPORTADORA
                  "  ENTREGA PREVISTA " NOTA-DATA-ENTREGA
                  "  PESO REAL " NOTA-PESO-REAL-ED
                  "  PESO CUBADO " NOTA-PESO-CUB-ED
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "*** SEGUNDA VIA - REIMPRESSAO DA NOTA ORIGINAL ***"
               TO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY "SEGUNDA VIA: PEDIDO " NOTA-NUMERO
                   " EMISSÃO " NOTA-DATA " NOTA " WRK-NF-ED.

       0320-IMPRIMIR-ITEM SECTION.
           MOVE WRK-PENDENTE(WRK-IDX-PEND) TO NOTA-ITEM-LINHA.
           MOVE SPACES TO SEGVIA-LINHA.
           STRING NOTA-ITEM-PRODUTO
                  "  " NOTA-ITEM-QTDE-ED
                  "  " NOTA-ITEM-VALOR-ED
                  "  " NOTA-ITEM-PESO-ED
               DELIMITED BY SIZE INTO SEGVIA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-PEND.

       0400-AUDITAR-REIMPRESSAO SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "SEGVIA"       TO AUDIT-PROGRAMA.
           MOVE NOTA-NUMERO    TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING "SEGUNDA VIA " WRK-NF-ED
               DELIMITED BY SIZE INTO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               DISPLAY "ERRO GRAVANDO AUDITLOG. STATUS "
                       WRK-FS-AUDITLOG
           END-IF.
           CLOSE ARQ-AUDITLOG.

       0800-GRAVAR-LINHA  SECTION.
           WRITE SEGVIA-LINHA.
           IF WRK-FS-SEGVIA NOT EQUAL "00"
               MOVE WRK-FS-SEGVIA TO UTIL-FS-CODIGO
               MOVE "SEGVIA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-SEGVIA.
           IF HISTORICO-PEDIDO-ATIVO
               CLOSE ARQ-PEDHIST
           END-IF.
           DISPLAY "FIM DE PROGRAMA...".

       COPY FSERROPR.
