       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROSAI.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LIVRO DE REGISTRO DE SAIDAS DO MES (ICMS): DADO
      *    ==          O MES DE REFERENCIA (AAAAMM), LE AS LINHAS DE
      *    ==          TOTAIS DAS NOTAS ("NOTAFISC" E, QUANDO O
      *    ==          ARQUIVA JA MOVEU O MES, O MORTO "NOTAFARQ") E
      *    ==          EMITE NO ARQUIVO "LIVROSAI" TODAS AS NOTAS
      *    ==          ELETRONICAS EMITIDAS NO MES EM ORDEM DE FILIAL,
      *    ==          SERIE E NUMERO, COM DATA, CNPJ/CPF DO
      *    ==          DESTINATARIO, UF, CFOP E NATUREZA DA OPERACAO,
      *    ==          VALOR CONTABIL, BASE E VALOR DO ICMS; TOTAIS POR
      *    ==          UF E POR OPERACAO; E OS BURACOS E AS
      *    ==          DUPLICIDADES NA NUMERACAO -- NO LUGAR DO LIVRO
      *    ==          MONTADO A MAO PELA CONTABILIDADE A PARTIR DAS
      *    ==          NOTAS IMPRESSAS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A OPERACAO SAI DO TIPO DE MOVIMENTO DA NOTA:
      *==             SAIDA = VENDA (CFOP 5102 DENTRO DO ESTADO DA
      *==             FILIAL, 6102 FORA), RETORNO = DEVOLUCAO DE
      *==             VENDA (1202/2202). O ESTORNO NAO EMITE NOTA
      *==             PROPRIA (VER PROGRAMA11): A NOTA DO PEDIDO QUE
      *==             FOI ESTORNADO (PHIST-ESTORNADO NO "PEDHIST")
      *==             CONTINUA NO LIVRO, COM O MESMO CFOP E NATUREZA
      *==             "ESTORNO", TOTALIZADA A PARTE E FORA DOS
      *==             TOTAIS POR UF. SEM O CADASTRO DE FILIAIS O
      *==             CFOP SAI COMO OPERACAO DENTRO DO ESTADO. LINHA
      *==             DE NOTA SEM NUMERO FISCAL (PEDIDO QUE SAIU SEM
      *==             NF-E, OU LINHA GRAVADA ANTES DO NUMERO IR PARA
      *==             A NOTAFISC) SO E CONTADA NO FINAL. A CONFERENCIA
      *==             DA SEQUENCIA E DENTRO DO MES, POR FILIAL E
      *==             SERIE.
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

           SELECT ARQ-LIVROSAI  ASSIGN TO "LIVROSAI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVROSAI.

           SELECT ARQ-FILIAL    ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-PEDHIST   ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-NOTA.
           COPY NOTA.

       FD  ARQ-NOTAFARQ.
       01  NOTAFARQ-REC        PIC X(402).

       FD  ARQ-LIVROSAI.
       01  LIVROSAI-LINHA      PIC X(132).

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-NOTA        PIC X(02) VALUE "00".
       77  WRK-FS-NOTAFARQ    PIC X(02) VALUE "00".
       77  WRK-FS-LIVROSAI    PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL      PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-NOTAFARQ-ATIVO PIC X(01) VALUE "N".
           88  ARQUIVO-MORTO-ATIVO     VALUE "S".
       77  WRK-FILIAL-ATIVO   PIC X(01) VALUE "N".
           88  CADASTRO-FILIAL-ATIVO   VALUE "S".
       77  WRK-PEDHIST-ATIVO  PIC X(01) VALUE "N".
           88  HISTORICO-PEDIDO-ATIVO  VALUE "S".
           COPY FSERRO.
           COPY EDITMOEDA.

       77  WRK-FIM-NOTA       PIC X(01) VALUE "N".
           88  FIM-DAS-NOTAS           VALUE "S".
       77  WRK-ORIGEM-LINHA   PIC X(01) VALUE "N".
           88  LENDO-MORTO             VALUE "S".
       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-MES-NOTA       PIC X(06) VALUE SPACES.

      *=======NOTA EM LEITURA (DE-EDITADA DA LINHA DE TOTAIS)
       77  WRK-VALOR-LIDO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-BASE-LIDA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ICMS-LIDO      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-UF-FILIAL      PIC X(02) VALUE SPACES.
       77  WRK-CFOP           PIC X(04) VALUE SPACES.
       77  WRK-NATUREZA       PIC X(09) VALUE SPACES.
           88  NATUREZA-ESTORNO        VALUE "ESTORNO".

      *=======NOTAS DO MES; WRK-NF-ORDEM E A CHAVE DA ORDENACAO E DA
      *=======CONFERENCIA DA SEQUENCIA (FILIAL, SERIE, NUMERO)
       77  WRK-QTD-NOTAS      PIC 9(04) VALUE ZEROS.
       77  WRK-AVISO-TABELA   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO       VALUE "S".
       01  WRK-TAB-NOTAS.
           05  WRK-NF-ITEM OCCURS 2000 TIMES.
               10  WRK-NF-ORDEM.
                   15  WRK-NF-FILIAL   PIC 9(02).
                   15  WRK-NF-SERIE    PIC 9(03).
                   15  WRK-NF-NUMERO   PIC 9(09).
               10  WRK-NF-DATA         PIC X(10).
               10  WRK-NF-CPF-CNPJ     PIC X(14).
               10  WRK-NF-UF           PIC X(02).
               10  WRK-NF-CFOP         PIC X(04).
               10  WRK-NF-NATUREZA     PIC X(09).
               10  WRK-NF-VALOR        PIC 9(08)V99.
               10  WRK-NF-BASE         PIC 9(08)V99.
               10  WRK-NF-ICMS         PIC 9(08)V99.
               10  WRK-NF-PEDIDO       PIC 9(08).

      *=======ORDENACAO POR FILIAL/SERIE/NUMERO (TROCA DIRETA, MESMO
      *=======ESQUEMA DO CLASSABC)
       77  WRK-IDX-I          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-J          PIC 9(04) VALUE ZEROS.
       01  WRK-NOTA-TEMP.
           05  WRK-TMP-ORDEM      PIC X(14).
           05  WRK-TMP-DADOS      PIC X(77).

      *=======CONFERENCIA DA SEQUENCIA NA EMISSAO
       77  WRK-IDX-LIV        PIC 9(04) VALUE ZEROS.
       77  WRK-ANT-FILIAL     PIC 9(02) VALUE ZEROS.
       77  WRK-ANT-SERIE      PIC 9(03) VALUE ZEROS.
       77  WRK-ANT-NUMERO     PIC 9(09) VALUE ZEROS.
       77  WRK-PRIMEIRO-FALTA PIC 9(09) VALUE ZEROS.
       77  WRK-ULTIMO-FALTA   PIC 9(09) VALUE ZEROS.
       77  WRK-OCORRENCIA     PIC X(12) VALUE SPACES.
       77  WRK-QTD-DUPLICADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BURACOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALTANTES  PIC 9(07) VALUE ZEROS.

      *=======TOTAIS POR UF (SEM AS NOTAS ESTORNADAS)
       77  WRK-QTD-UFS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-UF         PIC 9(02) VALUE ZEROS.
       77  WRK-UF-ACHADA      PIC X(01) VALUE "N".
           88  UF-FOI-ACHADA           VALUE "S".
       01  WRK-TAB-UF.
           05  WRK-TUF-ITEM OCCURS 30 TIMES.
               10  WRK-TUF-UF          PIC X(02).
               10  WRK-TUF-QTD         PIC 9(05).
               10  WRK-TUF-VALOR       PIC 9(11)V99.
               10  WRK-TUF-BASE        PIC 9(11)V99.
               10  WRK-TUF-ICMS        PIC 9(11)V99.

      *=======TOTAIS POR OPERACAO (CFOP + NATUREZA)
       77  WRK-QTD-OPS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-OP         PIC 9(02) VALUE ZEROS.
       77  WRK-OP-ACHADA      PIC X(01) VALUE "N".
           88  OP-FOI-ACHADA           VALUE "S".
       01  WRK-OP-PROCURADA.
           05  WRK-OPP-CFOP       PIC X(04).
           05  WRK-OPP-NATUREZA   PIC X(09).
       01  WRK-TAB-OPERACAO.
           05  WRK-TOP-ITEM OCCURS 12 TIMES.
               10  WRK-TOP-CHAVE       PIC X(13).
               10  WRK-TOP-QTD         PIC 9(05).
               10  WRK-TOP-VALOR       PIC 9(11)V99.
               10  WRK-TOP-BASE        PIC 9(11)V99.
               10  WRK-TOP-ICMS        PIC 9(11)V99.

      *=======TOTAL GERAL E EDICAO DOS TOTAIS
       77  WRK-TOT-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-BASE       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED-1     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED-2     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED-3     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *=======CONTAGENS DO SYSOUT
       77  WRK-QTD-LIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-NUMERO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA       PIC 9(05) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           IF ARQUIVO-MORTO-ATIVO
               SET LENDO-MORTO TO TRUE
               PERFORM 0110-LER-MORTO
               PERFORM 0150-TRATAR-LINHA UNTIL FIM-DAS-NOTAS
               CLOSE ARQ-NOTAFARQ
           END-IF.
           MOVE "N" TO WRK-FIM-NOTA.
           MOVE "N" TO WRK-ORIGEM-LINHA.
           PERFORM 0100-LER-NOTA.
           PERFORM 0150-TRATAR-LINHA UNTIL FIM-DAS-NOTAS.
           IF WRK-QTD-NOTAS GREATER 1
               PERFORM 0300-ORDENAR
           END-IF.
           PERFORM 0400-EMITIR-LIVRO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT  ARQ-NOTA.
           IF WRK-FS-NOTA NOT EQUAL "00"
               MOVE WRK-FS-NOTA TO UTIL-FS-CODIGO
               MOVE "NOTAFISC"  TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-LIVROSAI.
           IF WRK-FS-LIVROSAI NOT EQUAL "00"
               MOVE WRK-FS-LIVROSAI TO UTIL-FS-CODIGO
               MOVE "LIVROSAI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======O MORTO SO EXISTE DEPOIS DO PRIMEIRO ARQUIVA; SEM O
      *=======CADASTRO DE FILIAIS OU O HISTORICO, O LIVRO SAI COM O
      *=======CFOP DE DENTRO DO ESTADO E SEM MARCAR ESTORNO.
           OPEN INPUT  ARQ-NOTAFARQ.
           IF WRK-FS-NOTAFARQ EQUAL "00"
               SET ARQUIVO-MORTO-ATIVO TO TRUE
           END-IF.
           OPEN INPUT  ARQ-FILIAL.
           IF WRK-FS-FILIAL EQUAL "00"
               SET CADASTRO-FILIAL-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE FILIAIS INDISPONÍVEL (STATUS "
                       WRK-FS-FILIAL ") -- CFOP DENTRO DO ESTADO."
           END-IF.
           OPEN INPUT  ARQ-PEDHIST.
           IF WRK-FS-PEDHIST EQUAL "00"
               SET HISTORICO-PEDIDO-ATIVO TO TRUE
           ELSE
               DISPLAY "HISTÓRICO DE PEDIDOS INDISPONÍVEL (STATUS "
                       WRK-FS-PEDHIST ") -- ESTORNOS NÃO MARCADOS."
           END-IF.

       0100-LER-NOTA      SECTION.
           READ ARQ-NOTA
               AT END
                   SET FIM-DAS-NOTAS TO TRUE
           END-READ.

      *=======A LINHA DO MORTO E TRATADA NA AREA DA NOTAFISC, QUE JA
      *=======ESTA ABERTA.
       0110-LER-MORTO     SECTION.
           READ ARQ-NOTAFARQ
               AT END
                   SET FIM-DAS-NOTAS TO TRUE
               NOT AT END
                   MOVE NOTAFARQ-REC TO NOTA-LINHA
           END-READ.

      *=======LINHA DE ITEM ("ITEM ") NAO ENTRA: A NOTA E A LINHA DE
      *=======TOTAIS DO PEDIDO, QUE TEM A DATA DD/MM/AAAA.
       0150-TRATAR-LINHA  SECTION.
           IF NOTA-LINHA(1:5) NOT EQUAL "ITEM "
               ADD 1 TO WRK-QTD-LIDAS
               MOVE SPACES TO WRK-MES-NOTA
               STRING NOTA-DATA(7:4) NOTA-DATA(4:2)
                   DELIMITED BY SIZE INTO WRK-MES-NOTA
               IF WRK-MES-NOTA EQUAL WRK-MES-REFERENCIA
                   IF NOTA-NF-NUMERO IS NUMERIC
                      AND NOTA-NF-NUMERO GREATER ZEROS
                       PERFORM 0200-GUARDAR-NOTA
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-NUMERO
                   END-IF
               END-IF
           END-IF.
           IF LENDO-MORTO
               PERFORM 0110-LER-MORTO
           ELSE
               PERFORM 0100-LER-NOTA
           END-IF.

      *=======NOTA QUE NAO COUBE NA TABELA FICA FORA DO LIVRO (AVISO NO
      *=======SYSOUT UMA VEZ E CONTAGEM NO FINAL), SEM ESTOURAR O
      *=======OCCURS.
       0200-GUARDAR-NOTA  SECTION.
           IF WRK-QTD-NOTAS NOT LESS 2000
               ADD 1 TO WRK-QTD-FORA
               IF NOT AVISO-TABELA-DADO
                   DISPLAY "MAIS DE 2000 NOTAS NO MÊS -- EXCEDENTES "
                           "FORA DO LIVRO NESTA EXECUÇÃO."
                   SET AVISO-TABELA-DADO TO TRUE
               END-IF
           ELSE
               PERFORM 0210-APURAR-OPERACAO
               MOVE NOTA-VALOR-FINAL-ED TO WRK-VALOR-LIDO
               MOVE NOTA-ICMS-BASE-ED   TO WRK-BASE-LIDA
               MOVE NOTA-ICMS-VALOR-ED  TO WRK-ICMS-LIDO
               ADD 1 TO WRK-QTD-NOTAS
               MOVE NOTA-FILIAL    TO WRK-NF-FILIAL(WRK-QTD-NOTAS)
               MOVE NOTA-NF-SERIE  TO WRK-NF-SERIE(WRK-QTD-NOTAS)
               MOVE NOTA-NF-NUMERO TO WRK-NF-NUMERO(WRK-QTD-NOTAS)
               MOVE NOTA-DATA      TO WRK-NF-DATA(WRK-QTD-NOTAS)
               MOVE NOTA-CPF-CNPJ  TO WRK-NF-CPF-CNPJ(WRK-QTD-NOTAS)
               MOVE NOTA-ESTADO    TO WRK-NF-UF(WRK-QTD-NOTAS)
               MOVE WRK-CFOP       TO WRK-NF-CFOP(WRK-QTD-NOTAS)
               MOVE WRK-NATUREZA   TO WRK-NF-NATUREZA(WRK-QTD-NOTAS)
               MOVE WRK-VALOR-LIDO TO WRK-NF-VALOR(WRK-QTD-NOTAS)
               MOVE WRK-BASE-LIDA  TO WRK-NF-BASE(WRK-QTD-NOTAS)
               MOVE WRK-ICMS-LIDO  TO WRK-NF-ICMS(WRK-QTD-NOTAS)
               MOVE NOTA-NUMERO    TO WRK-NF-PEDIDO(WRK-QTD-NOTAS)
           END-IF.

      *=======CFOP PELO TIPO DE MOVIMENTO E PELA UF DO DESTINATARIO
      *=======CONTRA A UF DA FILIAL EMITENTE; PEDIDO ESTORNADO DEPOIS
      *=======MANTEM O CFOP E MUDA A NATUREZA.
       0210-APURAR-OPERACAO SECTION.
           MOVE SPACES TO WRK-UF-FILIAL.
           IF CADASTRO-FILIAL-ATIVO
               MOVE NOTA-FILIAL TO FIL-CODIGO
               READ ARQ-FILIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-UF TO WRK-UF-FILIAL
               END-READ
           END-IF.
           IF NOTA-TIPO-MOV EQUAL "R"
               MOVE "DEVOLUCAO" TO WRK-NATUREZA
               IF WRK-UF-FILIAL EQUAL SPACES
                  OR WRK-UF-FILIAL EQUAL NOTA-ESTADO
                   MOVE "1202" TO WRK-CFOP
               ELSE
                   MOVE "2202" TO WRK-CFOP
               END-IF
           ELSE
               MOVE "VENDA" TO WRK-NATUREZA
               IF WRK-UF-FILIAL EQUAL SPACES
                  OR WRK-UF-FILIAL EQUAL NOTA-ESTADO
                   MOVE "5102" TO WRK-CFOP
               ELSE
                   MOVE "6102" TO WRK-CFOP
               END-IF
           END-IF.
           IF HISTORICO-PEDIDO-ATIVO
              AND NOTA-NUMERO IS NUMERIC
              AND NOTA-NUMERO GREATER ZEROS
               MOVE NOTA-NUMERO TO PHIST-NUMERO
               READ ARQ-PEDHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PHIST-ESTORNADO
                           MOVE "ESTORNO" TO WRK-NATUREZA
                       END-IF
               END-READ
           END-IF.

       0300-ORDENAR       SECTION.
           MOVE 1 TO WRK-IDX-I.
           PERFORM 0320-PASSADA
               UNTIL WRK-IDX-I NOT LESS WRK-QTD-NOTAS.

       0320-PASSADA       SECTION.
           COMPUTE WRK-IDX-J = WRK-IDX-I + 1.
           PERFORM 0340-COMPARAR
               UNTIL WRK-IDX-J GREATER WRK-QTD-NOTAS.
           ADD 1 TO WRK-IDX-I.

       0340-COMPARAR      SECTION.
           IF WRK-NF-ORDEM(WRK-IDX-J) LESS WRK-NF-ORDEM(WRK-IDX-I)
               MOVE WRK-NF-ITEM(WRK-IDX-I) TO WRK-NOTA-TEMP
               MOVE WRK-NF-ITEM(WRK-IDX-J)
                   TO WRK-NF-ITEM(WRK-IDX-I)
               MOVE WRK-NOTA-TEMP TO WRK-NF-ITEM(WRK-IDX-J)
           END-IF.
           ADD 1 TO WRK-IDX-J.

       0400-EMITIR-LIVRO  SECTION.
           MOVE ALL "=" TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "LIVRO DE REGISTRO DE SAIDAS - MES "
                  WRK-MES-REFERENCIA(5:2) "/" WRK-MES-REFERENCIA(1:4)
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "FL SER NUMERO    EMISSAO    CNPJ/CPF       UF "
                  "CFOP NATUREZA    VL CONTABIL     BASE ICMS    "
                  "VALOR ICMS PEDIDO   OCORRENCIA"
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-NOTAS EQUAL ZEROS
               MOVE "NENHUMA NOTA FISCAL ELETRONICA EMITIDA NO MES."
                   TO LIVROSAI-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               MOVE 1 TO WRK-IDX-LIV
               PERFORM 0420-EMITIR-NOTA
                   UNTIL WRK-IDX-LIV GREATER WRK-QTD-NOTAS
           END-IF.
           PERFORM 0500-EMITIR-TOTAIS-UF.
           PERFORM 0550-EMITIR-TOTAIS-OPERACAO.
           PERFORM 0600-EMITIR-RESUMO.

      *=======NA MESMA FILIAL E SERIE, NUMERO REPETIDO E DUPLICIDADE E
      *=======SALTO MAIOR QUE UM E BURACO (AVISADO NUMA LINHA PROPRIA
      *=======ANTES DA NOTA QUE VEM DEPOIS DELE).
       0420-EMITIR-NOTA   SECTION.
           MOVE SPACES TO WRK-OCORRENCIA.
           IF WRK-IDX-LIV GREATER 1
              AND WRK-NF-FILIAL(WRK-IDX-LIV) EQUAL WRK-ANT-FILIAL
              AND WRK-NF-SERIE(WRK-IDX-LIV) EQUAL WRK-ANT-SERIE
               IF WRK-NF-NUMERO(WRK-IDX-LIV) EQUAL WRK-ANT-NUMERO
                   MOVE "*DUPLICADA*" TO WRK-OCORRENCIA
                   ADD 1 TO WRK-QTD-DUPLICADAS
               ELSE
                   IF WRK-NF-NUMERO(WRK-IDX-LIV)
                      GREATER WRK-ANT-NUMERO + 1
                       PERFORM 0440-AVISAR-BURACO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-NF-FILIAL(WRK-IDX-LIV) TO WRK-ANT-FILIAL.
           MOVE WRK-NF-SERIE(WRK-IDX-LIV)  TO WRK-ANT-SERIE.
           MOVE WRK-NF-NUMERO(WRK-IDX-LIV) TO WRK-ANT-NUMERO.

           MOVE WRK-NF-VALOR(WRK-IDX-LIV) TO EDIT-MOEDA-1.
           MOVE WRK-NF-BASE(WRK-IDX-LIV)  TO EDIT-MOEDA-2.
           MOVE WRK-NF-ICMS(WRK-IDX-LIV)  TO EDIT-MOEDA-3.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING WRK-NF-FILIAL(WRK-IDX-LIV)
                  " " WRK-NF-SERIE(WRK-IDX-LIV)
                  " " WRK-NF-NUMERO(WRK-IDX-LIV)
                  " " WRK-NF-DATA(WRK-IDX-LIV)
                  " " WRK-NF-CPF-CNPJ(WRK-IDX-LIV)
                  " " WRK-NF-UF(WRK-IDX-LIV)
                  " " WRK-NF-CFOP(WRK-IDX-LIV)
                  " " WRK-NF-NATUREZA(WRK-IDX-LIV)
                  " " EDIT-MOEDA-1
                  " " EDIT-MOEDA-2
                  " " EDIT-MOEDA-3
                  " " WRK-NF-PEDIDO(WRK-IDX-LIV)
                  " " WRK-OCORRENCIA
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0450-ACUMULAR-OPERACAO.
           IF WRK-NF-NATUREZA(WRK-IDX-LIV) NOT EQUAL "ESTORNO"
               PERFORM 0460-ACUMULAR-UF
               ADD WRK-NF-VALOR(WRK-IDX-LIV) TO WRK-TOT-VALOR
               ADD WRK-NF-BASE(WRK-IDX-LIV)  TO WRK-TOT-BASE
               ADD WRK-NF-ICMS(WRK-IDX-LIV)  TO WRK-TOT-ICMS
           END-IF.
           ADD 1 TO WRK-IDX-LIV.

       0440-AVISAR-BURACO SECTION.
           ADD 1 TO WRK-QTD-BURACOS.
           COMPUTE WRK-PRIMEIRO-FALTA = WRK-ANT-NUMERO + 1.
           COMPUTE WRK-ULTIMO-FALTA = WRK-NF-NUMERO(WRK-IDX-LIV) - 1.
           COMPUTE WRK-QTD-FALTANTES = WRK-QTD-FALTANTES
                   + WRK-ULTIMO-FALTA - WRK-PRIMEIRO-FALTA + 1.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "*** BURACO NA NUMERACAO: FALTAM AS NOTAS "
                  WRK-PRIMEIRO-FALTA " A " WRK-ULTIMO-FALTA
                  " DA SERIE " WRK-ANT-SERIE
                  " DA FILIAL " WRK-ANT-FILIAL
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======OPERACAO OU UF QUE NAO COUBE NA TABELA FICA FORA DOS
      *=======TOTAIS (A NOTA CONTINUA LISTADA).
       0450-ACUMULAR-OPERACAO SECTION.
           MOVE WRK-NF-CFOP(WRK-IDX-LIV)     TO WRK-OPP-CFOP.
           MOVE WRK-NF-NATUREZA(WRK-IDX-LIV) TO WRK-OPP-NATUREZA.
           MOVE "N" TO WRK-OP-ACHADA.
           MOVE 1   TO WRK-IDX-OP.
           PERFORM 0455-PROCURAR-OPERACAO
               UNTIL WRK-IDX-OP GREATER WRK-QTD-OPS
                  OR OP-FOI-ACHADA.
           IF NOT OP-FOI-ACHADA
              AND WRK-QTD-OPS LESS 12
               ADD 1 TO WRK-QTD-OPS
               MOVE WRK-QTD-OPS TO WRK-IDX-OP
               MOVE WRK-OP-PROCURADA TO WRK-TOP-CHAVE(WRK-IDX-OP)
               MOVE ZEROS TO WRK-TOP-QTD(WRK-IDX-OP)
               MOVE ZEROS TO WRK-TOP-VALOR(WRK-IDX-OP)
               MOVE ZEROS TO WRK-TOP-BASE(WRK-IDX-OP)
               MOVE ZEROS TO WRK-TOP-ICMS(WRK-IDX-OP)
               SET OP-FOI-ACHADA TO TRUE
           END-IF.
           IF OP-FOI-ACHADA
               ADD 1 TO WRK-TOP-QTD(WRK-IDX-OP)
               ADD WRK-NF-VALOR(WRK-IDX-LIV)
                   TO WRK-TOP-VALOR(WRK-IDX-OP)
               ADD WRK-NF-BASE(WRK-IDX-LIV)  TO WRK-TOP-BASE(WRK-IDX-OP)
               ADD WRK-NF-ICMS(WRK-IDX-LIV)  TO WRK-TOP-ICMS(WRK-IDX-OP)
           END-IF.

       0455-PROCURAR-OPERACAO SECTION.
           IF WRK-TOP-CHAVE(WRK-IDX-OP) EQUAL WRK-OP-PROCURADA
               SET OP-FOI-ACHADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-OP
           END-IF.

       0460-ACUMULAR-UF   SECTION.
           MOVE "N" TO WRK-UF-ACHADA.
           MOVE 1   TO WRK-IDX-UF.
           PERFORM 0465-PROCURAR-UF
               UNTIL WRK-IDX-UF GREATER WRK-QTD-UFS
                  OR UF-FOI-ACHADA.
           IF NOT UF-FOI-ACHADA
              AND WRK-QTD-UFS LESS 30
               ADD 1 TO WRK-QTD-UFS
               MOVE WRK-QTD-UFS TO WRK-IDX-UF
               MOVE WRK-NF-UF(WRK-IDX-LIV) TO WRK-TUF-UF(WRK-IDX-UF)
               MOVE ZEROS TO WRK-TUF-QTD(WRK-IDX-UF)
               MOVE ZEROS TO WRK-TUF-VALOR(WRK-IDX-UF)
               MOVE ZEROS TO WRK-TUF-BASE(WRK-IDX-UF)
               MOVE ZEROS TO WRK-TUF-ICMS(WRK-IDX-UF)
               SET UF-FOI-ACHADA TO TRUE
           END-IF.
           IF UF-FOI-ACHADA
               ADD 1 TO WRK-TUF-QTD(WRK-IDX-UF)
               ADD WRK-NF-VALOR(WRK-IDX-LIV)
                   TO WRK-TUF-VALOR(WRK-IDX-UF)
               ADD WRK-NF-BASE(WRK-IDX-LIV)  TO WRK-TUF-BASE(WRK-IDX-UF)
               ADD WRK-NF-ICMS(WRK-IDX-LIV)  TO WRK-TUF-ICMS(WRK-IDX-UF)
           END-IF.

       0465-PROCURAR-UF   SECTION.
           IF WRK-TUF-UF(WRK-IDX-UF) EQUAL WRK-NF-UF(WRK-IDX-LIV)
               SET UF-FOI-ACHADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-UF
           END-IF.

       0500-EMITIR-TOTAIS-UF SECTION.
           MOVE SPACES TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAIS POR UF (SEM AS NOTAS ESTORNADAS)"
               TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "UF  NOTAS        VL CONTABIL          BASE ICMS       "
               TO LIVROSAI-LINHA.
           MOVE "   VALOR ICMS" TO LIVROSAI-LINHA(56:13).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-UF.
           PERFORM 0520-EMITIR-UF UNTIL WRK-IDX-UF GREATER WRK-QTD-UFS.

       0520-EMITIR-UF     SECTION.
           MOVE WRK-TUF-VALOR(WRK-IDX-UF) TO WRK-TOTAL-ED-1.
           MOVE WRK-TUF-BASE(WRK-IDX-UF)  TO WRK-TOTAL-ED-2.
           MOVE WRK-TUF-ICMS(WRK-IDX-UF)  TO WRK-TOTAL-ED-3.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING WRK-TUF-UF(WRK-IDX-UF)
                  "  " WRK-TUF-QTD(WRK-IDX-UF)
                  " " WRK-TOTAL-ED-1
                  " " WRK-TOTAL-ED-2
                  " " WRK-TOTAL-ED-3
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-UF.

       0550-EMITIR-TOTAIS-OPERACAO SECTION.
           MOVE SPACES TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAIS POR OPERACAO" TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-OP.
           PERFORM 0570-EMITIR-OPERACAO
               UNTIL WRK-IDX-OP GREATER WRK-QTD-OPS.

       0570-EMITIR-OPERACAO SECTION.
           MOVE WRK-TOP-VALOR(WRK-IDX-OP) TO WRK-TOTAL-ED-1.
           MOVE WRK-TOP-BASE(WRK-IDX-OP)  TO WRK-TOTAL-ED-2.
           MOVE WRK-TOP-ICMS(WRK-IDX-OP)  TO WRK-TOTAL-ED-3.
           MOVE WRK-TOP-CHAVE(WRK-IDX-OP) TO WRK-OP-PROCURADA.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING WRK-OPP-CFOP " " WRK-OPP-NATUREZA
                  "  " WRK-TOP-QTD(WRK-IDX-OP)
                  " " WRK-TOTAL-ED-1
                  " " WRK-TOTAL-ED-2
                  " " WRK-TOTAL-ED-3
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-OP.

       0600-EMITIR-RESUMO SECTION.
           MOVE SPACES TO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOTAL-ED-1.
           MOVE WRK-TOT-BASE  TO WRK-TOTAL-ED-2.
           MOVE WRK-TOT-ICMS  TO WRK-TOTAL-ED-3.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "TOTAL DO MES (SEM ESTORNADAS): " WRK-TOTAL-ED-1
                  " BASE " WRK-TOTAL-ED-2
                  " ICMS " WRK-TOTAL-ED-3
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "NOTAS NO LIVRO: " WRK-QTD-NOTAS
                  "  DUPLICADAS: " WRK-QTD-DUPLICADAS
                  "  BURACOS: " WRK-QTD-BURACOS
                  " (" WRK-QTD-FALTANTES " NUMEROS)"
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LIVROSAI-LINHA.
           STRING "NOTAS DO MES SEM NUMERO FISCAL: " WRK-QTD-SEM-NUMERO
                  "  FORA DO LIVRO: " WRK-QTD-FORA
               DELIMITED BY SIZE INTO LIVROSAI-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE LIVROSAI-LINHA.
           IF WRK-FS-LIVROSAI NOT EQUAL "00"
               MOVE WRK-FS-LIVROSAI TO UTIL-FS-CODIGO
               MOVE "LIVROSAI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-NOTA.
           CLOSE ARQ-LIVROSAI.
           IF CADASTRO-FILIAL-ATIVO
               CLOSE ARQ-FILIAL
           END-IF.
           IF HISTORICO-PEDIDO-ATIVO
               CLOSE ARQ-PEDHIST
           END-IF.
           DISPLAY "LINHAS DE NOTA LIDAS......... " WRK-QTD-LIDAS.
           DISPLAY "NOTAS NO LIVRO DO MÊS........ " WRK-QTD-NOTAS.
           DISPLAY "NOTAS DUPLICADAS............. " WRK-QTD-DUPLICADAS.
           DISPLAY "BURACOS NA NUMERAÇÃO......... " WRK-QTD-BURACOS.
           DISPLAY "NOTAS SEM NÚMERO FISCAL...... " WRK-QTD-SEM-NUMERO.

       COPY FSERROPR.
