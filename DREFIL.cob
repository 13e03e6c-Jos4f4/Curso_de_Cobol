       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREFIL.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: DEMONSTRATIVO DE RESULTADO POR FILIAL (DRE POR
      *    ==          FILIAL) DO MES DE REFERENCIA: RECEITA DE VENDAS
      *    ==          E DE FRETE DOS PEDIDOS (RESUMO MENSAL
      *    ==          "PEDRESUM", MONTADO DO "RESULTADO"), MENOS
      *    ==          DESCONTOS DE PROMOCAO, ESTORNOS E DEVOLUCOES;
      *    ==          CUSTO DAS MERCADORIAS PELAS BAIXAS DO "MOVEST"
      *    ==          A CUSTO MEDIO; FRETE PAGO AS TRANSPORTADORAS
      *    ==          (FATURAS DO "CONTAPAG"); E A FOLHA DO MES
      *    ==          ("HOLERITE") PELA FILIAL DE LOTACAO DO
      *    ==          FUNCIONARIO, COM OS DEPARTAMENTOS COMPARTILHADOS
      *    ==          RATEADOS PELA TABELA "RATEIO". A MESMA ESTRUTURA
      *    ==          DE LINHAS SAI PARA CADA FILIAL E NUMA COLUNA
      *    ==          CONSOLIDADA, COM AS MARGENS EM PERCENTUAL --
      *    ==          PARA SABER QUAL FILIAL DA PREJUIZO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODADO PELO OPERADOR NO FECHAMENTO, COM O MES
      *==             DE REFERENCIA (AAAAMM) E O DD "HOLERITE"
      *==             APONTANDO PARA A GERACAO DA FOLHA DESSE MES.
      *==             RECEITA BRUTA = VALOR DOS PEDIDOS + DESCONTO;
      *==             DESCONTO, ESTORNO E DEVOLUCAO NOS MESMOS
      *==             CRITERIOS DE MES DO "PEDRESUM" (ESTORNO NO MES
      *==             DO PEDIDO, DEVOLUCAO NO MES DA DEVOLUCAO).
      *==             RECEITA DE FRETE = FRETE COBRADO LIQUIDO DOS
      *==             ESTORNOS. CMV = BAIXAS DE VENDA ("B") MENOS OS
      *==             RETORNOS RECEBIDOS NA QUARENTENA ("Q"), PELO
      *==             VALOR A CUSTO MEDIO GRAVADO NO "MOVEST".
      *==             FRETE PAGO = FATURAS DE TRANSPORTADORA NAO
      *==             CANCELADAS COM FIM DE PERIODO NO MES, DIVIDIDAS
      *==             ENTRE AS FILIAIS NA PROPORCAO DO FRETE COBRADO
      *==             DE CADA UMA COM AQUELA TRANSPORTADORA; SEM
      *==             FATURA LANCADA, O FRETE COBRADO ENTRA COMO
      *==             ESTIMATIVA (AVISO NO RODAPE). FOLHA = BRUTO +
      *==             13O + FERIAS + TERCO + RETROATIVO + RESCISAO +
      *==             FGTS + INSS DA EMPRESA (PARAMETROS "INSSPATR",
      *==             "INSSRAT" E "INSSTERC" PELA BUSCAPAR, COMO NO
      *==             GUIATRIB). MARGENS SOBRE A RECEITA OPERACIONAL
      *==             LIQUIDA. ARQUIVOS "MOVEST", "CONTAPAG",
      *==             "HOLERITE" E "RATEIO" SAO OPCIONAIS: SEM ELES A
      *==             LINHA SAI ZERADA, COM AVISO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

           SELECT ARQ-FILIAL   ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-MOVEST   ASSIGN TO "MOVEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVEST.

           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPAG-NUMERO
               FILE STATUS IS WRK-FS-CONTAPAG.

           SELECT ARQ-HOLERITE ASSIGN TO "HOLERITE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLERITE.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-RATEIO   ASSIGN TO "RATEIO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RATEIO.

           SELECT ARQ-DREFIL   ASSIGN TO "DREFIL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DREFIL.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-MOVEST.
           COPY MOVEST.

       FD  ARQ-CONTAPAG.
           COPY CONTAPAG.

       FD  ARQ-HOLERITE.
           COPY HOLERITE.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-RATEIO.
           COPY RATEIO.

       FD  ARQ-DREFIL.
       01  DREFIL-LINHA        PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL      PIC X(02) VALUE "00".
       77  WRK-FS-MOVEST      PIC X(02) VALUE "00".
       77  WRK-FS-CONTAPAG    PIC X(02) VALUE "00".
       77  WRK-FS-HOLERITE    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-RATEIO      PIC X(02) VALUE "00".
       77  WRK-FS-DREFIL      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-DATA-PARAMETRO PIC X(08) VALUE SPACES.
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO          VALUE "S".
       77  WRK-TEM-MOVEST     PIC X(01) VALUE "N".
           88  MOVEST-DISPONIVEL       VALUE "S".
       77  WRK-TEM-CONTAPAG   PIC X(01) VALUE "N".
           88  CONTAPAG-DISPONIVEL     VALUE "S".
       77  WRK-TEM-HOLERITE   PIC X(01) VALUE "N".
           88  HOLERITE-DISPONIVEL     VALUE "S".
       77  WRK-TEM-FUNCIONAR  PIC X(01) VALUE "N".
           88  FUNCIONAR-DISPONIVEL    VALUE "S".
       77  WRK-FUNC-ACHADO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-FOI-ACHADO  VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NO FIM DO MES (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======ALIQUOTAS DO INSS DA EMPRESA (MESMOS PARAMETROS E
      *=======PADROES DO GUIATRIB: 20%, 2% E 5,8%)
       77  WRK-IDX-ENC        PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-ENC-DADOS.
           05  FILLER PIC X(14) VALUE "INSSPATR  2000".
           05  FILLER PIC X(14) VALUE "INSSRAT   0200".
           05  FILLER PIC X(14) VALUE "INSSTERC  0580".
       01  WRK-TAB-ENC REDEFINES WRK-TAB-ENC-DADOS.
           05  WRK-ENC-ITEM OCCURS 3 TIMES.
               10  WRK-ENC-PARAMETRO  PIC X(10).
               10  WRK-ENC-PADRAO     PIC 9(02)V99.
       77  WRK-PERC-ENCARGOS  PIC 9(03)V99 VALUE ZEROS.

      *=======COLUNAS DO DEMONSTRATIVO: UMA POR FILIAL (CADASTRO
      *======="FILIAL" + CODIGOS ACHADOS NO MOVIMENTO SEM CADASTRO) E
      *=======A CONSOLIDADA LOGO DEPOIS DA ULTIMA FILIAL
       77  WRK-QTD-FIL        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FIL        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-CONS       PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-PROCURADA  PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-ENCONTRADA PIC X(01) VALUE "N".
           88  FILIAL-FOI-ENCONTRADA   VALUE "S".
       77  WRK-AVISO-FILIAIS  PIC X(01) VALUE "N".
           88  AVISO-FILIAIS-DADO      VALUE "S".
       01  WRK-TAB-FIL.
           05  WRK-FIL-ITEM OCCURS 21 TIMES.
               10  WRK-FIL-COD          PIC 9(02).
               10  WRK-FIL-NOME         PIC X(12).
               10  WRK-FIL-RATEIA       PIC X(01).
                   88  FILIAL-RECEBE-RATEIO     VALUE "S".
               10  WRK-FIL-VENDA-BRUTA  PIC S9(11)V99.
               10  WRK-FIL-DESCONTO     PIC S9(11)V99.
               10  WRK-FIL-ESTORNO      PIC S9(11)V99.
               10  WRK-FIL-DEVOLUCAO    PIC S9(11)V99.
               10  WRK-FIL-FRETE-REC    PIC S9(11)V99.
               10  WRK-FIL-CMV          PIC S9(11)V99.
               10  WRK-FIL-CUSTO-FRETE  PIC S9(11)V99.
               10  WRK-FIL-FOLHA        PIC S9(11)V99.
               10  WRK-FIL-FOLHA-RATEIO PIC S9(11)V99.
               10  WRK-FIL-QUADRO       PIC 9(05).
               10  WRK-FIL-LINHA OCCURS 15 TIMES PIC S9(11)V99.

      *=======FRETE COBRADO POR TRANSPORTADORA E FILIAL (BASE DA
      *=======DIVISAO DA FATURA) E VALOR FATURADO NO MES
       77  WRK-QTD-TRF        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRF        PIC 9(02) VALUE ZEROS.
       77  WRK-TRF-PROCURADA  PIC 9(03) VALUE ZEROS.
       77  WRK-TRF-ENCONTRADA PIC X(01) VALUE "N".
           88  TRANSP-FOI-ENCONTRADA   VALUE "S".
       77  WRK-AVISO-TRANSP   PIC X(01) VALUE "N".
           88  AVISO-TRANSP-DADO       VALUE "S".
       01  WRK-TAB-TRF.
           05  WRK-TRF-ITEM OCCURS 50 TIMES.
               10  WRK-TRF-COD          PIC 9(03).
               10  WRK-TRF-COBRADO      PIC S9(11)V99.
               10  WRK-TRF-FATURADO     PIC S9(11)V99.
               10  WRK-TRF-FRETE-FIL OCCURS 20 TIMES
                                        PIC S9(11)V99.
       77  WRK-QTD-ESTIMADAS  PIC 9(03) VALUE ZEROS.
       77  WRK-FRETE-SEM-BASE PIC S9(11)V99 VALUE ZEROS.

      *=======FOLHA DOS DEPARTAMENTOS COMPARTILHADOS (FUNCIONARIO SEM
      *=======FILIAL OU SEM CADASTRO), A RATEAR
       77  WRK-QTD-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-PROCURADO  PIC X(03) VALUE SPACES.
       77  WRK-DEP-ENCONTRADO PIC X(01) VALUE "N".
           88  DEPTO-FOI-ENCONTRADO    VALUE "S".
       77  WRK-AVISO-DEPTOS   PIC X(01) VALUE "N".
           88  AVISO-DEPTOS-DADO       VALUE "S".
       01  WRK-TAB-DEP.
           05  WRK-DEP-ITEM OCCURS 20 TIMES.
               10  WRK-DEP-CODIGO       PIC X(03).
               10  WRK-DEP-FUNCS        PIC 9(05).
               10  WRK-DEP-CUSTO        PIC S9(11)V99.
               10  WRK-DEP-CRITERIO     PIC X(01).
               10  WRK-DEP-NAO-RATEADO  PIC S9(11)V99.
       77  WRK-FOLHA-NAO-RATEADA PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-HOLERITES  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77  WRK-BASE-FUNC      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-FUNC     PIC S9(09)V99 VALUE ZEROS.

      *=======REGRAS DE RATEIO CARREGADAS DA TABELA "RATEIO"
       77  WRK-QTD-RAT        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-RAT        PIC 9(02) VALUE ZEROS.
       77  WRK-AVISO-RATEIO   PIC X(01) VALUE "N".
           88  AVISO-RATEIO-DADO       VALUE "S".
       01  WRK-TAB-RAT.
           05  WRK-RAT-ITEM OCCURS 50 TIMES.
               10  WRK-RAT-DEPTO        PIC X(03).
               10  WRK-RAT-CRITERIO     PIC X(01).
               10  WRK-RAT-FILIAL       PIC 9(02).
               10  WRK-RAT-PERCENTUAL   PIC 9(03)V99.
       77  WRK-CRITERIO       PIC X(01) VALUE SPACES.
           88  CRITERIO-RECEITA        VALUE "R".
           88  CRITERIO-QUADRO         VALUE "Q".
           88  CRITERIO-PERCENTUAL     VALUE "P".
       77  WRK-DEPTO-REGRA    PIC X(03) VALUE SPACES.

      *=======APOIO DA DIVISAO PROPORCIONAL (FATURA DE FRETE E
      *=======RATEIO DA FOLHA): BASE POR COLUNA, TOTAL DA BASE, VALOR
      *=======A DIVIDIR E O QUE JA FOI DISTRIBUIDO (A SOBRA DE
      *=======ARREDONDAMENTO VAI PARA A ULTIMA COLUNA COM BASE)
       01  WRK-TAB-BASE.
           05  WRK-BASE-COL OCCURS 20 TIMES PIC S9(11)V99.
       77  WRK-BASE-TOTAL     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-DIVIDIR  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-PARTE    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-DIVIDIDO PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ULTIMA-COL     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PARTE.
           05  WRK-PARTE-COL OCCURS 20 TIMES PIC S9(11)V99.

      *=======LINHAS DO DEMONSTRATIVO: ROTULO E TIPO ("V" = VALOR,
      *======="P" = PERCENTUAL SOBRE A RECEITA OPERACIONAL LIQUIDA,
      *======="T" = LINHA DE TOTAL, PRECEDIDA DE TRACEJADO)
       77  WRK-IDX-LIN        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LIN-DADOS.
           05  FILLER PIC X(31)
               VALUE "VRECEITA BRUTA DE VENDAS       ".
           05  FILLER PIC X(31)
               VALUE "V(-) DESCONTOS DE PROMOCAO     ".
           05  FILLER PIC X(31)
               VALUE "V(-) ESTORNOS                  ".
           05  FILLER PIC X(31)
               VALUE "V(-) DEVOLUCOES                ".
           05  FILLER PIC X(31)
               VALUE "T(=) RECEITA LIQUIDA DE VENDAS ".
           05  FILLER PIC X(31)
               VALUE "V(+) RECEITA DE FRETE          ".
           05  FILLER PIC X(31)
               VALUE "T(=) RECEITA OPERAC. LIQUIDA   ".
           05  FILLER PIC X(31)
               VALUE "V(-) CUSTO DAS MERCADORIAS     ".
           05  FILLER PIC X(31)
               VALUE "V(-) FRETE PAGO A TRANSPORTAD. ".
           05  FILLER PIC X(31)
               VALUE "T(=) MARGEM BRUTA              ".
           05  FILLER PIC X(31)
               VALUE "P    MARGEM BRUTA %            ".
           05  FILLER PIC X(31)
               VALUE "V(-) FOLHA DA FILIAL           ".
           05  FILLER PIC X(31)
               VALUE "V(-) FOLHA RATEADA             ".
           05  FILLER PIC X(31)
               VALUE "T(=) RESULTADO DA FILIAL       ".
           05  FILLER PIC X(31)
               VALUE "P    MARGEM LIQUIDA %          ".
       01  WRK-TAB-LIN REDEFINES WRK-TAB-LIN-DADOS.
           05  WRK-LIN-ITEM OCCURS 15 TIMES.
               10  WRK-LIN-TIPO         PIC X(01).
               10  WRK-LIN-ROTULO       PIC X(30).

      *=======IMPRESSAO EM BLOCOS DE ATE SEIS COLUNAS
       77  WRK-COL-INICIO     PIC 9(02) VALUE ZEROS.
       77  WRK-COL-FIM        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COL        PIC 9(02) VALUE ZEROS.
       77  WRK-PONTEIRO       PIC 9(03) VALUE ZEROS.
       77  WRK-PERC           PIC S9(04)V9 VALUE ZEROS.
       77  WRK-VALOR-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED        PIC -ZZZ9,9.
       77  WRK-CELULA         PIC X(16) VALUE SPACES.
       77  WRK-NOME-COL       PIC X(15) VALUE SPACES.
       77  WRK-FIL-ED         PIC 99.
       77  WRK-QTD-ED         PIC ZZZZ9.
       77  WRK-ROTULO         PIC X(40) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CARREGAR-FILIAIS.
           PERFORM 0150-CARREGAR-RATEIO.
           PERFORM 0200-SOMAR-RESUMO.
           IF MOVEST-DISPONIVEL
               PERFORM 0300-SOMAR-CMV
           END-IF.
           IF CONTAPAG-DISPONIVEL
               PERFORM 0400-SOMAR-FATURAS
           END-IF.
           PERFORM 0450-CUSTO-FRETE-TRANSP.
           IF HOLERITE-DISPONIVEL
               PERFORM 0500-SOMAR-FOLHA
           END-IF.
           PERFORM 0600-MONTAR-RECEITAS.
           PERFORM 0650-RATEAR-FOLHA.
           PERFORM 0700-MONTAR-RESULTADO.
           PERFORM 0800-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O MES DE REFERENCIA E OBRIGATORIO; O PEDRESUM E O
      *=======CADASTRO DE FILIAIS TAMBEM. OS DEMAIS ARQUIVOS, SE
      *=======FALTAREM, SO ZERAM A SUA LINHA.
       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           IF WRK-MES-REFERENCIA NOT NUMERIC
               DISPLAY "MÊS DE REFERÊNCIA INVÁLIDO: "
                       WRK-MES-REFERENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WRK-DATA-PARAMETRO.
           STRING WRK-MES-REFERENCIA "31"
               DELIMITED BY SIZE INTO WRK-DATA-PARAMETRO.
           OPEN INPUT ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FILIAL.
           IF WRK-FS-FILIAL NOT EQUAL "00"
               MOVE WRK-FS-FILIAL TO UTIL-FS-CODIGO
               MOVE "FILIAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-MOVEST.
           IF WRK-FS-MOVEST EQUAL "00"
               SET MOVEST-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "MOVEST INDISPONÍVEL (STATUS " WRK-FS-MOVEST
                       ") -- CUSTO DAS MERCADORIAS ZERADO."
           END-IF.
           OPEN INPUT ARQ-CONTAPAG.
           IF WRK-FS-CONTAPAG EQUAL "00"
               SET CONTAPAG-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CONTAPAG INDISPONÍVEL (STATUS " WRK-FS-CONTAPAG
                       ") -- FRETE PAGO PELO FRETE COBRADO."
           END-IF.
           OPEN INPUT ARQ-HOLERITE.
           IF WRK-FS-HOLERITE EQUAL "00"
               SET HOLERITE-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "HOLERITE INDISPONÍVEL (STATUS " WRK-FS-HOLERITE
                       ") -- FOLHA ZERADA."
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR EQUAL "00"
               SET FUNCIONAR-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "FUNCIONAR INDISPONÍVEL (STATUS "
                       WRK-FS-FUNCIONAR
                       ") -- TODA A FOLHA VAI PARA O RATEIO."
           END-IF.
           OPEN OUTPUT ARQ-DREFIL.
           IF WRK-FS-DREFIL NOT EQUAL "00"
               MOVE WRK-FS-DREFIL TO UTIL-FS-CODIGO
               MOVE "DREFIL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           INITIALIZE WRK-TAB-FIL.
           INITIALIZE WRK-TAB-TRF.
           INITIALIZE WRK-TAB-DEP.
           INITIALIZE WRK-TAB-RAT.

      *=======UMA COLUNA POR FILIAL CADASTRADA, NA ORDEM DO CODIGO;
      *=======SO AS ATIVAS RECEBEM RATEIO DE FOLHA.
       0100-CARREGAR-FILIAIS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-FILIAL UNTIL FIM-DO-ARQUIVO.

       0110-LER-FILIAL    SECTION.
           READ ARQ-FILIAL NEXT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WRK-QTD-FIL LESS 20
                       ADD 1 TO WRK-QTD-FIL
                       MOVE FIL-CODIGO TO WRK-FIL-COD(WRK-QTD-FIL)
                       MOVE FIL-CIDADE TO WRK-FIL-NOME(WRK-QTD-FIL)
                       IF FIL-ATIVO EQUAL "S"
                           MOVE "S" TO WRK-FIL-RATEIA(WRK-QTD-FIL)
                       END-IF
                   ELSE
                       PERFORM 0130-AVISAR-FILIAIS
                   END-IF
           END-READ.

      *=======LOCALIZA A COLUNA DA FILIAL PROCURADA; CODIGO FORA DO
      *=======CADASTRO GANHA COLUNA PROPRIA (SEM RATEIO). COM A
      *=======TABELA CHEIA, WRK-IDX-FIL VOLTA ZERADO E O VALOR FICA
      *=======FORA (AVISO UMA VEZ).
       0120-LOCALIZAR-FILIAL SECTION.
           MOVE "N" TO WRK-FIL-ENCONTRADA.
           MOVE 1   TO WRK-IDX-FIL.
           PERFORM 0125-PROCURAR-FILIAL
               UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
                  OR FILIAL-FOI-ENCONTRADA.
           IF NOT FILIAL-FOI-ENCONTRADA
               IF WRK-QTD-FIL LESS 20
                   ADD 1 TO WRK-QTD-FIL
                   MOVE WRK-QTD-FIL TO WRK-IDX-FIL
                   MOVE WRK-FIL-PROCURADA TO WRK-FIL-COD(WRK-IDX-FIL)
                   IF WRK-FIL-PROCURADA EQUAL ZEROS
                       MOVE "SEM FILIAL"   TO WRK-FIL-NOME(WRK-IDX-FIL)
                   ELSE
                       MOVE "NAO CADASTR." TO WRK-FIL-NOME(WRK-IDX-FIL)
                   END-IF
               ELSE
                   MOVE ZEROS TO WRK-IDX-FIL
                   PERFORM 0130-AVISAR-FILIAIS
               END-IF
           END-IF.

       0125-PROCURAR-FILIAL SECTION.
           IF WRK-FIL-COD(WRK-IDX-FIL) EQUAL WRK-FIL-PROCURADA
               SET FILIAL-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-FIL
           END-IF.

       0130-AVISAR-FILIAIS SECTION.
           IF NOT AVISO-FILIAIS-DADO
               DISPLAY "MAIS DE 20 FILIAIS -- EXCEDENTES FORA DO "
                       "DEMONSTRATIVO."
               SET AVISO-FILIAIS-DADO TO TRUE
           END-IF.

      *=======TABELA DE RATEIO: SEM ELA, TODO DEPARTAMENTO
      *=======COMPARTILHADO E RATEADO PELA RECEITA.
       0150-CARREGAR-RATEIO SECTION.
           OPEN INPUT ARQ-RATEIO.
           IF WRK-FS-RATEIO NOT EQUAL "00"
               DISPLAY "TABELA RATEIO INDISPONÍVEL (STATUS "
                       WRK-FS-RATEIO ") -- RATEIO PELA RECEITA."
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-RATEIO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-RATEIO
           END-IF.

       0160-LER-RATEIO    SECTION.
           READ ARQ-RATEIO
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WRK-QTD-RAT LESS 50
                       ADD 1 TO WRK-QTD-RAT
                       MOVE RAT-DEPARTAMENTO
                           TO WRK-RAT-DEPTO(WRK-QTD-RAT)
                       MOVE RAT-CRITERIO
                           TO WRK-RAT-CRITERIO(WRK-QTD-RAT)
                       IF RAT-FILIAL IS NUMERIC
                           MOVE RAT-FILIAL
                               TO WRK-RAT-FILIAL(WRK-QTD-RAT)
                       END-IF
                       IF RAT-PERCENTUAL IS NUMERIC
                           MOVE RAT-PERCENTUAL
                               TO WRK-RAT-PERCENTUAL(WRK-QTD-RAT)
                       END-IF
                   ELSE
                       IF NOT AVISO-RATEIO-DADO
                           DISPLAY "MAIS DE 50 LINHAS NA TABELA "
                                   "RATEIO -- EXCEDENTES IGNORADAS."
                           SET AVISO-RATEIO-DADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *=======RECEITAS DO MES PELO RESUMO (MESMO POSICIONAMENTO DO
      *=======RELLUCRO): O PRIMEIRO REGISTRO DE OUTRO MES ENCERRA.
       0200-SOMAR-RESUMO  SECTION.
           MOVE "N"                TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES         TO RSM-CHAVE.
           MOVE WRK-MES-REFERENCIA TO RSM-MES.
           START ARQ-PEDRESUM KEY NOT LESS RSM-CHAVE
               INVALID KEY
                   SET FIM-DO-ARQUIVO TO TRUE
           END-START.
           PERFORM 0210-LER-RESUMO.
           PERFORM 0220-ACUMULAR-RESUMO UNTIL FIM-DO-ARQUIVO.

       0210-LER-RESUMO    SECTION.
           IF NOT FIM-DO-ARQUIVO
               READ ARQ-PEDRESUM NEXT
                   AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                   NOT AT END
                       IF RSM-MES NOT EQUAL WRK-MES-REFERENCIA
                           SET FIM-DO-ARQUIVO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *=======O VALOR DO PEDIDO JA VEM LIQUIDO DO DESCONTO: A RECEITA
      *=======BRUTA DEVOLVE O DESCONTO PARA ELE SAIR NA SUA LINHA. O
      *=======FRETE LIQUIDO DOS ESTORNOS TAMBEM E A BASE DA DIVISAO DA
      *=======FATURA DA TRANSPORTADORA.
       0220-ACUMULAR-RESUMO SECTION.
           MOVE RSM-FILIAL TO WRK-FIL-PROCURADA.
           PERFORM 0120-LOCALIZAR-FILIAL.
           IF WRK-IDX-FIL GREATER ZEROS
               COMPUTE WRK-FIL-VENDA-BRUTA(WRK-IDX-FIL) =
                       WRK-FIL-VENDA-BRUTA(WRK-IDX-FIL)
                     + RSM-VALOR + RSM-DESCONTO
               ADD RSM-DESCONTO
                   TO WRK-FIL-DESCONTO(WRK-IDX-FIL)
               ADD RSM-VALOR-ESTORNOS
                   TO WRK-FIL-ESTORNO(WRK-IDX-FIL)
               ADD RSM-VALOR-RETORNOS
                   TO WRK-FIL-DEVOLUCAO(WRK-IDX-FIL)
               COMPUTE WRK-FIL-FRETE-REC(WRK-IDX-FIL) =
                       WRK-FIL-FRETE-REC(WRK-IDX-FIL)
                     + RSM-FRETE - RSM-FRETE-ESTORNOS
               MOVE RSM-TRANSPORTADORA TO WRK-TRF-PROCURADA
               PERFORM 0230-LOCALIZAR-TRANSP
               IF WRK-IDX-TRF GREATER ZEROS
                   COMPUTE WRK-TRF-COBRADO(WRK-IDX-TRF) =
                           WRK-TRF-COBRADO(WRK-IDX-TRF)
                         + RSM-FRETE - RSM-FRETE-ESTORNOS
                   COMPUTE WRK-TRF-FRETE-FIL(WRK-IDX-TRF WRK-IDX-FIL) =
                           WRK-TRF-FRETE-FIL(WRK-IDX-TRF WRK-IDX-FIL)
                         + RSM-FRETE - RSM-FRETE-ESTORNOS
               END-IF
           END-IF.
           PERFORM 0210-LER-RESUMO.

       0230-LOCALIZAR-TRANSP SECTION.
           MOVE "N" TO WRK-TRF-ENCONTRADA.
           MOVE 1   TO WRK-IDX-TRF.
           PERFORM 0235-PROCURAR-TRANSP
               UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRF
                  OR TRANSP-FOI-ENCONTRADA.
           IF NOT TRANSP-FOI-ENCONTRADA
               IF WRK-QTD-TRF LESS 50
                   ADD 1 TO WRK-QTD-TRF
                   MOVE WRK-QTD-TRF TO WRK-IDX-TRF
                   MOVE WRK-TRF-PROCURADA TO WRK-TRF-COD(WRK-IDX-TRF)
               ELSE
                   MOVE ZEROS TO WRK-IDX-TRF
                   IF NOT AVISO-TRANSP-DADO
                       DISPLAY "MAIS DE 50 TRANSPORTADORAS -- "
                               "EXCEDENTES FORA DO CUSTO DE FRETE."
                       SET AVISO-TRANSP-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0235-PROCURAR-TRANSP SECTION.
           IF WRK-TRF-COD(WRK-IDX-TRF) EQUAL WRK-TRF-PROCURADA
               SET TRANSP-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-TRF
           END-IF.

      *=======CUSTO DAS MERCADORIAS: BAIXA DE VENDA ("B", VALOR
      *=======NEGATIVO NO MOVEST) SOMA; RETORNO QUE ENTROU NA
      *=======QUARENTENA ("Q", POSITIVO) VOLTA O CUSTO.
       0300-SOMAR-CMV     SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0310-LER-MOVEST UNTIL FIM-DO-ARQUIVO.

       0310-LER-MOVEST    SECTION.
           READ ARQ-MOVEST
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF MOV-DATA(1:6) EQUAL WRK-MES-REFERENCIA
                      AND (MOV-TIPO EQUAL "B" OR MOV-TIPO EQUAL "Q")
                      AND MOV-VALOR IS NUMERIC
                      AND MOV-FILIAL IS NUMERIC
                       PERFORM 0320-ACUMULAR-CMV
                   END-IF
           END-READ.

       0320-ACUMULAR-CMV  SECTION.
           MOVE MOV-FILIAL TO WRK-FIL-PROCURADA.
           PERFORM 0120-LOCALIZAR-FILIAL.
           IF WRK-IDX-FIL GREATER ZEROS
               SUBTRACT MOV-VALOR FROM WRK-FIL-CMV(WRK-IDX-FIL)
           END-IF.

      *=======FATURAS DE TRANSPORTADORA DO MES (FIM DO PERIODO
      *=======FATURADO DENTRO DO MES), MENOS AS CANCELADAS.
       0400-SOMAR-FATURAS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0410-LER-CONTAPAG UNTIL FIM-DO-ARQUIVO.

       0410-LER-CONTAPAG  SECTION.
           READ ARQ-CONTAPAG NEXT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CPAG-FATURA-FRETE
                      AND NOT CPAG-CANCELADA
                      AND CPAG-PERIODO-FIM(1:6)
                          EQUAL WRK-MES-REFERENCIA
                       MOVE CPAG-TRANSPORTADORA TO WRK-TRF-PROCURADA
                       PERFORM 0230-LOCALIZAR-TRANSP
                       IF WRK-IDX-TRF GREATER ZEROS
                           ADD CPAG-VALOR
                               TO WRK-TRF-FATURADO(WRK-IDX-TRF)
                       END-IF
                   END-IF
           END-READ.

      *=======CADA FATURA E DIVIDIDA ENTRE AS FILIAIS PELO FRETE
      *=======COBRADO DE CADA UMA COM A TRANSPORTADORA. SEM FATURA,
      *=======O PROPRIO FRETE COBRADO ENTRA COMO ESTIMATIVA; FATURA
      *=======SEM NENHUM FRETE COBRADO NO MES FICA FORA (RODAPE).
       0450-CUSTO-FRETE-TRANSP SECTION.
           MOVE 1 TO WRK-IDX-TRF.
           PERFORM 0460-CUSTO-UMA-TRANSP
               UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRF.

       0460-CUSTO-UMA-TRANSP SECTION.
           EVALUATE TRUE
               WHEN WRK-TRF-FATURADO(WRK-IDX-TRF) EQUAL ZEROS
                   IF WRK-TRF-COBRADO(WRK-IDX-TRF) NOT EQUAL ZEROS
                       ADD 1 TO WRK-QTD-ESTIMADAS
                   END-IF
                   MOVE 1 TO WRK-IDX-FIL
                   PERFORM 0470-ESTIMAR-CUSTO-FILIAL
                       UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
               WHEN WRK-TRF-COBRADO(WRK-IDX-TRF) NOT GREATER ZEROS
                   ADD WRK-TRF-FATURADO(WRK-IDX-TRF)
                       TO WRK-FRETE-SEM-BASE
               WHEN OTHER
                   MOVE WRK-TRF-FATURADO(WRK-IDX-TRF)
                       TO WRK-VALOR-DIVIDIR
                   MOVE WRK-TRF-COBRADO(WRK-IDX-TRF) TO WRK-BASE-TOTAL
                   MOVE 1 TO WRK-IDX-FIL
                   PERFORM 0480-BASE-FRETE-FILIAL
                       UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
                   PERFORM 0950-DIVIDIR-PROPORCIONAL
                   MOVE 1 TO WRK-IDX-FIL
                   PERFORM 0490-LANCAR-CUSTO-FILIAL
                       UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
           END-EVALUATE.
           ADD 1 TO WRK-IDX-TRF.

       0470-ESTIMAR-CUSTO-FILIAL SECTION.
           ADD WRK-TRF-FRETE-FIL(WRK-IDX-TRF WRK-IDX-FIL)
               TO WRK-FIL-CUSTO-FRETE(WRK-IDX-FIL).
           ADD 1 TO WRK-IDX-FIL.

       0480-BASE-FRETE-FILIAL SECTION.
           MOVE WRK-TRF-FRETE-FIL(WRK-IDX-TRF WRK-IDX-FIL)
               TO WRK-BASE-COL(WRK-IDX-FIL).
           ADD 1 TO WRK-IDX-FIL.

       0490-LANCAR-CUSTO-FILIAL SECTION.
           ADD WRK-PARTE-COL(WRK-IDX-FIL)
               TO WRK-FIL-CUSTO-FRETE(WRK-IDX-FIL).
           ADD 1 TO WRK-IDX-FIL.

      *=======FOLHA DO MES: CUSTO TOTAL DO FUNCIONARIO (PROVENTOS +
      *=======FGTS + INSS DA EMPRESA) NA SUA FILIAL DE LOTACAO; SEM
      *=======FILIAL OU SEM CADASTRO, VAI PARA O DEPARTAMENTO
      *=======COMPARTILHADO ("???" QUANDO NEM O CADASTRO EXISTE).
       0500-SOMAR-FOLHA   SECTION.
           MOVE ZEROS TO WRK-PERC-ENCARGOS.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0510-LER-ALIQUOTA UNTIL WRK-IDX-ENC GREATER 3.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0520-LER-HOLERITE UNTIL FIM-DO-ARQUIVO.

       0510-LER-ALIQUOTA  SECTION.
           MOVE WRK-ENC-PARAMETRO(WRK-IDX-ENC) TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-PARAMETRO
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               ADD WRK-PARM-VALOR TO WRK-PERC-ENCARGOS
           ELSE
               ADD WRK-ENC-PADRAO(WRK-IDX-ENC) TO WRK-PERC-ENCARGOS
           END-IF.
           ADD 1 TO WRK-IDX-ENC.

       0520-LER-HOLERITE  SECTION.
           READ ARQ-HOLERITE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0530-ACUMULAR-FOLHA
           END-READ.

       0530-ACUMULAR-FOLHA SECTION.
           ADD 1 TO WRK-QTD-HOLERITES.
           COMPUTE WRK-BASE-FUNC = HOL-SALARIO-BRUTO
                                 + HOL-DECIMO-TERCEIRO
                                 + HOL-FERIAS
                                 + HOL-TERCO-FERIAS
                                 + HOL-RETROATIVO.
           COMPUTE WRK-CUSTO-FUNC ROUNDED =
                   WRK-BASE-FUNC + HOL-RESCISAO + HOL-FGTS
                 + WRK-BASE-FUNC * WRK-PERC-ENCARGOS / 100.
           MOVE "N" TO WRK-FUNC-ACHADO.
           IF FUNCIONAR-DISPONIVEL
               MOVE HOL-CODIGO TO FUNC-CODIGO
               READ ARQ-FUNCIONAR
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-CADASTRO
                   NOT INVALID KEY
                       SET FUNCIONARIO-FOI-ACHADO TO TRUE
               END-READ
           END-IF.
           IF FUNCIONARIO-FOI-ACHADO
              AND FUNC-FILIAL GREATER ZEROS
               MOVE FUNC-FILIAL TO WRK-FIL-PROCURADA
               PERFORM 0120-LOCALIZAR-FILIAL
               IF WRK-IDX-FIL GREATER ZEROS
                   ADD WRK-CUSTO-FUNC TO WRK-FIL-FOLHA(WRK-IDX-FIL)
                   ADD 1 TO WRK-FIL-QUADRO(WRK-IDX-FIL)
               END-IF
           ELSE
               IF FUNCIONARIO-FOI-ACHADO
                   MOVE FUNC-DEPARTAMENTO TO WRK-DEP-PROCURADO
               ELSE
                   MOVE "???" TO WRK-DEP-PROCURADO
               END-IF
               PERFORM 0540-LOCALIZAR-DEPTO
               IF DEPTO-FOI-ENCONTRADO
                   ADD 1 TO WRK-DEP-FUNCS(WRK-IDX-DEP)
                   ADD WRK-CUSTO-FUNC TO WRK-DEP-CUSTO(WRK-IDX-DEP)
               END-IF
           END-IF.

       0540-LOCALIZAR-DEPTO SECTION.
           MOVE "N" TO WRK-DEP-ENCONTRADO.
           MOVE 1   TO WRK-IDX-DEP.
           PERFORM 0545-PROCURAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
                  OR DEPTO-FOI-ENCONTRADO.
           IF NOT DEPTO-FOI-ENCONTRADO
               IF WRK-QTD-DEP LESS 20
                   ADD 1 TO WRK-QTD-DEP
                   MOVE WRK-QTD-DEP TO WRK-IDX-DEP
                   MOVE WRK-DEP-PROCURADO
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
                   SET DEPTO-FOI-ENCONTRADO TO TRUE
               ELSE
                   IF NOT AVISO-DEPTOS-DADO
                       DISPLAY "MAIS DE 20 DEPARTAMENTOS "
                               "COMPARTILHADOS -- EXCEDENTES FORA "
                               "DO RATEIO."
                       SET AVISO-DEPTOS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0545-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP) EQUAL WRK-DEP-PROCURADO
               SET DEPTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DEP
           END-IF.

      *=======LINHAS DE RECEITA DE CADA FILIAL (A RECEITA OPERACIONAL
      *=======LIQUIDA E A BASE DO RATEIO "R" DA FOLHA).
       0600-MONTAR-RECEITAS SECTION.
           MOVE 1 TO WRK-IDX-FIL.
           PERFORM 0610-RECEITAS-FILIAL
               UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL.

       0610-RECEITAS-FILIAL SECTION.
           MOVE WRK-FIL-VENDA-BRUTA(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 1).
           MOVE WRK-FIL-DESCONTO(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 2).
           MOVE WRK-FIL-ESTORNO(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 3).
           MOVE WRK-FIL-DEVOLUCAO(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 4).
           COMPUTE WRK-FIL-LINHA(WRK-IDX-FIL 5) =
                   WRK-FIL-LINHA(WRK-IDX-FIL 1)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 2)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 3)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 4).
           MOVE WRK-FIL-FRETE-REC(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 6).
           COMPUTE WRK-FIL-LINHA(WRK-IDX-FIL 7) =
                   WRK-FIL-LINHA(WRK-IDX-FIL 5)
                 + WRK-FIL-LINHA(WRK-IDX-FIL 6).
           ADD 1 TO WRK-IDX-FIL.

      *=======RATEIO DA FOLHA DE CADA DEPARTAMENTO COMPARTILHADO PELA
      *=======REGRA DA TABELA: LINHA DO DEPARTAMENTO, SENAO A PADRAO
      *=======("***"), SENAO RECEITA. BASE ZERADA EM "R" OU "Q"
      *=======(NENHUMA RECEITA/NINGUEM LOTADO) DIVIDE EM PARTES IGUAIS
      *=======ENTRE AS FILIAIS ATIVAS.
       0650-RATEAR-FOLHA  SECTION.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0660-RATEAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP.

       0660-RATEAR-DEPTO  SECTION.
           PERFORM 0670-ESCOLHER-REGRA.
           MOVE WRK-CRITERIO TO WRK-DEP-CRITERIO(WRK-IDX-DEP).
           MOVE WRK-DEP-CUSTO(WRK-IDX-DEP) TO WRK-VALOR-DIVIDIR.
           MOVE ZEROS TO WRK-BASE-TOTAL.
           INITIALIZE WRK-TAB-BASE.
           MOVE 1 TO WRK-IDX-FIL.
           PERFORM 0680-BASE-RATEIO-FILIAL
               UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL.
           IF CRITERIO-PERCENTUAL
               IF WRK-BASE-TOTAL LESS 100
                   MOVE 100 TO WRK-BASE-TOTAL
               END-IF
           ELSE
               IF WRK-BASE-TOTAL NOT GREATER ZEROS
                   MOVE ZEROS TO WRK-BASE-TOTAL
                   MOVE 1 TO WRK-IDX-FIL
                   PERFORM 0690-BASE-IGUAL-FILIAL
                       UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
               END-IF
           END-IF.
           IF WRK-BASE-TOTAL GREATER ZEROS
               PERFORM 0950-DIVIDIR-PROPORCIONAL
               MOVE 1 TO WRK-IDX-FIL
               PERFORM 0695-LANCAR-RATEIO-FILIAL
                   UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
           ELSE
               MOVE ZEROS TO WRK-VALOR-DIVIDIDO
           END-IF.
           COMPUTE WRK-DEP-NAO-RATEADO(WRK-IDX-DEP) =
                   WRK-VALOR-DIVIDIR - WRK-VALOR-DIVIDIDO.
           ADD WRK-DEP-NAO-RATEADO(WRK-IDX-DEP)
               TO WRK-FOLHA-NAO-RATEADA.
           ADD 1 TO WRK-IDX-DEP.

       0670-ESCOLHER-REGRA SECTION.
           MOVE SPACES TO WRK-CRITERIO.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO WRK-DEPTO-REGRA.
           MOVE 1 TO WRK-IDX-RAT.
           PERFORM 0675-PROCURAR-REGRA
               UNTIL WRK-IDX-RAT GREATER WRK-QTD-RAT
                  OR WRK-CRITERIO NOT EQUAL SPACES.
           IF WRK-CRITERIO EQUAL SPACES
               MOVE "***" TO WRK-DEPTO-REGRA
               MOVE 1 TO WRK-IDX-RAT
               PERFORM 0675-PROCURAR-REGRA
                   UNTIL WRK-IDX-RAT GREATER WRK-QTD-RAT
                      OR WRK-CRITERIO NOT EQUAL SPACES
           END-IF.
           IF NOT CRITERIO-RECEITA AND NOT CRITERIO-QUADRO
              AND NOT CRITERIO-PERCENTUAL
               MOVE "R" TO WRK-CRITERIO
           END-IF.

       0675-PROCURAR-REGRA SECTION.
           IF WRK-RAT-DEPTO(WRK-IDX-RAT) EQUAL WRK-DEPTO-REGRA
               MOVE WRK-RAT-CRITERIO(WRK-IDX-RAT) TO WRK-CRITERIO
           ELSE
               ADD 1 TO WRK-IDX-RAT
           END-IF.

      *=======BASE DA FILIAL NO RATEIO: SO AS FILIAIS ATIVAS DO
      *=======CADASTRO RECEBEM. NO "P", SOMA AS LINHAS DA REGRA
      *=======ESCOLHIDA PARA A FILIAL.
       0680-BASE-RATEIO-FILIAL SECTION.
           MOVE ZEROS TO WRK-BASE-COL(WRK-IDX-FIL).
           IF FILIAL-RECEBE-RATEIO(WRK-IDX-FIL)
               EVALUATE TRUE
                   WHEN CRITERIO-RECEITA
                       IF WRK-FIL-LINHA(WRK-IDX-FIL 7) GREATER ZEROS
                           MOVE WRK-FIL-LINHA(WRK-IDX-FIL 7)
                               TO WRK-BASE-COL(WRK-IDX-FIL)
                       END-IF
                   WHEN CRITERIO-QUADRO
                       MOVE WRK-FIL-QUADRO(WRK-IDX-FIL)
                           TO WRK-BASE-COL(WRK-IDX-FIL)
                   WHEN CRITERIO-PERCENTUAL
                       MOVE 1 TO WRK-IDX-RAT
                       PERFORM 0685-SOMAR-PERCENTUAL
                           UNTIL WRK-IDX-RAT GREATER WRK-QTD-RAT
               END-EVALUATE
           END-IF.
           ADD WRK-BASE-COL(WRK-IDX-FIL) TO WRK-BASE-TOTAL.
           ADD 1 TO WRK-IDX-FIL.

       0685-SOMAR-PERCENTUAL SECTION.
           IF WRK-RAT-DEPTO(WRK-IDX-RAT) EQUAL WRK-DEPTO-REGRA
              AND WRK-RAT-FILIAL(WRK-IDX-RAT)
                  EQUAL WRK-FIL-COD(WRK-IDX-FIL)
               ADD WRK-RAT-PERCENTUAL(WRK-IDX-RAT)
                   TO WRK-BASE-COL(WRK-IDX-FIL)
           END-IF.
           ADD 1 TO WRK-IDX-RAT.

       0690-BASE-IGUAL-FILIAL SECTION.
           IF FILIAL-RECEBE-RATEIO(WRK-IDX-FIL)
               MOVE 1 TO WRK-BASE-COL(WRK-IDX-FIL)
               ADD 1 TO WRK-BASE-TOTAL
           END-IF.
           ADD 1 TO WRK-IDX-FIL.

       0695-LANCAR-RATEIO-FILIAL SECTION.
           ADD WRK-PARTE-COL(WRK-IDX-FIL)
               TO WRK-FIL-FOLHA-RATEIO(WRK-IDX-FIL).
           ADD 1 TO WRK-IDX-FIL.

      *=======CUSTOS E RESULTADO DE CADA FILIAL; A COLUNA CONSOLIDADA
      *=======E A SOMA DAS COLUNAS (OS PERCENTUAIS SAO CALCULADOS NA
      *=======IMPRESSAO).
       0700-MONTAR-RESULTADO SECTION.
           COMPUTE WRK-IDX-CONS = WRK-QTD-FIL + 1.
           MOVE ZEROS         TO WRK-FIL-COD(WRK-IDX-CONS).
           MOVE "CONSOLIDADO" TO WRK-FIL-NOME(WRK-IDX-CONS).
           MOVE 1 TO WRK-IDX-FIL.
           PERFORM 0710-RESULTADO-FILIAL
               UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL.

       0710-RESULTADO-FILIAL SECTION.
           MOVE WRK-FIL-CMV(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 8).
           MOVE WRK-FIL-CUSTO-FRETE(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 9).
           COMPUTE WRK-FIL-LINHA(WRK-IDX-FIL 10) =
                   WRK-FIL-LINHA(WRK-IDX-FIL 7)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 8)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 9).
           MOVE WRK-FIL-FOLHA(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 12).
           MOVE WRK-FIL-FOLHA-RATEIO(WRK-IDX-FIL)
               TO WRK-FIL-LINHA(WRK-IDX-FIL 13).
           COMPUTE WRK-FIL-LINHA(WRK-IDX-FIL 14) =
                   WRK-FIL-LINHA(WRK-IDX-FIL 10)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 12)
                 - WRK-FIL-LINHA(WRK-IDX-FIL 13).
           MOVE 1 TO WRK-IDX-LIN.
           PERFORM 0720-SOMAR-CONSOLIDADO UNTIL WRK-IDX-LIN GREATER 15.
           ADD 1 TO WRK-IDX-FIL.

       0720-SOMAR-CONSOLIDADO SECTION.
           ADD WRK-FIL-LINHA(WRK-IDX-FIL WRK-IDX-LIN)
               TO WRK-FIL-LINHA(WRK-IDX-CONS WRK-IDX-LIN).
           ADD 1 TO WRK-IDX-LIN.

      *=======DEMONSTRATIVO EM BLOCOS DE SEIS COLUNAS (FILIAIS NA
      *=======ORDEM DO CADASTRO, CONSOLIDADA POR ULTIMO), DEPOIS O
      *=======QUADRO DO RATEIO DA FOLHA E OS AVISOS.
       0800-IMPRIMIR      SECTION.
           MOVE SPACES TO DREFIL-LINHA.
           STRING "DEMONSTRATIVO DE RESULTADO POR FILIAL - REFERENCIA "
                  WRK-MES-REFERENCIA(5:2) "/" WRK-MES-REFERENCIA(1:4)
               DELIMITED BY SIZE INTO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "=" TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 1 TO WRK-COL-INICIO.
           PERFORM 0810-IMPRIMIR-BLOCO
               UNTIL WRK-COL-INICIO GREATER WRK-IDX-CONS.
           PERFORM 0850-IMPRIMIR-RATEIO.
           PERFORM 0870-IMPRIMIR-AVISOS.

       0810-IMPRIMIR-BLOCO SECTION.
           COMPUTE WRK-COL-FIM = WRK-COL-INICIO + 5.
           IF WRK-COL-FIM GREATER WRK-IDX-CONS
               MOVE WRK-IDX-CONS TO WRK-COL-FIM
           END-IF.
           MOVE SPACES TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO DREFIL-LINHA.
           MOVE 31 TO WRK-PONTEIRO.
           MOVE WRK-COL-INICIO TO WRK-IDX-COL.
           PERFORM 0815-CABECALHO-COLUNA
               UNTIL WRK-IDX-COL GREATER WRK-COL-FIM.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "-" TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-LIN.
           PERFORM 0820-IMPRIMIR-LINHA UNTIL WRK-IDX-LIN GREATER 15.
           ADD 6 TO WRK-COL-INICIO.

       0815-CABECALHO-COLUNA SECTION.
           MOVE SPACES TO WRK-NOME-COL.
           IF WRK-IDX-COL EQUAL WRK-IDX-CONS
               MOVE "    CONSOLIDADO" TO WRK-NOME-COL
           ELSE
               MOVE WRK-FIL-COD(WRK-IDX-COL) TO WRK-FIL-ED
               STRING WRK-FIL-ED " " WRK-FIL-NOME(WRK-IDX-COL)
                   DELIMITED BY SIZE INTO WRK-NOME-COL
           END-IF.
           STRING " " WRK-NOME-COL
               DELIMITED BY SIZE INTO DREFIL-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-COL.

       0820-IMPRIMIR-LINHA SECTION.
           IF WRK-LIN-TIPO(WRK-IDX-LIN) EQUAL "T"
               MOVE SPACES TO DREFIL-LINHA
               MOVE ALL "-" TO DREFIL-LINHA(31:)
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO DREFIL-LINHA.
           MOVE WRK-LIN-ROTULO(WRK-IDX-LIN) TO DREFIL-LINHA(1:30).
           MOVE 31 TO WRK-PONTEIRO.
           MOVE WRK-COL-INICIO TO WRK-IDX-COL.
           PERFORM 0825-CELULA-LINHA
               UNTIL WRK-IDX-COL GREATER WRK-COL-FIM.
           PERFORM 0890-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-LIN.

      *=======PERCENTUAL: MARGEM BRUTA (LINHA 10) OU RESULTADO (LINHA
      *=======14) SOBRE A RECEITA OPERACIONAL LIQUIDA (LINHA 7).
       0825-CELULA-LINHA  SECTION.
           MOVE SPACES TO WRK-CELULA.
           IF WRK-LIN-TIPO(WRK-IDX-LIN) EQUAL "P"
               MOVE ZEROS TO WRK-PERC
               IF WRK-FIL-LINHA(WRK-IDX-COL 7) GREATER ZEROS
                   COMPUTE WRK-PERC ROUNDED =
                           WRK-FIL-LINHA(WRK-IDX-COL WRK-IDX-LIN - 1)
                           * 100 / WRK-FIL-LINHA(WRK-IDX-COL 7)
                       ON SIZE ERROR MOVE -999,9 TO WRK-PERC
                   END-COMPUTE
               END-IF
               MOVE WRK-PERC TO WRK-PERC-ED
               STRING "        " WRK-PERC-ED "%"
                   DELIMITED BY SIZE INTO WRK-CELULA
           ELSE
               MOVE WRK-FIL-LINHA(WRK-IDX-COL WRK-IDX-LIN)
                   TO WRK-VALOR-ED
               STRING " " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-CELULA
           END-IF.
           STRING WRK-CELULA
               DELIMITED BY SIZE INTO DREFIL-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-COL.

      *=======QUADRO DO RATEIO: CADA DEPARTAMENTO COMPARTILHADO COM O
      *=======CRITERIO APLICADO, O CUSTO E O QUE FICOU SEM RATEIO.
       0850-IMPRIMIR-RATEIO SECTION.
           MOVE SPACES TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "=" TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO DREFIL-LINHA.
           STRING "RATEIO DA FOLHA DOS DEPARTAMENTOS COMPARTILHADOS "
                  "(R=RECEITA Q=QUADRO P=PERCENTUAL FIXO)"
               DELIMITED BY SIZE INTO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE "DEPTO CRIT FUNCS     CUSTO DA FOLHA     NAO RATEADO"
               TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           IF WRK-QTD-DEP EQUAL ZEROS
               MOVE "  (NENHUM FUNCIONARIO SEM FILIAL DE LOTACAO)"
                   TO DREFIL-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0860-LINHA-RATEIO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP.

       0860-LINHA-RATEIO  SECTION.
           MOVE WRK-DEP-FUNCS(WRK-IDX-DEP) TO WRK-QTD-ED.
           MOVE WRK-DEP-CUSTO(WRK-IDX-DEP) TO WRK-VALOR-ED.
           MOVE SPACES TO DREFIL-LINHA.
           STRING " " WRK-DEP-CODIGO(WRK-IDX-DEP)
                  "    " WRK-DEP-CRITERIO(WRK-IDX-DEP)
                  "  " WRK-QTD-ED
                  "  " WRK-VALOR-ED
               DELIMITED BY SIZE INTO DREFIL-LINHA.
           MOVE WRK-DEP-NAO-RATEADO(WRK-IDX-DEP) TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO DREFIL-LINHA(37:15).
           PERFORM 0890-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-DEP.

       0870-IMPRIMIR-AVISOS SECTION.
           MOVE SPACES TO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           IF WRK-QTD-ESTIMADAS GREATER ZEROS
               MOVE WRK-QTD-ESTIMADAS TO WRK-QTD-ED
               MOVE SPACES TO DREFIL-LINHA
               STRING "AVISO: " WRK-QTD-ED " TRANSPORTADORA(S) SEM "
                      "FATURA NO MES -- FRETE PAGO ESTIMADO PELO "
                      "FRETE COBRADO."
                   DELIMITED BY SIZE INTO DREFIL-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           IF WRK-FRETE-SEM-BASE NOT EQUAL ZEROS
               MOVE WRK-FRETE-SEM-BASE TO WRK-VALOR-ED
               MOVE SPACES TO DREFIL-LINHA
               STRING "AVISO: FATURAS DE FRETE SEM FRETE COBRADO NO "
                      "MES, FORA DAS FILIAIS: " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO DREFIL-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           IF WRK-FOLHA-NAO-RATEADA NOT EQUAL ZEROS
               MOVE WRK-FOLHA-NAO-RATEADA TO WRK-VALOR-ED
               MOVE SPACES TO DREFIL-LINHA
               STRING "AVISO: FOLHA COMPARTILHADA NAO RATEADA "
                      "(PERCENTUAIS ABAIXO DE 100%): " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO DREFIL-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-SEM-CADASTRO GREATER ZEROS
               MOVE WRK-QTD-SEM-CADASTRO TO WRK-QTD-ED
               MOVE SPACES TO DREFIL-LINHA
               STRING "AVISO: " WRK-QTD-ED " HOLERITE(S) SEM "
                      "CADASTRO DE FUNCIONARIO -- RATEADOS NO "
                      "DEPARTAMENTO ???."
                   DELIMITED BY SIZE INTO DREFIL-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           MOVE WRK-QTD-HOLERITES TO WRK-QTD-ED.
           MOVE SPACES TO DREFIL-LINHA.
           STRING "HOLERITES LIDOS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO DREFIL-LINHA.
           PERFORM 0890-GRAVAR-LINHA.

       0890-GRAVAR-LINHA  SECTION.
           WRITE DREFIL-LINHA.
           IF WRK-FS-DREFIL NOT EQUAL "00"
               MOVE WRK-FS-DREFIL TO UTIL-FS-CODIGO
               MOVE "DREFIL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDRESUM.
           CLOSE ARQ-FILIAL.
           IF MOVEST-DISPONIVEL
               CLOSE ARQ-MOVEST
           END-IF.
           IF CONTAPAG-DISPONIVEL
               CLOSE ARQ-CONTAPAG
           END-IF.
           IF HOLERITE-DISPONIVEL
               CLOSE ARQ-HOLERITE
           END-IF.
           IF FUNCIONAR-DISPONIVEL
               CLOSE ARQ-FUNCIONAR
           END-IF.
           CLOSE ARQ-DREFIL.
           DISPLAY "DEMONSTRATIVO GRAVADO EM DREFIL.".

      *=======DIVIDE WRK-VALOR-DIVIDIR ENTRE AS COLUNAS NA PROPORCAO
      *=======WRK-BASE-COL / WRK-BASE-TOTAL (PARTES EM WRK-PARTE-COL).
      *=======QUANDO AS BASES SOMAM O TOTAL, A SOBRA DO ARREDONDAMENTO
      *=======VAI PARA A ULTIMA COLUNA COM BASE; NO PERCENTUAL FIXO
      *=======ABAIXO DE 100% A DIFERENCA FICA FORA (WRK-VALOR-DIVIDIDO
      *=======MENOR QUE O VALOR).
       0950-DIVIDIR-PROPORCIONAL SECTION.
           INITIALIZE WRK-TAB-PARTE.
           MOVE ZEROS TO WRK-VALOR-DIVIDIDO.
           MOVE ZEROS TO WRK-ULTIMA-COL.
           MOVE ZEROS TO WRK-VALOR-PARTE.
           MOVE 1 TO WRK-IDX-FIL.
           PERFORM 0960-CALCULAR-PARTE
               UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL.
           IF WRK-ULTIMA-COL GREATER ZEROS
               MOVE ZEROS TO WRK-VALOR-PARTE
               MOVE 1 TO WRK-IDX-FIL
               PERFORM 0970-SOMAR-BASE
                   UNTIL WRK-IDX-FIL GREATER WRK-QTD-FIL
               IF WRK-VALOR-PARTE EQUAL WRK-BASE-TOTAL
                   COMPUTE WRK-PARTE-COL(WRK-ULTIMA-COL) =
                           WRK-PARTE-COL(WRK-ULTIMA-COL)
                         + WRK-VALOR-DIVIDIR - WRK-VALOR-DIVIDIDO
                   MOVE WRK-VALOR-DIVIDIR TO WRK-VALOR-DIVIDIDO
               END-IF
           END-IF.

       0960-CALCULAR-PARTE SECTION.
           IF WRK-BASE-COL(WRK-IDX-FIL) GREATER ZEROS
               COMPUTE WRK-PARTE-COL(WRK-IDX-FIL) ROUNDED =
                       WRK-VALOR-DIVIDIR * WRK-BASE-COL(WRK-IDX-FIL)
                       / WRK-BASE-TOTAL
               ADD WRK-PARTE-COL(WRK-IDX-FIL) TO WRK-VALOR-DIVIDIDO
               MOVE WRK-IDX-FIL TO WRK-ULTIMA-COL
           END-IF.
           ADD 1 TO WRK-IDX-FIL.

       0970-SOMAR-BASE    SECTION.
           ADD WRK-BASE-COL(WRK-IDX-FIL) TO WRK-VALOR-PARTE.
           ADD 1 TO WRK-IDX-FIL.

       COPY FSERROPR.
