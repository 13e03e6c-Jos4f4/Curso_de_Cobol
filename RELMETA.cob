       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMETA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ACOMPANHAMENTO MENSAL DAS METAS DE VENDA: LE
      *    ==          AS METAS DO MES DE REFERENCIA ("METAVEND",
      *    ==          MANTIDO PELO CADMETA) E COMPARA CADA UMA COM AS
      *    ==          SAIDAS PROCESSADAS E NAO ESTORNADAS DO
      *    ==          "PEDHIST" DO VENDEDOR NO MES (GERAL, DA UF OU
      *    ==          DO GRUPO DE PRODUTO), COM META, REALIZADO, %
      *    ==          ATINGIDO E O RANKING (RELATORIO "RELMETA").
      *    ==          RODADO NO MEIO DO MES, PROJETA O FECHAMENTO
      *    ==          PELOS DIAS UTEIS DECORRIDOS (DIAUTIL +
      *    ==          CALENDARIO "FERIADO").
      *==DATA XX/XX/2026
      *==OBSERVACOES: PROJECAO LINEAR: REALIZADO / DIAS UTEIS
      *==             DECORRIDOS X DIAS UTEIS DO MES. DECORRIDOS SAO
      *==             OS DIAS UTEIS ANTERIORES A HOJE (AS SAIDAS DO
      *==             DIA SO ENTRAM NO HISTORICO NO FECHADIA). MES JA
      *==             ENCERRADO SAI COM PROJETADO = REALIZADO. O
      *==             RANKING E PELO % PROJETADO (O PROPRIO %
      *==             ATINGIDO NO MES ENCERRADO). SO FERIADOS
      *==             NACIONAIS (FILIAL 00), COMO NO VERIFDIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-METAVEND ASSIGN TO "METAVEND"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS META-CHAVE
               FILE STATUS IS WRK-FS-METAVEND.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-COMISTAB ASSIGN TO "COMISTAB"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-CODIGO
               FILE STATUS IS WRK-FS-COMISTAB.

           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

           SELECT ARQ-RELMETA  ASSIGN TO "RELMETA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELMETA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-METAVEND.
           COPY METAVEND.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-COMISTAB.
           COPY COMISTAB.

       FD  ARQ-FERIADO.
           COPY FERIADO.

       FD  ARQ-RELMETA.
       01  RELMETA-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-METAVEND    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-COMISTAB    PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-RELMETA     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-FIM-METAVEND   PIC X(01) VALUE "N".
           88  FIM-DO-METAVEND         VALUE "S".
       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".
       77  WRK-FIM-FERIADO    PIC X(01) VALUE "N".
           88  FIM-DO-FERIADO          VALUE "S".
       77  WRK-SITUACAO-MES   PIC X(01) VALUE "F".
           88  MES-ENCERRADO           VALUE "F".
           88  MES-EM-ANDAMENTO        VALUE "A".

      *=======CALENDARIO DE FERIADOS PARA A DIAUTIL
       77  WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIADOS.
           05  WRK-FERIADO    PIC X(08) OCCURS 100 TIMES.
       77  WRK-QTD-DIAS-UTEIS PIC 9(03) VALUE 23.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-DIA-UTIL   PIC X(08) OCCURS 100 TIMES.
       77  WRK-IDX-DIA        PIC 9(03) VALUE ZEROS.
       77  WRK-UTEIS-MES      PIC 9(03) VALUE ZEROS.
       77  WRK-UTEIS-DECORR   PIC 9(03) VALUE ZEROS.
       77  WRK-VESPERA-MES    PIC X(08) VALUE SPACES.

      *=======CAMPOS DA CHAMADA A DATACALC (VESPERA DO DIA 1)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE -1.
       77  WRK-CALC-MODO       PIC X(01) VALUE "A".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======METAS DO MES, COM O REALIZADO E A PROJECAO DE CADA UMA
       77  WRK-QTD-METAS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MET        PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-TABELA   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO       VALUE "S".
       77  WRK-META-ATENDIDA  PIC X(01) VALUE "N".
           88  META-CONTEMPLADA        VALUE "S".
       77  WRK-IDX-CAR        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-METAS.
           05  WRK-MET-ITEM OCCURS 500 TIMES.
               10  WRK-MET-VENDEDOR  PIC 9(04) VALUE ZEROS.
               10  WRK-MET-TIPO      PIC X(01) VALUE SPACES.
               10  WRK-MET-RECORTE   PIC X(30) VALUE SPACES.
               10  WRK-MET-TAMANHO   PIC 9(02) VALUE ZEROS.
               10  WRK-MET-VALOR     PIC 9(10)V99 VALUE ZEROS.
               10  WRK-MET-REALIZADO PIC S9(10)V99 VALUE ZEROS.
               10  WRK-MET-PROJETADO PIC S9(10)V99 VALUE ZEROS.
               10  WRK-MET-PERC      PIC S9(04)V9 VALUE ZEROS.
               10  WRK-MET-PERC-PROJ PIC S9(04)V9 VALUE ZEROS.

      *=======APOIO DA ORDENACAO (BOLHA, MESMO ESQUEMA DO RELLUCRO)
       77  WRK-IDX-ORD        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PROX       PIC 9(03) VALUE ZEROS.
       77  WRK-HOUVE-TROCA    PIC X(01) VALUE "N".
           88  HOUVE-TROCA             VALUE "S".
       01  WRK-MET-TEMP.
           05  FILLER             PIC X(83).

      *=======TOTAL DAS METAS GERAIS (TIPO "T") DO MES
       77  WRK-TOT-META       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-REALIZADO  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PROJETADO  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-PERC       PIC S9(04)V9 VALUE ZEROS.
       77  WRK-TOT-PERC-PROJ  PIC S9(04)V9 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-POSICAO        PIC ZZ9 VALUE ZEROS.
       77  WRK-CONT-POSICAO   PIC 9(03) VALUE ZEROS.
       77  WRK-NOME-VEND      PIC X(15) VALUE SPACES.
       77  WRK-PERC-ED        PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-PERC-ED2       PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-DIAS-ED        PIC ZZ9 VALUE ZEROS.
       77  WRK-DIAS-ED2       PIC ZZ9 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ9 VALUE ZEROS.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0080-CONTAR-DIAS-UTEIS.
           PERFORM 0100-LER-META.
           PERFORM 0120-CARREGAR-META UNTIL FIM-DO-METAVEND.
           PERFORM 0200-LER-HISTORICO.
           PERFORM 0250-PROCESSAR UNTIL FIM-DO-PEDHIST.
           MOVE 1 TO WRK-IDX-MET.
           PERFORM 0400-APURAR-META
               UNTIL WRK-IDX-MET GREATER WRK-QTD-METAS.
           PERFORM 0450-ORDENAR.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-MES-REFERENCIA EQUAL WRK-DATA-HOJE(1:6)
               SET MES-EM-ANDAMENTO TO TRUE
           ELSE
               SET MES-ENCERRADO TO TRUE
           END-IF.
           OPEN INPUT ARQ-METAVEND.
           IF WRK-FS-METAVEND NOT EQUAL "00"
               MOVE WRK-FS-METAVEND TO UTIL-FS-CODIGO
               MOVE "METAVEND"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-COMISTAB.
           OPEN OUTPUT ARQ-RELMETA.
           IF WRK-FS-RELMETA NOT EQUAL "00"
               MOVE WRK-FS-RELMETA TO UTIL-FS-CODIGO
               MOVE "RELMETA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======DIAS UTEIS DO MES: OS 23 PRIMEIROS DIAS UTEIS A PARTIR DA
      *=======VESPERA DO DIA 1 COBREM QUALQUER MES; CONTAM OS QUE CAEM
      *=======NO MES E, DESTES, OS ANTERIORES A HOJE (DECORRIDOS).
       0080-CONTAR-DIAS-UTEIS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
           OPEN INPUT ARQ-FERIADO.
           IF WRK-FS-FERIADO EQUAL "00"
               PERFORM 0090-LER-FERIADO UNTIL FIM-DO-FERIADO
               CLOSE ARQ-FERIADO
           ELSE
               DISPLAY "AVISO: FERIADO INDISPONIVEL (STATUS "
                       WRK-FS-FERIADO "); SO FINS DE SEMANA "
                       "DESCONTADOS."
           END-IF.
           MOVE SPACES TO WRK-CALC-DATA1.
           STRING WRK-MES-REFERENCIA "01"
               DELIMITED BY SIZE INTO WRK-CALC-DATA1.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.
           MOVE WRK-CALC-RESULT-DATA TO WRK-VESPERA-MES.
           MOVE 23 TO WRK-QTD-DIAS-UTEIS.
           MOVE SPACES TO WRK-TAB-DIAS-UTEIS.
           CALL "DIAUTIL" USING WRK-VESPERA-MES
                                 WRK-QTD-DIAS-UTEIS
                                 WRK-QTD-FERIADOS
                                 WRK-TAB-FERIADOS
                                 WRK-TAB-DIAS-UTEIS.
           MOVE 1 TO WRK-IDX-DIA.
           PERFORM 0095-CLASSIFICAR-DIA
               UNTIL WRK-IDX-DIA GREATER WRK-QTD-DIAS-UTEIS.
           IF MES-ENCERRADO
               MOVE WRK-UTEIS-MES TO WRK-UTEIS-DECORR
           END-IF.

       0090-LER-FERIADO   SECTION.
           READ ARQ-FERIADO
               AT END
                   SET FIM-DO-FERIADO TO TRUE
               NOT AT END
                   IF FERIADO-ATIVO EQUAL "S"
                      AND FERIADO-FILIAL EQUAL ZEROS
                      AND WRK-QTD-FERIADOS LESS 100
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FERIADO-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

       0095-CLASSIFICAR-DIA SECTION.
           IF WRK-DIA-UTIL(WRK-IDX-DIA)(1:6) EQUAL WRK-MES-REFERENCIA
               ADD 1 TO WRK-UTEIS-MES
               IF WRK-DIA-UTIL(WRK-IDX-DIA) LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-UTEIS-DECORR
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-DIA.

       0100-LER-META      SECTION.
           READ ARQ-METAVEND
               AT END
                   SET FIM-DO-METAVEND TO TRUE
           END-READ.

      *=======SO AS METAS DO MES DE REFERENCIA COM VALOR; A META
      *=======ZERADA NO CADMETA FICA FORA. O TAMANHO DO RECORTE (SEM OS
      *=======BRANCOS A DIREITA) E O PREFIXO DO GRUPO DE PRODUTO.
       0120-CARREGAR-META SECTION.
           IF META-ANOMES EQUAL WRK-MES-REFERENCIA
              AND META-VALOR GREATER ZEROS
               IF WRK-QTD-METAS LESS 500
                   ADD 1 TO WRK-QTD-METAS
                   MOVE META-VENDEDOR TO WRK-MET-VENDEDOR(WRK-QTD-METAS)
                   MOVE META-TIPO     TO WRK-MET-TIPO(WRK-QTD-METAS)
                   MOVE META-RECORTE  TO WRK-MET-RECORTE(WRK-QTD-METAS)
                   MOVE META-VALOR    TO WRK-MET-VALOR(WRK-QTD-METAS)
                   MOVE 30 TO WRK-IDX-CAR
                   PERFORM 0130-MEDIR-RECORTE
                       UNTIL WRK-IDX-CAR EQUAL ZEROS
                          OR META-RECORTE(WRK-IDX-CAR:1) NOT EQUAL
                             SPACE
                   MOVE WRK-IDX-CAR TO WRK-MET-TAMANHO(WRK-QTD-METAS)
               ELSE
                   IF NOT AVISO-TABELA-DADO
                       DISPLAY "MAIS DE 500 METAS NO MÊS -- "
                               "EXCEDENTES FORA DO RELATÓRIO."
                       SET AVISO-TABELA-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-LER-META.

       0130-MEDIR-RECORTE SECTION.
           SUBTRACT 1 FROM WRK-IDX-CAR.

       0200-LER-HISTORICO SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

      *=======SAIDA PROCESSADA E NAO ESTORNADA DO MES, COM VENDEDOR:
      *=======ENTRA EM TODAS AS METAS DO VENDEDOR QUE A CONTEMPLAM.
       0250-PROCESSAR     SECTION.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
              AND PHIST-DATA-PROC(1:6) EQUAL WRK-MES-REFERENCIA
              AND PHIST-VENDEDOR GREATER ZEROS
               MOVE 1 TO WRK-IDX-MET
               PERFORM 0260-CONFERIR-META
                   UNTIL WRK-IDX-MET GREATER WRK-QTD-METAS
           END-IF.
           PERFORM 0200-LER-HISTORICO.

       0260-CONFERIR-META SECTION.
           MOVE "N" TO WRK-META-ATENDIDA.
           IF WRK-MET-VENDEDOR(WRK-IDX-MET) EQUAL PHIST-VENDEDOR
               EVALUATE WRK-MET-TIPO(WRK-IDX-MET)
                   WHEN "T"
                       SET META-CONTEMPLADA TO TRUE
                   WHEN "U"
                       IF WRK-MET-RECORTE(WRK-IDX-MET)(1:2)
                               EQUAL PHIST-ESTADO
                           SET META-CONTEMPLADA TO TRUE
                       END-IF
                   WHEN "G"
                       MOVE WRK-MET-TAMANHO(WRK-IDX-MET)
                           TO WRK-IDX-CAR
                       IF WRK-IDX-CAR GREATER ZEROS
                          AND PHIST-PRODUTO(1:WRK-IDX-CAR) EQUAL
                              WRK-MET-RECORTE(WRK-IDX-MET)
                                  (1:WRK-IDX-CAR)
                           SET META-CONTEMPLADA TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           IF META-CONTEMPLADA
               ADD PHIST-VALOR TO WRK-MET-REALIZADO(WRK-IDX-MET)
           END-IF.
           ADD 1 TO WRK-IDX-MET.

      *=======% ATINGIDO E PROJECAO DE CADA META. SEM DIA UTIL
      *=======DECORRIDO (INICIO DO MES) NAO HA O QUE PROJETAR.
       0400-APURAR-META   SECTION.
           MOVE ZEROS TO WRK-MET-PROJETADO(WRK-IDX-MET).
           IF WRK-UTEIS-DECORR GREATER ZEROS
               COMPUTE WRK-MET-PROJETADO(WRK-IDX-MET) ROUNDED =
                       WRK-MET-REALIZADO(WRK-IDX-MET)
                       * WRK-UTEIS-MES / WRK-UTEIS-DECORR
           END-IF.
           COMPUTE WRK-MET-PERC(WRK-IDX-MET) ROUNDED =
                   WRK-MET-REALIZADO(WRK-IDX-MET) * 100
                   / WRK-MET-VALOR(WRK-IDX-MET)
               ON SIZE ERROR MOVE 9999,9 TO WRK-MET-PERC(WRK-IDX-MET)
           END-COMPUTE.
           COMPUTE WRK-MET-PERC-PROJ(WRK-IDX-MET) ROUNDED =
                   WRK-MET-PROJETADO(WRK-IDX-MET) * 100
                   / WRK-MET-VALOR(WRK-IDX-MET)
               ON SIZE ERROR
                   MOVE 9999,9 TO WRK-MET-PERC-PROJ(WRK-IDX-MET)
           END-COMPUTE.
           IF WRK-MET-TIPO(WRK-IDX-MET) EQUAL "T"
               ADD WRK-MET-VALOR(WRK-IDX-MET)     TO WRK-TOT-META
               ADD WRK-MET-REALIZADO(WRK-IDX-MET) TO WRK-TOT-REALIZADO
               ADD WRK-MET-PROJETADO(WRK-IDX-MET) TO WRK-TOT-PROJETADO
           END-IF.
           ADD 1 TO WRK-IDX-MET.

      *=======RANKING DO MAIOR PARA O MENOR % PROJETADO (BOLHA, MESMO
      *=======ESQUEMA DO RELLUCRO).
       0450-ORDENAR       SECTION.
           SET HOUVE-TROCA TO TRUE.
           PERFORM 0460-PASSADA-BOLHA UNTIL NOT HOUVE-TROCA.

       0460-PASSADA-BOLHA SECTION.
           MOVE "N" TO WRK-HOUVE-TROCA.
           MOVE 1   TO WRK-IDX-ORD.
           PERFORM 0470-COMPARAR-PAR
               UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-METAS.

       0470-COMPARAR-PAR  SECTION.
           COMPUTE WRK-IDX-PROX = WRK-IDX-ORD + 1.
           IF WRK-MET-PERC-PROJ(WRK-IDX-PROX)
                   GREATER WRK-MET-PERC-PROJ(WRK-IDX-ORD)
               MOVE WRK-MET-ITEM(WRK-IDX-ORD)  TO WRK-MET-TEMP
               MOVE WRK-MET-ITEM(WRK-IDX-PROX)
                   TO WRK-MET-ITEM(WRK-IDX-ORD)
               MOVE WRK-MET-TEMP TO WRK-MET-ITEM(WRK-IDX-PROX)
               SET HOUVE-TROCA TO TRUE
           END-IF.
           ADD 1 TO WRK-IDX-ORD.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO RELMETA-LINHA.
           STRING "METAS DE VENDA X REALIZADO - REFERENCIA "
                  WRK-MES-REFERENCIA
               DELIMITED BY SIZE INTO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-UTEIS-MES    TO WRK-DIAS-ED.
           MOVE WRK-UTEIS-DECORR TO WRK-DIAS-ED2.
           MOVE SPACES TO RELMETA-LINHA.
           IF MES-EM-ANDAMENTO
               STRING "MES EM ANDAMENTO - DIAS UTEIS DO MES: "
                      WRK-DIAS-ED "  DECORRIDOS: " WRK-DIAS-ED2
                      "  (PROJECAO LINEAR ATE O FIM DO MES)"
                   DELIMITED BY SIZE INTO RELMETA-LINHA
           ELSE
               STRING "MES ENCERRADO - DIAS UTEIS DO MES: "
                      WRK-DIAS-ED "  (PROJETADO = REALIZADO)"
                   DELIMITED BY SIZE INTO RELMETA-LINHA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TIPO: T = META GERAL  U = POR UF  G = POR GRUPO"
               TO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELMETA-LINHA.
           STRING "POS VEND NOME            T RECORTE               "
                  "META     REALIZADO  ATING.     PROJETADO   PROJ."
               DELIMITED BY SIZE INTO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-CONT-POSICAO.
           MOVE 1 TO WRK-IDX-MET.
           PERFORM 0520-LINHA-META
               UNTIL WRK-IDX-MET GREATER WRK-QTD-METAS.
           PERFORM 0600-TOTAL-GERAL.

      *=======UMA LINHA DO RANKING: POSICAO, VENDEDOR, TIPO E RECORTE,
      *=======META, REALIZADO, % ATINGIDO, PROJETADO E % PROJETADO.
       0520-LINHA-META    SECTION.
           ADD 1 TO WRK-CONT-POSICAO.
           MOVE WRK-CONT-POSICAO TO WRK-POSICAO.
           MOVE SPACES TO WRK-NOME-VEND.
           MOVE WRK-MET-VENDEDOR(WRK-IDX-MET) TO VND-CODIGO.
           READ ARQ-COMISTAB
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WRK-NOME-VEND
               NOT INVALID KEY
                   MOVE VND-NOME TO WRK-NOME-VEND
           END-READ.
           MOVE WRK-MET-VALOR(WRK-IDX-MET)     TO EDIT-MOEDA-1.
           MOVE WRK-MET-REALIZADO(WRK-IDX-MET) TO EDIT-MOEDA-2.
           MOVE WRK-MET-PROJETADO(WRK-IDX-MET) TO EDIT-MOEDA-3.
           MOVE WRK-MET-PERC(WRK-IDX-MET)      TO WRK-PERC-ED.
           MOVE WRK-MET-PERC-PROJ(WRK-IDX-MET) TO WRK-PERC-ED2.
           MOVE SPACES TO RELMETA-LINHA.
           STRING WRK-POSICAO " "
                  WRK-MET-VENDEDOR(WRK-IDX-MET) " "
                  WRK-NOME-VEND " "
                  WRK-MET-TIPO(WRK-IDX-MET) " "
                  WRK-MET-RECORTE(WRK-IDX-MET)(1:12) " "
                  EDIT-MOEDA-1 " " EDIT-MOEDA-2 " "
                  WRK-PERC-ED "% " EDIT-MOEDA-3 " "
                  WRK-PERC-ED2 "%"
               DELIMITED BY SIZE INTO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-MET.

      *=======TOTAL DA EMPRESA PELAS METAS GERAIS (AS METAS POR UF E
      *=======POR GRUPO SAO RECORTES DA GERAL E NAO SE SOMAM A ELA).
       0600-TOTAL-GERAL   SECTION.
           MOVE ALL "-" TO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-TOT-PERC.
           MOVE ZEROS TO WRK-TOT-PERC-PROJ.
           IF WRK-TOT-META GREATER ZEROS
               COMPUTE WRK-TOT-PERC ROUNDED =
                       WRK-TOT-REALIZADO * 100 / WRK-TOT-META
                   ON SIZE ERROR MOVE 9999,9 TO WRK-TOT-PERC
               END-COMPUTE
               COMPUTE WRK-TOT-PERC-PROJ ROUNDED =
                       WRK-TOT-PROJETADO * 100 / WRK-TOT-META
                   ON SIZE ERROR MOVE 9999,9 TO WRK-TOT-PERC-PROJ
               END-COMPUTE
           END-IF.
           MOVE WRK-TOT-META      TO EDIT-MOEDA-1.
           MOVE WRK-TOT-REALIZADO TO EDIT-MOEDA-2.
           MOVE WRK-TOT-PROJETADO TO EDIT-MOEDA-3.
           MOVE WRK-TOT-PERC      TO WRK-PERC-ED.
           MOVE WRK-TOT-PERC-PROJ TO WRK-PERC-ED2.
           MOVE SPACES TO RELMETA-LINHA.
           STRING "TOTAL DAS METAS GERAIS (T)              "
                  EDIT-MOEDA-1 " " EDIT-MOEDA-2 " "
                  WRK-PERC-ED "% " EDIT-MOEDA-3 " "
                  WRK-PERC-ED2 "%"
               DELIMITED BY SIZE INTO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-METAS TO WRK-QTD-ED.
           MOVE SPACES TO RELMETA-LINHA.
           STRING "METAS APURADAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELMETA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELMETA-LINHA.
           IF WRK-FS-RELMETA NOT EQUAL "00"
               MOVE WRK-FS-RELMETA TO UTIL-FS-CODIGO
               MOVE "RELMETA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-METAVEND.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-COMISTAB.
           CLOSE ARQ-RELMETA.
           DISPLAY "ACOMPANHAMENTO DE METAS GRAVADO EM RELMETA.".

       COPY FSERROPR.
