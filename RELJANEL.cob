       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELJANEL.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: JANELA DO LOTE NOTURNO: LE O CONTROLE DE
      *    ==          EXECUCAO "RUNCTRL" (INICIO E FIM DE CADA
      *    ==          PROGRAMA POR DATA) E IMPRIME NO RELATORIO
      *    ==          "RELJANEL", PARA CADA STEP DA NOITE, O TEMPO
      *    ==          GASTO HOJE CONTRA A MEDIA, O MAXIMO E A
      *    ==          TENDENCIA DAS ULTIMAS 30 NOITES, A JANELA TOTAL
      *    ==          DO LOTE (PRIMEIRO INICIO ATE O ULTIMO FIM) E O
      *    ==          CAMINHO CRITICO (OS STEPS QUE MAIS PESAM NA
      *    ==          JANELA). STEP QUE PASSAR DA MEDIA MAIS DO QUE O
      *    ==          PERCENTUAL "PCTJANELA" (PARMVIG, PELA BUSCAPAR)
      *    ==          SAI MARCADO E GERA UMA LINHA "ESTOURO" NO
      *    ==          DIATOTAL, QUE O FECHAMENTO DO DIA (PROGRAMA21)
      *    ==          MOSTRA -- A FOLHA PASSOU DE 10 PARA 40 MINUTOS
      *    ==          EM UM MES SEM NINGUEM VER.
      *==DATA XX/XX/2026
      *==OBSERVACOES: A NOITE COMECA AO MEIO-DIA: STEP QUE INICIOU
      *==             ANTES DAS 12:00 CONTA NA NOITE DO DIA ANTERIOR,
      *==             ENTAO O FECHADIA QUE PASSA DA MEIA-NOITE FICA
      *==             INTEIRO NA MESMA NOITE. SO ENTRA EXECUCAO
      *==             CONCLUIDA ("C", COM HORA DE FIM). SEM O
      *==             PARAMETRO, O LIMITE E 50% ACIMA DA MEDIA; ABAIXO
      *==             DE "MINJANELA" SEGUNDOS DE DIFERENCA (PADRAO 60)
      *==             E COM MENOS DE 3 NOITES DE HISTORICO NAO HA
      *==             ALERTA. TENDENCIA = MEDIA DAS ULTIMAS 7 NOITES
      *==             CONTRA A DE 30 (10% DE TOLERANCIA). RETURN-CODE
      *==             0004 QUANDO HOUVE ESTOURO. RODA NO FIM DO
      *==             FECHADIA, DEPOIS DO ULTIMO STEP.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL  ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-RUNSEQ   ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSQ-CHAVE
               FILE STATUS IS WRK-FS-RUNSEQ.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-RELJANEL ASSIGN TO "RELJANEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELJANEL.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-RUNSEQ.
       01  RUNSEQ-REC.
           05  RSQ-CHAVE.
               10  RSQ-DATA        PIC X(08).
               10  RSQ-PROGRAMA    PIC X(10).
           05  RSQ-SITUACAO        PIC X(01).
           05  RSQ-HORA-INICIO     PIC X(08).
           05  RSQ-HORA-FIM        PIC X(08).

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-RELJANEL.
       01  RELJANEL-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-RUNSEQ      PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-RELJANEL    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       01  WRK-HORA-AGORA.
           05  WRK-AGORA-HH   PIC 9(02).
           05  FILLER         PIC X(06).
       77  WRK-FIM-RUNSEQ     PIC X(01) VALUE "N".
           88  FIM-DO-RUNSEQ           VALUE "S".

      *=======NOITE DO RELATORIO, INICIO DO HISTORICO (30 NOITES),
      *=======INICIO DA TENDENCIA (7 NOITES) E ULTIMA DATA DO RUNCTRL
      *=======QUE AINDA PERTENCE A NOITE
       77  WRK-NOITE          PIC X(08) VALUE SPACES.
       77  WRK-NOITE-INI-HIST PIC X(08) VALUE SPACES.
       77  WRK-NOITE-INI-REC  PIC X(08) VALUE SPACES.
       77  WRK-DATA-LIMITE    PIC X(08) VALUE SPACES.
       77  WRK-NOITE-REG      PIC X(08) VALUE SPACES.

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".
       77  WRK-PCT-LIMITE     PIC 9(03)V99 VALUE 50.
       77  WRK-MIN-SEGUNDOS   PIC 9(05) VALUE 60.
       77  WRK-MIN-NOITES     PIC 9(03) VALUE 3.

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "A".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======HORA HHMMSSCC DO RUNCTRL EM SEGUNDOS DESDE O MEIO-DIA
      *=======DA NOITE (ANTES DAS 12:00 = DIA SEGUINTE, +86400)
       01  WRK-HORA.
           05  WRK-HORA-HH    PIC 9(02).
           05  WRK-HORA-MI    PIC 9(02).
           05  WRK-HORA-SS    PIC 9(02).
           05  WRK-HORA-CC    PIC 9(02).
       77  WRK-SEGUNDOS       PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-INICIO     PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-FIM        PIC 9(06) VALUE ZEROS.
       77  WRK-DURACAO        PIC S9(06) VALUE ZEROS.

      *=======STEPS DA NOITE
       77  WRK-QTD-NOITE      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-N          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-I          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-J          PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NOITE.
           05  WRK-NOI-ITEM OCCURS 100 TIMES.
               10  WRK-NOI-ORDEM      PIC 9(06).
               10  WRK-NOI-PROGRAMA   PIC X(10).
               10  WRK-NOI-HORA-INI   PIC X(06).
               10  WRK-NOI-HORA-FIM   PIC X(06).
               10  WRK-NOI-SEG-INI    PIC 9(06).
               10  WRK-NOI-SEG-FIM    PIC 9(06).
               10  WRK-NOI-DURACAO    PIC 9(06).
       01  WRK-NOI-TEMP           PIC X(46).

      *=======HISTORICO DAS 30 NOITES ANTERIORES POR PROGRAMA
       77  WRK-QTD-HIST       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-H          PIC 9(03) VALUE ZEROS.
       77  WRK-PROGRAMA-PROCURA PIC X(10) VALUE SPACES.
       77  WRK-HIST-ACHADO    PIC X(01) VALUE "N".
           88  HISTORICO-ACHADO         VALUE "S".
       01  WRK-TAB-HIST.
           05  WRK-HIS-ITEM OCCURS 100 TIMES.
               10  WRK-HIS-PROGRAMA   PIC X(10).
               10  WRK-HIS-QTD        PIC 9(03).
               10  WRK-HIS-SOMA       PIC 9(09).
               10  WRK-HIS-MAXIMO     PIC 9(06).
               10  WRK-HIS-QTD-REC    PIC 9(03).
               10  WRK-HIS-SOMA-REC   PIC 9(09).
       77  WRK-TABELA-CHEIA   PIC X(01) VALUE "N".
           88  TABELA-ESTOUROU          VALUE "S".

      *=======COMPARACAO DO STEP COM O HISTORICO
       77  WRK-MEDIA          PIC 9(06) VALUE ZEROS.
       77  WRK-MEDIA-REC      PIC 9(06) VALUE ZEROS.
       77  WRK-MAXIMO         PIC 9(06) VALUE ZEROS.
       77  WRK-NOITES         PIC 9(03) VALUE ZEROS.
       77  WRK-PCT-ACIMA      PIC S9(05) VALUE ZEROS.
       77  WRK-TENDENCIA      PIC X(07) VALUE SPACES.
       77  WRK-ESTOURO        PIC X(01) VALUE "N".
           88  STEP-ESTOUROU            VALUE "S".

      *=======JANELA DA NOITE
       77  WRK-JAN-INICIO     PIC 9(06) VALUE ZEROS.
       77  WRK-JAN-FIM        PIC 9(06) VALUE ZEROS.
       77  WRK-JANELA         PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-STEPS     PIC 9(07) VALUE ZEROS.
       77  WRK-OCIOSO         PIC S9(07) VALUE ZEROS.
       77  WRK-PCT-JANELA     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-CRITICO    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ESTOUROS   PIC 9(03) VALUE ZEROS.

      *=======CONVERSAO DE SEGUNDOS PARA HH:MM:SS
       77  WRK-CONV-SEGUNDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-CONV-RESTO     PIC 9(04) VALUE ZEROS.
       01  WRK-CONV-TEXTO.
           05  WRK-CONV-HH    PIC 99.
           05  FILLER         PIC X(01) VALUE ":".
           05  WRK-CONV-MI    PIC 99.
           05  FILLER         PIC X(01) VALUE ":".
           05  WRK-CONV-SS    PIC 99.
       77  WRK-TXT-HOJE       PIC X(08) VALUE SPACES.
       77  WRK-TXT-MEDIA      PIC X(08) VALUE SPACES.
       77  WRK-TXT-MAXIMO     PIC X(08) VALUE SPACES.
       77  WRK-TXT-JANELA     PIC X(08) VALUE SPACES.
       77  WRK-TXT-SOMA       PIC X(08) VALUE SPACES.
       77  WRK-TXT-OCIOSO     PIC X(08) VALUE SPACES.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-PCT-ED         PIC -ZZZ9.
       77  WRK-PCT-JAN-ED     PIC ZZ9.
       77  WRK-NOITES-ED      PIC ZZ9.
       77  WRK-QTD-ED         PIC ZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-POSICIONAR-RUNSEQ.
           PERFORM 0150-TRATAR-EXECUCAO UNTIL FIM-DO-RUNSEQ.
           PERFORM 0300-IMPRIMIR-NOITE.
           PERFORM 0500-IMPRIMIR-CAMINHO-CRITICO.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======ANTES DO MEIO-DIA O RELATORIO E DA NOITE DE ONTEM.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE "RELJANEL" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE "PCTJANELA" TO WRK-PARM-CODIGO.
           PERFORM 0060-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR GREATER ZEROS
              AND WRK-PARM-VALOR LESS 1000
               MOVE WRK-PARM-VALOR TO WRK-PCT-LIMITE
           END-IF.
           MOVE "MINJANELA" TO WRK-PARM-CODIGO.
           PERFORM 0060-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR LESS 100000
               MOVE WRK-PARM-VALOR TO WRK-MIN-SEGUNDOS
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-NOITE.
           IF WRK-AGORA-HH LESS 12
               MOVE WRK-DATA-HOJE TO WRK-CALC-DATA1
               MOVE -1 TO WRK-CALC-DIAS
               PERFORM 0810-CHAMAR-DATACALC
               MOVE WRK-CALC-RESULT-DATA TO WRK-NOITE
           END-IF.
           MOVE WRK-NOITE TO WRK-CALC-DATA1.
           MOVE -30 TO WRK-CALC-DIAS.
           PERFORM 0810-CHAMAR-DATACALC.
           MOVE WRK-CALC-RESULT-DATA TO WRK-NOITE-INI-HIST.
           MOVE -7 TO WRK-CALC-DIAS.
           PERFORM 0810-CHAMAR-DATACALC.
           MOVE WRK-CALC-RESULT-DATA TO WRK-NOITE-INI-REC.
           MOVE 1 TO WRK-CALC-DIAS.
           PERFORM 0810-CHAMAR-DATACALC.
           MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-LIMITE.

           OPEN INPUT ARQ-RUNSEQ.
           IF WRK-FS-RUNSEQ NOT EQUAL "00"
               MOVE WRK-FS-RUNSEQ TO UTIL-FS-CODIGO
               MOVE "RUNCTRL"     TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELJANEL.
           IF WRK-FS-RELJANEL NOT EQUAL "00"
               MOVE WRK-FS-RELJANEL TO UTIL-FS-CODIGO
               MOVE "RELJANEL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-PCT-LIMITE TO WRK-PCT-ED.
           MOVE SPACES TO RELJANEL-LINHA.
           STRING "JANELA DO LOTE NOTURNO - NOITE DE " WRK-NOITE
                  " - HISTORICO DESDE " WRK-NOITE-INI-HIST
                  " - ALERTA ACIMA DE " WRK-PCT-ED "% DA MEDIA"
               DELIMITED BY SIZE INTO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0060-BUSCAR-PARAMETRO SECTION.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.

      *=======O RUNCTRL E LIDO EM ORDEM DE DATA A PARTIR DO INICIO DO
      *=======HISTORICO; A NOITE PODE TER STEPS COM A DATA SEGUINTE.
       0100-POSICIONAR-RUNSEQ SECTION.
           MOVE LOW-VALUES         TO RSQ-CHAVE.
           MOVE WRK-NOITE-INI-HIST TO RSQ-DATA.
           START ARQ-RUNSEQ KEY IS NOT LESS THAN RSQ-CHAVE
               INVALID KEY
                   SET FIM-DO-RUNSEQ TO TRUE
           END-START.
           IF NOT FIM-DO-RUNSEQ
               PERFORM 0110-LER-RUNSEQ
           END-IF.

       0110-LER-RUNSEQ    SECTION.
           READ ARQ-RUNSEQ NEXT RECORD
               AT END
                   SET FIM-DO-RUNSEQ TO TRUE
               NOT AT END
                   IF RSQ-DATA GREATER WRK-DATA-LIMITE
                       SET FIM-DO-RUNSEQ TO TRUE
                   END-IF
           END-READ.

       0150-TRATAR-EXECUCAO SECTION.
           IF RSQ-SITUACAO EQUAL "C"
              AND RSQ-HORA-INICIO NOT EQUAL SPACES
              AND RSQ-HORA-FIM NOT EQUAL SPACES
               PERFORM 0160-CALCULAR-DURACAO
               EVALUATE TRUE
                   WHEN WRK-NOITE-REG EQUAL WRK-NOITE
                       PERFORM 0200-GUARDAR-NOITE
                   WHEN WRK-NOITE-REG NOT LESS WRK-NOITE-INI-HIST
                    AND WRK-NOITE-REG LESS WRK-NOITE
                       PERFORM 0250-ACUMULAR-HISTORICO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 0110-LER-RUNSEQ.

       0160-CALCULAR-DURACAO SECTION.
           MOVE RSQ-HORA-INICIO TO WRK-HORA.
           PERFORM 0170-HORA-EM-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-INICIO.
           MOVE RSQ-DATA TO WRK-NOITE-REG.
           IF WRK-HORA-HH LESS 12
               MOVE RSQ-DATA TO WRK-CALC-DATA1
               MOVE -1 TO WRK-CALC-DIAS
               PERFORM 0810-CHAMAR-DATACALC
               MOVE WRK-CALC-RESULT-DATA TO WRK-NOITE-REG
           END-IF.
           MOVE RSQ-HORA-FIM TO WRK-HORA.
           PERFORM 0170-HORA-EM-SEGUNDOS.
           MOVE WRK-SEGUNDOS TO WRK-SEG-FIM.
           COMPUTE WRK-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO.
           IF WRK-DURACAO LESS ZEROS
               ADD 86400 TO WRK-DURACAO
               ADD 86400 TO WRK-SEG-FIM
           END-IF.

       0170-HORA-EM-SEGUNDOS SECTION.
           COMPUTE WRK-SEGUNDOS = WRK-HORA-HH * 3600
                                + WRK-HORA-MI * 60
                                + WRK-HORA-SS.
           IF WRK-HORA-HH LESS 12
               ADD 86400 TO WRK-SEGUNDOS
           END-IF.

      *=======UM STEP RODADO DUAS VEZES NA NOITE (RESUBMIT DEPOIS DE
      *=======ABEND) TEM UM SO REGISTRO NO RUNCTRL: O DA EXECUCAO QUE
      *=======CONCLUIU.
       0200-GUARDAR-NOITE SECTION.
           IF WRK-QTD-NOITE LESS 100
               ADD 1 TO WRK-QTD-NOITE
               MOVE WRK-QTD-NOITE TO WRK-IDX-N
               MOVE RSQ-PROGRAMA  TO WRK-NOI-PROGRAMA(WRK-IDX-N)
               MOVE RSQ-HORA-INICIO(1:6)
                   TO WRK-NOI-HORA-INI(WRK-IDX-N)
               MOVE RSQ-HORA-FIM(1:6)
                   TO WRK-NOI-HORA-FIM(WRK-IDX-N)
               MOVE WRK-SEG-INICIO TO WRK-NOI-SEG-INI(WRK-IDX-N)
               MOVE WRK-SEG-FIM    TO WRK-NOI-SEG-FIM(WRK-IDX-N)
               MOVE WRK-DURACAO    TO WRK-NOI-DURACAO(WRK-IDX-N)
               MOVE WRK-SEG-INICIO TO WRK-NOI-ORDEM(WRK-IDX-N)
           ELSE
               PERFORM 0290-AVISAR-TABELA-CHEIA
           END-IF.

       0250-ACUMULAR-HISTORICO SECTION.
           MOVE RSQ-PROGRAMA TO WRK-PROGRAMA-PROCURA.
           PERFORM 0260-LOCALIZAR-HISTORICO.
           IF NOT HISTORICO-ACHADO
               IF WRK-QTD-HIST LESS 100
                   ADD 1 TO WRK-QTD-HIST
                   MOVE WRK-QTD-HIST TO WRK-IDX-H
                   MOVE RSQ-PROGRAMA TO WRK-HIS-PROGRAMA(WRK-IDX-H)
                   MOVE ZEROS TO WRK-HIS-QTD(WRK-IDX-H)
                   MOVE ZEROS TO WRK-HIS-SOMA(WRK-IDX-H)
                   MOVE ZEROS TO WRK-HIS-MAXIMO(WRK-IDX-H)
                   MOVE ZEROS TO WRK-HIS-QTD-REC(WRK-IDX-H)
                   MOVE ZEROS TO WRK-HIS-SOMA-REC(WRK-IDX-H)
                   SET HISTORICO-ACHADO TO TRUE
               ELSE
                   PERFORM 0290-AVISAR-TABELA-CHEIA
               END-IF
           END-IF.
           IF HISTORICO-ACHADO
               ADD 1           TO WRK-HIS-QTD(WRK-IDX-H)
               ADD WRK-DURACAO TO WRK-HIS-SOMA(WRK-IDX-H)
               IF WRK-DURACAO GREATER WRK-HIS-MAXIMO(WRK-IDX-H)
                   MOVE WRK-DURACAO TO WRK-HIS-MAXIMO(WRK-IDX-H)
               END-IF
               IF WRK-NOITE-REG NOT LESS WRK-NOITE-INI-REC
                   ADD 1           TO WRK-HIS-QTD-REC(WRK-IDX-H)
                   ADD WRK-DURACAO TO WRK-HIS-SOMA-REC(WRK-IDX-H)
               END-IF
           END-IF.

      *=======DEIXA WRK-IDX-H NO PROGRAMA PROCURADO, SE JA ESTA NA
      *=======TABELA.
       0260-LOCALIZAR-HISTORICO SECTION.
           MOVE "N" TO WRK-HIST-ACHADO.
           MOVE 1   TO WRK-IDX-H.
           PERFORM 0270-PROCURAR-HISTORICO
               UNTIL WRK-IDX-H GREATER WRK-QTD-HIST
                  OR HISTORICO-ACHADO.

       0270-PROCURAR-HISTORICO SECTION.
           IF WRK-HIS-PROGRAMA(WRK-IDX-H) EQUAL WRK-PROGRAMA-PROCURA
               SET HISTORICO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-H
           END-IF.

       0290-AVISAR-TABELA-CHEIA SECTION.
           IF NOT TABELA-ESTOUROU
               DISPLAY "MAIS DE 100 PROGRAMAS NO RUNCTRL -- "
                       "EXCEDENTES FORA DO RELATÓRIO."
               SET TABELA-ESTOUROU TO TRUE
           END-IF.

      *=======STEPS DA NOITE EM ORDEM DE INICIO, COMPARADOS COM O
      *=======HISTORICO; OS ESTOUROS VAO PARA O DIATOTAL.
       0300-IMPRIMIR-NOITE SECTION.
           IF WRK-QTD-NOITE GREATER 1
               PERFORM 0700-ORDENAR
           END-IF.
           MOVE "PROGRAMA    INICIO  FIM     DURACAO   MEDIA 30  MAXIMO"
               TO RELJANEL-LINHA.
           MOVE "NOITES  TENDENCIA  % MEDIA" TO RELJANEL-LINHA(59:).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-NOITE EQUAL ZEROS
               MOVE "NENHUM STEP CONCLUIDO NESTA NOITE."
                   TO RELJANEL-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               MOVE WRK-NOI-SEG-INI(1) TO WRK-JAN-INICIO
               MOVE ZEROS TO WRK-JAN-FIM
               MOVE 1 TO WRK-IDX-N
               PERFORM 0350-IMPRIMIR-STEP
                   UNTIL WRK-IDX-N GREATER WRK-QTD-NOITE
               PERFORM 0450-IMPRIMIR-JANELA
           END-IF.

       0350-IMPRIMIR-STEP SECTION.
           ADD WRK-NOI-DURACAO(WRK-IDX-N) TO WRK-SOMA-STEPS.
           IF WRK-NOI-SEG-FIM(WRK-IDX-N) GREATER WRK-JAN-FIM
               MOVE WRK-NOI-SEG-FIM(WRK-IDX-N) TO WRK-JAN-FIM
           END-IF.
           PERFORM 0400-COMPARAR-HISTORICO.

           MOVE WRK-NOI-DURACAO(WRK-IDX-N) TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-HOJE.
           MOVE WRK-MEDIA TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-MEDIA.
           MOVE WRK-MAXIMO TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-MAXIMO.
           MOVE WRK-NOITES TO WRK-NOITES-ED.

           MOVE SPACES TO RELJANEL-LINHA.
           IF WRK-NOITES EQUAL ZEROS
               STRING WRK-NOI-PROGRAMA(WRK-IDX-N) "  "
                      WRK-NOI-HORA-INI(WRK-IDX-N) "  "
                      WRK-NOI-HORA-FIM(WRK-IDX-N) "  "
                      WRK-TXT-HOJE "  SEM HISTORICO"
                   DELIMITED BY SIZE INTO RELJANEL-LINHA
           ELSE
               MOVE WRK-PCT-ACIMA TO WRK-PCT-ED
               STRING WRK-NOI-PROGRAMA(WRK-IDX-N) "  "
                      WRK-NOI-HORA-INI(WRK-IDX-N) "  "
                      WRK-NOI-HORA-FIM(WRK-IDX-N) "  "
                      WRK-TXT-HOJE "  " WRK-TXT-MEDIA "  "
                      WRK-TXT-MAXIMO "  " WRK-NOITES-ED "     "
                      WRK-TENDENCIA "    " WRK-PCT-ED "%"
                   DELIMITED BY SIZE INTO RELJANEL-LINHA
           END-IF.
           IF STEP-ESTOUROU
               MOVE "*** ESTOURO" TO RELJANEL-LINHA(100:)
               PERFORM 0420-GRAVAR-ALERTA
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-N.

      *=======MEDIA E MAXIMO DAS 30 NOITES ANTERIORES, TENDENCIA DAS
      *=======ULTIMAS 7 E PERCENTUAL DE HOJE ACIMA (OU ABAIXO) DA MEDIA.
       0400-COMPARAR-HISTORICO SECTION.
           MOVE ZEROS  TO WRK-MEDIA WRK-MAXIMO WRK-NOITES WRK-PCT-ACIMA.
           MOVE "---"  TO WRK-TENDENCIA.
           MOVE "N"    TO WRK-ESTOURO.
           MOVE WRK-NOI-PROGRAMA(WRK-IDX-N) TO WRK-PROGRAMA-PROCURA.
           PERFORM 0260-LOCALIZAR-HISTORICO.
           IF HISTORICO-ACHADO
               MOVE WRK-HIS-QTD(WRK-IDX-H)    TO WRK-NOITES
               MOVE WRK-HIS-MAXIMO(WRK-IDX-H) TO WRK-MAXIMO
               COMPUTE WRK-MEDIA ROUNDED = WRK-HIS-SOMA(WRK-IDX-H)
                                         / WRK-HIS-QTD(WRK-IDX-H)
               IF WRK-MEDIA GREATER ZEROS
                   COMPUTE WRK-PCT-ACIMA ROUNDED =
                       (WRK-NOI-DURACAO(WRK-IDX-N) - WRK-MEDIA) * 100
                       / WRK-MEDIA
               END-IF
               IF WRK-HIS-QTD-REC(WRK-IDX-H) GREATER ZEROS
                   PERFORM 0410-AVALIAR-TENDENCIA
               END-IF
               IF WRK-NOITES NOT LESS WRK-MIN-NOITES
                  AND WRK-MEDIA GREATER ZEROS
                  AND WRK-PCT-ACIMA GREATER WRK-PCT-LIMITE
                  AND WRK-NOI-DURACAO(WRK-IDX-N) - WRK-MEDIA
                      NOT LESS WRK-MIN-SEGUNDOS
                   SET STEP-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0410-AVALIAR-TENDENCIA SECTION.
           COMPUTE WRK-MEDIA-REC ROUNDED = WRK-HIS-SOMA-REC(WRK-IDX-H)
                                         / WRK-HIS-QTD-REC(WRK-IDX-H).
           EVALUATE TRUE
               WHEN WRK-MEDIA-REC * 100 GREATER WRK-MEDIA * 110
                   MOVE "SUBINDO" TO WRK-TENDENCIA
               WHEN WRK-MEDIA-REC * 100 LESS WRK-MEDIA * 90
                   MOVE "CAINDO"  TO WRK-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WRK-TENDENCIA
           END-EVALUATE.

      *=======UMA LINHA "ESTOURO" POR STEP: DIA-VALOR = MINUTOS DE
      *=======HOJE, DIA-QUANTIDADE = % ACIMA DA MEDIA.
       0420-GRAVAR-ALERTA SECTION.
           ADD 1 TO WRK-QTD-ESTOUROS.
           OPEN EXTEND ARQ-DIATOTAL.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "RELJANEL"    TO DIA-PROGRAMA.
           MOVE WRK-DATA-HOJE TO DIA-DATA.
           MOVE "ESTOURO"     TO DIA-TIPO.
           MOVE WRK-NOI-PROGRAMA(WRK-IDX-N) TO DIA-CHAVE.
           COMPUTE DIA-VALOR ROUNDED = WRK-NOI-DURACAO(WRK-IDX-N) / 60.
           MOVE WRK-PCT-ACIMA TO DIA-QUANTIDADE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-DIATOTAL.

       0450-IMPRIMIR-JANELA SECTION.
           COMPUTE WRK-JANELA = WRK-JAN-FIM - WRK-JAN-INICIO.
           COMPUTE WRK-OCIOSO = WRK-JANELA - WRK-SOMA-STEPS.
           IF WRK-OCIOSO LESS ZEROS
               MOVE ZEROS TO WRK-OCIOSO
           END-IF.
           MOVE WRK-JANELA TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-JANELA.
           MOVE WRK-SOMA-STEPS TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-SOMA.
           MOVE WRK-OCIOSO TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-CONV-TEXTO TO WRK-TXT-OCIOSO.
           MOVE ALL "-" TO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-NOITE TO WRK-QTD-ED.
           MOVE SPACES TO RELJANEL-LINHA.
           STRING "JANELA DO LOTE: " WRK-NOI-HORA-INI(1)
                  " ATE O ULTIMO FIM = " WRK-TXT-JANELA
                  " - " WRK-QTD-ED " STEPS, SOMA " WRK-TXT-SOMA
                  ", ENTRE STEPS " WRK-TXT-OCIOSO
               DELIMITED BY SIZE INTO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ESTOUROS TO WRK-QTD-ED.
           MOVE SPACES TO RELJANEL-LINHA.
           STRING "STEPS ACIMA DO LIMITE: " WRK-QTD-ED
                  " (LINHA ESTOURO NO DIATOTAL PARA O FECHAMENTO)"
               DELIMITED BY SIZE INTO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======OS STEPS DO FECHADIA RODAM EM FILA: O CAMINHO CRITICO E
      *=======A PROPRIA SEQUENCIA, E O QUE ENCURTA A NOITE SAO OS
      *=======STEPS MAIS LONGOS -- OS 5 MAIORES COM O PESO NA JANELA.
       0500-IMPRIMIR-CAMINHO-CRITICO SECTION.
           IF WRK-QTD-NOITE GREATER ZEROS
               MOVE 1 TO WRK-IDX-N
               PERFORM 0510-ORDEM-POR-DURACAO
                   UNTIL WRK-IDX-N GREATER WRK-QTD-NOITE
               IF WRK-QTD-NOITE GREATER 1
                   PERFORM 0700-ORDENAR
               END-IF
               MOVE SPACES TO RELJANEL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "CAMINHO CRITICO - STEPS QUE MAIS PESAM NA JANELA"
                   TO RELJANEL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "-" TO RELJANEL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ZEROS TO WRK-QTD-CRITICO
               MOVE 1 TO WRK-IDX-N
               PERFORM 0520-IMPRIMIR-CRITICO
                   UNTIL WRK-IDX-N GREATER WRK-QTD-NOITE
                      OR WRK-QTD-CRITICO NOT LESS 5
           END-IF.

       0510-ORDEM-POR-DURACAO SECTION.
           COMPUTE WRK-NOI-ORDEM(WRK-IDX-N) =
                   999999 - WRK-NOI-DURACAO(WRK-IDX-N).
           ADD 1 TO WRK-IDX-N.

       0520-IMPRIMIR-CRITICO SECTION.
           ADD 1 TO WRK-QTD-CRITICO.
           MOVE ZEROS TO WRK-PCT-JANELA.
           IF WRK-JANELA GREATER ZEROS
               COMPUTE WRK-PCT-JANELA ROUNDED =
                       WRK-NOI-DURACAO(WRK-IDX-N) * 100 / WRK-JANELA
           END-IF.
           MOVE WRK-NOI-DURACAO(WRK-IDX-N) TO WRK-CONV-SEGUNDOS.
           PERFORM 0850-CONVERTER-TEMPO.
           MOVE WRK-PCT-JANELA TO WRK-PCT-JAN-ED.
           MOVE SPACES TO RELJANEL-LINHA.
           STRING WRK-NOI-PROGRAMA(WRK-IDX-N) "  " WRK-CONV-TEXTO
                  "  " WRK-PCT-JAN-ED "% DA JANELA"
               DELIMITED BY SIZE INTO RELJANEL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-N.

       0700-ORDENAR       SECTION.
           MOVE 1 TO WRK-IDX-I.
           PERFORM 0720-PASSADA
               UNTIL WRK-IDX-I NOT LESS WRK-QTD-NOITE.

       0720-PASSADA       SECTION.
           COMPUTE WRK-IDX-J = WRK-IDX-I + 1.
           PERFORM 0740-COMPARAR
               UNTIL WRK-IDX-J GREATER WRK-QTD-NOITE.
           ADD 1 TO WRK-IDX-I.

       0740-COMPARAR      SECTION.
           IF WRK-NOI-ORDEM(WRK-IDX-J) LESS WRK-NOI-ORDEM(WRK-IDX-I)
               MOVE WRK-NOI-ITEM(WRK-IDX-I) TO WRK-NOI-TEMP
               MOVE WRK-NOI-ITEM(WRK-IDX-J)
                   TO WRK-NOI-ITEM(WRK-IDX-I)
               MOVE WRK-NOI-TEMP TO WRK-NOI-ITEM(WRK-IDX-J)
           END-IF.
           ADD 1 TO WRK-IDX-J.

       0810-CHAMAR-DATACALC SECTION.
           MOVE "A" TO WRK-CALC-MODO.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.

       0850-CONVERTER-TEMPO SECTION.
           DIVIDE WRK-CONV-SEGUNDOS BY 3600
               GIVING WRK-CONV-HH REMAINDER WRK-CONV-RESTO.
           DIVIDE WRK-CONV-RESTO BY 60
               GIVING WRK-CONV-MI REMAINDER WRK-CONV-SS.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELJANEL-LINHA.
           IF WRK-FS-RELJANEL NOT EQUAL "00"
               MOVE WRK-FS-RELJANEL TO UTIL-FS-CODIGO
               MOVE "RELJANEL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-RUNSEQ.
           CLOSE ARQ-RELJANEL.
           IF WRK-QTD-ESTOUROS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY RUNCTRLPR.
       COPY FSERROPR.
