       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPONTO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PASSIVO MENSAL DOS PONTOS DE FIDELIDADE: LE O
      *    ==          RAZAO "PONTOS" DEPOIS DO VENCIMENTO DO MES
      *    ==          (EXTPONTO) E IMPRIME O SALDO EM ABERTO POR MES
      *    ==          DE GANHO, EM PONTOS E EM REAIS (PARAMETRO
      *    ==          "VALPONTO" VIGENTE, PELA BUSCAPAR), COM O QUE
      *    ==          VENCE NO PROXIMO MES, OS CLIENTES COM SALDO E O
      *    ==          MOVIMENTO ACUMULADO DOS LOTES (RELATORIO
      *    ==          "RELPONTO"), E LANCA A VARIACAO DO PASSIVO NO
      *    ==          "DIATOTAL" (TIPOS "PONTO-CONS"/"PONTO-REVE")
      *    ==          PARA O EXPCONTA, COMO A PROVPDD.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O PASSIVO DO FECHAMENTO ANTERIOR FICA NO
      *==             PARAMETRO "PASSPONTO" DO "PARAMETR" (CRIADO NA
      *==             PRIMEIRA EXECUCAO); O LANCAMENTO E A VARIACAO
      *==             LIQUIDA (NOVO PASSIVO MENOS O ANTERIOR). SEM O
      *==             "VALPONTO" O RELATORIO SAI SO EM PONTOS E NADA
      *==             E LANCADO. O CONTROLE "RUNCTRL" IMPEDE
      *==             LANCAMENTO EM DOBRO NO MESMO DIA; A EXECUCAO E
      *==             UMA POR MES, NO ULTIMO FECHADIA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-PONTOS   ASSIGN TO "PONTOS"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-RELPONTO ASSIGN TO "RELPONTO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPONTO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-PONTOS.
           COPY PONTOS.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-RELPONTO.
       01  RELPONTO-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-PONTOS      PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-RELPONTO    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-PONTOS     PIC X(01) VALUE "N".
           88  FIM-DOS-PONTOS          VALUE "S".
       01  WRK-DATA-HOJE.
           05  WRK-DH-ANO     PIC 9(04).
           05  WRK-DH-MES     PIC 9(02).
           05  WRK-DH-DIA     PIC 9(02).
       77  WRK-DATA-HOJE-X    PIC X(08) VALUE SPACES.
       01  WRK-REFERENCIA-R.
           05  WRK-REF-ANO    PIC 9(04).
           05  WRK-REF-MES    PIC 9(02).
       01  WRK-MES-VENCTO.
           05  WRK-MVT-ANO    PIC 9(04).
           05  WRK-MVT-MES    PIC 9(02).
       77  WRK-MESES-ATRAS    PIC S9(05) VALUE ZEROS.

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".
       77  WRK-VALOR-PONTO     PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-VALPONTO-OK     PIC X(01) VALUE "N".
           88  PONTO-TEM-VALOR          VALUE "S".

      *=======SALDO EM ABERTO POR IDADE DO LOTE: POSICAO 1 = LOTE DO
      *=======MES, 12 = LOTE QUE VENCE NESTE FECHAMENTO (JA BAIXADO
      *=======PELO EXTPONTO), 13 = LOTE MAIS ANTIGO AINDA EM ABERTO
      *=======(EXTPONTO NAO RODOU)
       77  WRK-IDX-IDADE      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-IDADE.
           05  WRK-ID-ITEM OCCURS 13 TIMES.
               10  WRK-ID-REFERENCIA PIC X(06).
               10  WRK-ID-LOTES      PIC 9(07).
               10  WRK-ID-PONTOS     PIC 9(09).

      *=======TOTAIS DO RAZAO
       77  WRK-CLIENTE-ATUAL  PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-CLIENTE  PIC 9(09) VALUE ZEROS.
       77  WRK-QTD-CLIENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-ABERTO     PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-GANHOS     PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDOS PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-ESTORNADOS PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-RESGATADOS PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-VENCIDOS   PIC 9(11) VALUE ZEROS.
       77  WRK-VALOR-LINHA    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-NOVO     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VARIACAO       PIC S9(10)V99 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-LOTES-ED       PIC ZZZZZZ9.
       77  WRK-PONTOS-ED      PIC ZZZ.ZZZ.ZZ9.
       77  WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALPONTO-ED    PIC ZZZ9,9999.
       77  WRK-DETALHE-ED     PIC X(20) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-PONTOS.
           PERFORM 0150-PROCESSAR UNTIL FIM-DOS-PONTOS.
           PERFORM 0250-FECHAR-CLIENTE.
           PERFORM 0500-IMPRIMIR.
           IF PONTO-TEM-VALOR
               PERFORM 0600-LANCAR-DIATOTAL
           END-IF.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-X.
           MOVE "RELPONTO" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE "VALPONTO" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE-X
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-VALOR-PONTO
               SET PONTO-TEM-VALOR TO TRUE
           ELSE
               DISPLAY "PARÂMETRO VALPONTO NÃO CADASTRADO -- PASSIVO "
                       "SÓ EM PONTOS, SEM LANÇAMENTO CONTÁBIL."
           END-IF.
           OPEN INPUT ARQ-PONTOS.
           IF WRK-FS-PONTOS NOT EQUAL "00"
               MOVE WRK-FS-PONTOS TO UTIL-FS-CODIGO
               MOVE "PONTOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELPONTO.
           IF WRK-FS-RELPONTO NOT EQUAL "00"
               MOVE WRK-FS-RELPONTO TO UTIL-FS-CODIGO
               MOVE "RELPONTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           INITIALIZE WRK-TAB-IDADE.

       0100-LER-PONTOS    SECTION.
           READ ARQ-PONTOS NEXT
               AT END
                   SET FIM-DOS-PONTOS TO TRUE
           END-READ.

      *=======TODO LOTE ENTRA NO MOVIMENTO ACUMULADO; SO O ABERTO COM
      *=======SALDO ENTRA NO PASSIVO, PELA IDADE EM MESES.
       0150-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PTO-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               PERFORM 0250-FECHAR-CLIENTE
               MOVE PTO-CLIENTE TO WRK-CLIENTE-ATUAL
           END-IF.
           ADD PTO-GANHOS     TO WRK-TOT-GANHOS.
           ADD PTO-DEVOLVIDOS TO WRK-TOT-DEVOLVIDOS.
           ADD PTO-ESTORNADOS TO WRK-TOT-ESTORNADOS.
           ADD PTO-RESGATADOS TO WRK-TOT-RESGATADOS.
           ADD PTO-VENCIDOS   TO WRK-TOT-VENCIDOS.
           IF PTO-ABERTO AND PTO-SALDO GREATER ZEROS
               PERFORM 0200-ACUMULAR-IDADE
           END-IF.
           PERFORM 0100-LER-PONTOS.

       0200-ACUMULAR-IDADE SECTION.
           MOVE PTO-REFERENCIA TO WRK-REFERENCIA-R.
           COMPUTE WRK-MESES-ATRAS =
                   (WRK-DH-ANO * 12 + WRK-DH-MES)
                   - (WRK-REF-ANO * 12 + WRK-REF-MES).
           IF WRK-MESES-ATRAS LESS ZEROS
               MOVE ZEROS TO WRK-MESES-ATRAS
           END-IF.
           IF WRK-MESES-ATRAS GREATER 11
               MOVE 13 TO WRK-IDX-IDADE
               MOVE "ANTIGO" TO WRK-ID-REFERENCIA(WRK-IDX-IDADE)
           ELSE
               COMPUTE WRK-IDX-IDADE = WRK-MESES-ATRAS + 1
               MOVE PTO-REFERENCIA TO WRK-ID-REFERENCIA(WRK-IDX-IDADE)
           END-IF.
           ADD 1         TO WRK-ID-LOTES(WRK-IDX-IDADE).
           ADD PTO-SALDO TO WRK-ID-PONTOS(WRK-IDX-IDADE).
           ADD PTO-SALDO TO WRK-TOT-ABERTO.
           ADD PTO-SALDO TO WRK-SALDO-CLIENTE.

       0250-FECHAR-CLIENTE SECTION.
           IF WRK-SALDO-CLIENTE GREATER ZEROS
               ADD 1 TO WRK-QTD-CLIENTES
           END-IF.
           MOVE ZEROS TO WRK-SALDO-CLIENTE.

       0500-IMPRIMIR      SECTION.
           MOVE WRK-VALOR-PONTO TO WRK-VALPONTO-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "PASSIVO DE PONTOS DE FIDELIDADE - POSICAO DE "
                  WRK-DATA-HOJE-X "   VALOR DO PONTO R$ "
                  WRK-VALPONTO-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "MES GANHO   LOTES    PONTOS EM ABERTO   "
                  "     VALOR R$  VENCIMENTO"
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 13 TO WRK-IDX-IDADE.
           PERFORM 0520-LINHA-IDADE UNTIL WRK-IDX-IDADE EQUAL ZEROS.
           MOVE ALL "=" TO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           COMPUTE WRK-SALDO-NOVO ROUNDED =
                   WRK-TOT-ABERTO * WRK-VALOR-PONTO.
           MOVE WRK-TOT-ABERTO TO WRK-TOTAL-ED.
           MOVE WRK-SALDO-NOVO TO WRK-VALOR-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "PONTOS EM ABERTO.............. " WRK-TOTAL-ED
                  "   PASSIVO R$ " WRK-VALOR-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-ID-PONTOS(11) TO WRK-TOTAL-ED.
           COMPUTE WRK-VALOR-LINHA ROUNDED =
                   WRK-ID-PONTOS(11) * WRK-VALOR-PONTO.
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "VENCEM NO PROXIMO MES......... " WRK-TOTAL-ED
                  "   VALOR R$   " WRK-VALOR-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-CLIENTES TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "CLIENTES COM SALDO............ " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "MOVIMENTO ACUMULADO DOS LOTES NO RAZAO"
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-GANHOS TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "(+) GANHOS.................... " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-DEVOLVIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "(+) RESGATES DEVOLVIDOS....... " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-ESTORNADOS TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "(-) ESTORNADOS................ " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-RESGATADOS TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "(-) RESGATADOS................ " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-VENCIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "(-) VENCIDOS.................. " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======LINHA POR IDADE, DO LOTE MAIS ANTIGO PARA O DO MES;
      *=======IDADE SEM LOTE EM ABERTO NAO SAI.
       0520-LINHA-IDADE   SECTION.
           IF WRK-ID-LOTES(WRK-IDX-IDADE) GREATER ZEROS
               MOVE WRK-ID-LOTES(WRK-IDX-IDADE)  TO WRK-LOTES-ED
               MOVE WRK-ID-PONTOS(WRK-IDX-IDADE) TO WRK-PONTOS-ED
               COMPUTE WRK-VALOR-LINHA ROUNDED =
                       WRK-ID-PONTOS(WRK-IDX-IDADE) * WRK-VALOR-PONTO
               MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED
               MOVE SPACES TO WRK-DETALHE-ED
               IF WRK-IDX-IDADE GREATER 11
                   MOVE "VENCIDO A BAIXAR" TO WRK-DETALHE-ED
               ELSE
                   PERFORM 0530-MES-VENCIMENTO
                   STRING "VENCE EM " WRK-MES-VENCTO
                       DELIMITED BY SIZE INTO WRK-DETALHE-ED
               END-IF
               MOVE SPACES TO RELPONTO-LINHA
               STRING WRK-ID-REFERENCIA(WRK-IDX-IDADE) "     "
                      WRK-LOTES-ED "     " WRK-PONTOS-ED "  "
                      WRK-VALOR-ED "  " WRK-DETALHE-ED
                   DELIMITED BY SIZE INTO RELPONTO-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-IDADE.

       0530-MES-VENCIMENTO SECTION.
           MOVE WRK-ID-REFERENCIA(WRK-IDX-IDADE) TO WRK-REFERENCIA-R.
           IF WRK-REF-MES GREATER 1
               COMPUTE WRK-MVT-ANO = WRK-REF-ANO + 1
               COMPUTE WRK-MVT-MES = WRK-REF-MES - 1
           ELSE
               MOVE WRK-REF-ANO TO WRK-MVT-ANO
               MOVE 12 TO WRK-MVT-MES
           END-IF.

      *=======AUMENTO LIQUIDO DO PASSIVO VIRA "PONTO-CONS"
      *=======(CONSTITUICAO), REDUCAO "PONTO-REVE" (REVERSAO); O NOVO
      *=======PASSIVO FICA NO "PASSPONTO" PARA O PROXIMO FECHAMENTO.
       0600-LANCAR-DIATOTAL SECTION.
           OPEN I-O ARQ-PARAMETR.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "PASSPONTO " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE ZEROS TO WRK-SALDO-ANTERIOR
                   MOVE "PASSPONTO " TO PARM-CODIGO
                   MOVE WRK-SALDO-NOVO TO PARM-VALOR
                   MOVE "PASSIVO DE PONTOS NO FECHAMENTO"
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SALDO-ANTERIOR
                   MOVE WRK-SALDO-NOVO TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-PARAMETR.
           COMPUTE WRK-VARIACAO = WRK-SALDO-NOVO - WRK-SALDO-ANTERIOR.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "PASSIVO NO FECHAMENTO ANTERIOR " WRK-SALDO-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-VARIACAO TO WRK-SALDO-ED.
           MOVE SPACES TO RELPONTO-LINHA.
           STRING "VARIACAO LANCADA NO MES....... " WRK-SALDO-ED
               DELIMITED BY SIZE INTO RELPONTO-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-VARIACAO NOT EQUAL ZEROS
               OPEN EXTEND ARQ-DIATOTAL
               MOVE "RELPONTO"      TO DIA-PROGRAMA
               MOVE WRK-DATA-HOJE-X TO DIA-DATA
               IF WRK-VARIACAO GREATER ZEROS
                   MOVE "PONTO-CONS" TO DIA-TIPO
                   MOVE WRK-VARIACAO TO DIA-VALOR
               ELSE
                   MOVE "PONTO-REVE" TO DIA-TIPO
                   COMPUTE DIA-VALOR = WRK-VARIACAO * -1
               END-IF
               MOVE SPACES           TO DIA-CHAVE
               MOVE WRK-QTD-CLIENTES TO DIA-QUANTIDADE
               WRITE DIATOTAL-REC
               IF WRK-FS-DIATOTAL NOT EQUAL "00"
                   MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
                   MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               CLOSE ARQ-DIATOTAL
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELPONTO-LINHA.
           IF WRK-FS-RELPONTO NOT EQUAL "00"
               MOVE WRK-FS-RELPONTO TO UTIL-FS-CODIGO
               MOVE "RELPONTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PONTOS.
           CLOSE ARQ-RELPONTO.
           DISPLAY "LOTES DE PONTOS LIDOS.......... " WRK-QTD-LIDOS.
           DISPLAY "PONTOS EM ABERTO............... " WRK-TOT-ABERTO.
           DISPLAY "CLIENTES COM SALDO............. " WRK-QTD-CLIENTES.

       COPY FSERROPR.
       COPY RUNCTRLPR.
