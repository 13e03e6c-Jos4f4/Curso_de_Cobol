       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVFER.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PROVISAO MENSAL DE 13O SALARIO E DE FERIAS +
      *    ==          1/3: PARA CADA FUNCIONARIO DO HOLERITE DO MES,
      *    ==          APROPRIA 1/12 DO 13O E 1/12 DAS FERIAS COM O
      *    ==          TERCO SOBRE O SALARIO DO CADASTRO, MAIS OS
      *    ==          ENCARGOS (FGTS E INSS DA EMPRESA) SOBRE OS
      *    ==          DOIS; REVERTE A PROVISAO QUANDO A FOLHA PAGA A
      *    ==          VERBA (HOL-DECIMO-TERCEIRO, HOL-FERIAS +
      *    ==          HOL-TERCO-FERIAS; NA RESCISAO, TODO O SALDO);
      *    ==          GUARDA O SALDO NO "PROVFUNC", IMPRIME O QUADRO
      *    ==          POR DEPARTAMENTO E LANCA O MOVIMENTO NO
      *    ==          "DIATOTAL" POR DEPARTAMENTO PARA O EXPCONTA --
      *    ==          O RESULTADO DEIXA DE DAR SALTO EM DEZEMBRO E
      *    ==          NOS MESES DE FERIAS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: TIPOS NO DIATOTAL (DIA-CHAVE = DEPARTAMENTO):
      *==             "PROV13-CON"/"PROV13-REV" (13O), "PROVFE-CON"/
      *==             "PROVFE-REV" (FERIAS + 1/3) E "PROVEN-CON"/
      *==             "PROVEN-REV" (ENCARGOS). FGTS A 8% (COMO NA
      *==             FOLHA); INSS DA EMPRESA PELO PARAMETRO
      *==             "INSSPATR" (SEM ELE, 20%). NA PREVIA DA FOLHA
      *==             (PARAMETRO "FOLHAPREV" = 1) O HOLERITE NAO E
      *==             DEFINITIVO E NADA E PROVISIONADO. A EXECUCAO E
      *==             UMA POR MES, NO ULTIMO FECHADIA, COMO O PROVPDD;
      *==             O "RUNCTRL" E A ULTIMA COMPETENCIA DO PROVFUNC
      *==             IMPEDEM APROPRIAR O MES DUAS VEZES.
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

           SELECT ARQ-HOLERITE ASSIGN TO "HOLERITE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLERITE.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-PROVFUNC ASSIGN TO "PROVFUNC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-FUNCIONARIO
               FILE STATUS IS WRK-FS-PROVFUNC.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-PROVFER  ASSIGN TO "PROVFER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVFER.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-HOLERITE.
           COPY HOLERITE.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-PROVFUNC.
           COPY PROVFUNC.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-PROVFER.
       01  PROVFER-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-HOLERITE    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-PROVFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-PROVFER     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-COMPETENCIA    PIC X(06) VALUE SPACES.
       77  WRK-FIM-HOLERITE   PIC X(01) VALUE "N".
           88  FIM-DO-HOLERITE         VALUE "S".
       77  WRK-PROVFUNC-ACHADO PIC X(01) VALUE "N".
           88  PROVISAO-FOI-ACHADA     VALUE "S".
       77  WRK-FUNC-ACHADO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-FOI-ACHADO  VALUE "S".
       77  WRK-PREVIA         PIC X(01) VALUE "N".
           88  FOLHA-EM-PREVIA         VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======ALIQUOTAS DOS ENCARGOS SOBRE AS PROVISOES
       77  WRK-PERC-FGTS      PIC 9(02)V99 VALUE 8.
       77  WRK-PERC-INSS-EMP  PIC 9(02)V99 VALUE 20.
       77  WRK-PERC-ENCARGOS  PIC 9(03)V99 VALUE ZEROS.

      *=======MOVIMENTO DO FUNCIONARIO NO MES
       77  WRK-APROP-DECIMO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-APROP-FERIAS   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-APROP-ENCARGOS PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PAGO-DECIMO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PAGO-FERIAS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REV-DECIMO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REV-FERIAS     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REV-ENCARGOS   PIC 9(08)V99 VALUE ZEROS.

      *=======QUADRO POR DEPARTAMENTO (ATE 20, NA ORDEM EM QUE
      *=======APARECEM): 1 = 13O, 2 = FERIAS + 1/3, 3 = ENCARGOS
       77  WRK-QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PRV        PIC 9(01) VALUE ZEROS.
       77  WRK-DEP-ENCONTRADO PIC X(01) VALUE "N".
           88  DEPTO-FOI-ENCONTRADO    VALUE "S".
       77  WRK-AVISO-DEPTOS   PIC X(01) VALUE "N".
           88  AVISO-DEPTOS-DADO       VALUE "S".
       01  WRK-TAB-PROV-DADOS.
           05  FILLER PIC X(32)
               VALUE "PROV13-CONPROV13-REV13O SALARIO ".
           05  FILLER PIC X(32)
               VALUE "PROVFE-CONPROVFE-REVFERIAS + 1/3".
           05  FILLER PIC X(32)
               VALUE "PROVEN-CONPROVEN-REVENCARGOS    ".
       01  WRK-TAB-PROV REDEFINES WRK-TAB-PROV-DADOS.
           05  WRK-PRV-ITEM OCCURS 3 TIMES.
               10  WRK-PRV-TIPO-CON   PIC X(10).
               10  WRK-PRV-TIPO-REV   PIC X(10).
               10  WRK-PRV-NOME       PIC X(12).
       01  WRK-TOTAIS-DEPTO.
           05  WRK-DEP-ITEM OCCURS 20 TIMES.
               10  WRK-DEP-CODIGO     PIC X(03).
               10  WRK-DEP-FUNCS      PIC 9(05).
               10  WRK-DEP-PROV OCCURS 3 TIMES.
                   15  WRK-DP-CONSTITUIDO PIC 9(10)V99.
                   15  WRK-DP-REVERTIDO   PIC 9(10)V99.
       01  WRK-TOTAIS-GERAIS.
           05  WRK-GER-PROV OCCURS 3 TIMES.
               10  WRK-GP-CONSTITUIDO PIC 9(10)V99.
               10  WRK-GP-REVERTIDO   PIC 9(10)V99.
               10  WRK-GP-SALDO       PIC 9(10)V99.

      *=======CONTADORES DO LOTE
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROVISIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-APROPRIADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05) VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED-2     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED-3     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED        PIC ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           IF FOLHA-EM-PREVIA
               DISPLAY "FOLHA DO DIA EM PRÉVIA (FOLHAPREV = 1) -- "
                       "PROVISÃO NÃO CALCULADA."
           ELSE
               PERFORM 0070-ABRIR-ARQUIVOS
               PERFORM 0100-LER-HOLERITE
               PERFORM 0150-PROCESSAR UNTIL FIM-DO-HOLERITE
               PERFORM 0500-IMPRIMIR
               PERFORM 0600-LANCAR-DIATOTAL
               PERFORM 9650-CONCLUI-RUNCTRL
               PERFORM 0900-ENCERRAR
           END-IF.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA.
           MOVE "FOLHAPREV" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR EQUAL 1
               SET FOLHA-EM-PREVIA TO TRUE
           END-IF.

      *=======RUNCTRL SO DEPOIS DE SABER QUE NAO E PREVIA: A FOLHA
      *=======DEFINITIVA REPROCESSADA NO MESMO DIA AINDA PROVISIONA.
       0070-ABRIR-ARQUIVOS SECTION.
           MOVE "PROVFER" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE "INSSPATR" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-PERC-INSS-EMP
           ELSE
               DISPLAY "PARÂMETRO INSSPATR NÃO CADASTRADO -- "
                       "USANDO " WRK-PERC-INSS-EMP "%."
           END-IF.
           COMPUTE WRK-PERC-ENCARGOS = WRK-PERC-FGTS
                                     + WRK-PERC-INSS-EMP.
           INITIALIZE WRK-TOTAIS-DEPTO.
           INITIALIZE WRK-TOTAIS-GERAIS.
           OPEN INPUT ARQ-HOLERITE.
           IF WRK-FS-HOLERITE NOT EQUAL "00"
               MOVE WRK-FS-HOLERITE TO UTIL-FS-CODIGO
               MOVE "HOLERITE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR NOT EQUAL "00"
               MOVE WRK-FS-FUNCIONAR TO UTIL-FS-CODIGO
               MOVE "FUNCIONAR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PROVFUNC.
           IF WRK-FS-PROVFUNC EQUAL "35"
               OPEN OUTPUT ARQ-PROVFUNC
               CLOSE ARQ-PROVFUNC
               OPEN I-O ARQ-PROVFUNC
           END-IF.
           IF WRK-FS-PROVFUNC NOT EQUAL "00"
               MOVE WRK-FS-PROVFUNC TO UTIL-FS-CODIGO
               MOVE "PROVFUNC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-PROVFER.
           IF WRK-FS-PROVFER NOT EQUAL "00"
               MOVE WRK-FS-PROVFER TO UTIL-FS-CODIGO
               MOVE "PROVFER"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-LER-HOLERITE  SECTION.
           READ ARQ-HOLERITE
               AT END
                   SET FIM-DO-HOLERITE TO TRUE
           END-READ.

      *=======UM HOLERITE POR FUNCIONARIO PAGO NO MES. O SALARIO E O
      *=======DEPARTAMENTO VEM DO CADASTRO; SEM CADASTRO, FICA DE FORA
      *=======COM AVISO.
       0150-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE "N" TO WRK-FUNC-ACHADO.
           MOVE HOL-CODIGO TO FUNC-CODIGO.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY HOL-CODIGO " " HOL-NOME
                           " SEM CADASTRO -- FORA DA PROVISÃO."
               NOT INVALID KEY
                   SET FUNCIONARIO-FOI-ACHADO TO TRUE
           END-READ.
           IF FUNCIONARIO-FOI-ACHADO
               PERFORM 0200-LER-PROVISAO
               IF PRV-ULTIMA-COMPETENCIA EQUAL WRK-COMPETENCIA
                   ADD 1 TO WRK-QTD-JA-APROPRIADOS
                   DISPLAY HOL-CODIGO " " HOL-NOME
                           " JÁ PROVISIONADO EM " WRK-COMPETENCIA "."
               ELSE
                   PERFORM 0250-APROPRIAR
                   PERFORM 0270-REVERTER
                   PERFORM 0300-GRAVAR-PROVISAO
                   PERFORM 0350-ACUMULAR-DEPTO
               END-IF
           END-IF.
           PERFORM 0100-LER-HOLERITE.

       0200-LER-PROVISAO  SECTION.
           MOVE "N" TO WRK-PROVFUNC-ACHADO.
           MOVE FUNC-CODIGO TO PRV-FUNCIONARIO.
           READ ARQ-PROVFUNC
               INVALID KEY
                   INITIALIZE PROVFUNC-REC
                   MOVE FUNC-CODIGO TO PRV-FUNCIONARIO
                   MOVE SPACES      TO PRV-ULTIMA-COMPETENCIA
               NOT INVALID KEY
                   SET PROVISAO-FOI-ACHADA TO TRUE
           END-READ.

      *=======1/12 DO 13O E 1/12 DAS FERIAS COM O TERCO (4/36 DO
      *=======SALARIO), E OS ENCARGOS SOBRE A SOMA DOS DOIS.
       0250-APROPRIAR     SECTION.
           COMPUTE WRK-APROP-DECIMO ROUNDED = FUNC-SALARIO / 12.
           COMPUTE WRK-APROP-FERIAS ROUNDED = FUNC-SALARIO * 4 / 36.
           COMPUTE WRK-APROP-ENCARGOS ROUNDED =
                   (WRK-APROP-DECIMO + WRK-APROP-FERIAS)
                   * WRK-PERC-ENCARGOS / 100.
           ADD WRK-APROP-DECIMO   TO PRV-SALDO-DECIMO.
           ADD WRK-APROP-FERIAS   TO PRV-SALDO-FERIAS.
           ADD WRK-APROP-ENCARGOS TO PRV-SALDO-ENCARGOS.

      *=======O QUE A FOLHA PAGOU NO MES SAI DA PROVISAO, ATE O SALDO.
      *=======NA RESCISAO (HOL-RESCISAO) AS VERBAS SAO QUITADAS E TODO
      *=======O SALDO E REVERTIDO.
       0270-REVERTER      SECTION.
           MOVE HOL-DECIMO-TERCEIRO TO WRK-PAGO-DECIMO.
           COMPUTE WRK-PAGO-FERIAS = HOL-FERIAS + HOL-TERCO-FERIAS.
           IF HOL-RESCISAO GREATER ZEROS
               MOVE PRV-SALDO-DECIMO TO WRK-PAGO-DECIMO
               MOVE PRV-SALDO-FERIAS TO WRK-PAGO-FERIAS
           END-IF.
           MOVE WRK-PAGO-DECIMO TO WRK-REV-DECIMO.
           IF WRK-REV-DECIMO GREATER PRV-SALDO-DECIMO
               MOVE PRV-SALDO-DECIMO TO WRK-REV-DECIMO
           END-IF.
           MOVE WRK-PAGO-FERIAS TO WRK-REV-FERIAS.
           IF WRK-REV-FERIAS GREATER PRV-SALDO-FERIAS
               MOVE PRV-SALDO-FERIAS TO WRK-REV-FERIAS
           END-IF.
           COMPUTE WRK-REV-ENCARGOS ROUNDED =
                   (WRK-REV-DECIMO + WRK-REV-FERIAS)
                   * WRK-PERC-ENCARGOS / 100.
           IF WRK-REV-ENCARGOS GREATER PRV-SALDO-ENCARGOS
              OR HOL-RESCISAO GREATER ZEROS
               MOVE PRV-SALDO-ENCARGOS TO WRK-REV-ENCARGOS
           END-IF.
           SUBTRACT WRK-REV-DECIMO   FROM PRV-SALDO-DECIMO.
           SUBTRACT WRK-REV-FERIAS   FROM PRV-SALDO-FERIAS.
           SUBTRACT WRK-REV-ENCARGOS FROM PRV-SALDO-ENCARGOS.

       0300-GRAVAR-PROVISAO SECTION.
           MOVE WRK-COMPETENCIA TO PRV-ULTIMA-COMPETENCIA.
           IF PROVISAO-FOI-ACHADA
               REWRITE PROVFUNC-REC
           ELSE
               WRITE PROVFUNC-REC
           END-IF.
           IF WRK-FS-PROVFUNC NOT EQUAL "00"
               MOVE WRK-FS-PROVFUNC TO UTIL-FS-CODIGO
               MOVE "PROVFUNC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-PROVISIONADOS.
           ADD PRV-SALDO-DECIMO   TO WRK-GP-SALDO(1).
           ADD PRV-SALDO-FERIAS   TO WRK-GP-SALDO(2).
           ADD PRV-SALDO-ENCARGOS TO WRK-GP-SALDO(3).

       0350-ACUMULAR-DEPTO SECTION.
           PERFORM 0360-LOCALIZAR-DEPTO.
           IF DEPTO-FOI-ENCONTRADO
               ADD 1 TO WRK-DEP-FUNCS(WRK-IDX-DEP)
               ADD WRK-APROP-DECIMO
                   TO WRK-DP-CONSTITUIDO(WRK-IDX-DEP 1)
               ADD WRK-APROP-FERIAS
                   TO WRK-DP-CONSTITUIDO(WRK-IDX-DEP 2)
               ADD WRK-APROP-ENCARGOS
                   TO WRK-DP-CONSTITUIDO(WRK-IDX-DEP 3)
               ADD WRK-REV-DECIMO
                   TO WRK-DP-REVERTIDO(WRK-IDX-DEP 1)
               ADD WRK-REV-FERIAS
                   TO WRK-DP-REVERTIDO(WRK-IDX-DEP 2)
               ADD WRK-REV-ENCARGOS
                   TO WRK-DP-REVERTIDO(WRK-IDX-DEP 3)
           END-IF.
           ADD WRK-APROP-DECIMO   TO WRK-GP-CONSTITUIDO(1).
           ADD WRK-APROP-FERIAS   TO WRK-GP-CONSTITUIDO(2).
           ADD WRK-APROP-ENCARGOS TO WRK-GP-CONSTITUIDO(3).
           ADD WRK-REV-DECIMO     TO WRK-GP-REVERTIDO(1).
           ADD WRK-REV-FERIAS     TO WRK-GP-REVERTIDO(2).
           ADD WRK-REV-ENCARGOS   TO WRK-GP-REVERTIDO(3).

       0360-LOCALIZAR-DEPTO SECTION.
           MOVE "N" TO WRK-DEP-ENCONTRADO.
           MOVE 1   TO WRK-IDX-DEP.
           PERFORM 0370-PROCURAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS
                  OR DEPTO-FOI-ENCONTRADO.
           IF NOT DEPTO-FOI-ENCONTRADO
               IF WRK-QTD-DEPTOS LESS 20
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEP
                   MOVE FUNC-DEPARTAMENTO
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
                   SET DEPTO-FOI-ENCONTRADO TO TRUE
               ELSE
                   IF NOT AVISO-DEPTOS-DADO
                       DISPLAY "MAIS DE 20 DEPARTAMENTOS -- "
                               "EXCEDENTES FORA DO LANÇAMENTO."
                       SET AVISO-DEPTOS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0370-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP) EQUAL FUNC-DEPARTAMENTO
               SET DEPTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DEP
           END-IF.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "PROVISAO DE 13O SALARIO E FERIAS - COMPETENCIA "
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-PERC-ENCARGOS TO WRK-PERC-ED.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "ENCARGOS SOBRE AS PROVISOES (FGTS + INSS EMPRESA): "
                  WRK-PERC-ED "%"
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "DEP FUNCS PROVISAO          CONSTITUIDA NO MES"
                  "    REVERTIDA NO MES"
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0520-IMPRIMIR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS.
           MOVE ALL "=" TO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "TOTAL GERAL  PROVISAO          CONSTITUIDA NO MES"
                  "    REVERTIDA NO MES      SALDO ACUMULADO"
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-PRV.
           PERFORM 0560-IMPRIMIR-TOTAL UNTIL WRK-IDX-PRV GREATER 3.
           MOVE ALL "=" TO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "HOLERITES LIDOS " WRK-QTD-LIDOS
                  "   PROVISIONADOS " WRK-QTD-PROVISIONADOS
                  "   JA PROVISIONADOS NO MES " WRK-QTD-JA-APROPRIADOS
                  "   SEM CADASTRO " WRK-QTD-SEM-CADASTRO
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0520-IMPRIMIR-DEPTO SECTION.
           MOVE 1 TO WRK-IDX-PRV.
           PERFORM 0540-IMPRIMIR-PROVISAO UNTIL WRK-IDX-PRV GREATER 3.
           ADD 1 TO WRK-IDX-DEP.

       0540-IMPRIMIR-PROVISAO SECTION.
           MOVE WRK-DP-CONSTITUIDO(WRK-IDX-DEP WRK-IDX-PRV)
               TO WRK-VALOR-ED.
           MOVE WRK-DP-REVERTIDO(WRK-IDX-DEP WRK-IDX-PRV)
               TO WRK-VALOR-ED-2.
           MOVE SPACES TO PROVFER-LINHA.
           STRING WRK-DEP-CODIGO(WRK-IDX-DEP) " "
                  WRK-DEP-FUNCS(WRK-IDX-DEP) " "
                  WRK-PRV-NOME(WRK-IDX-PRV) " "
                  WRK-VALOR-ED "    " WRK-VALOR-ED-2
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-PRV.

       0560-IMPRIMIR-TOTAL SECTION.
           MOVE WRK-GP-CONSTITUIDO(WRK-IDX-PRV) TO WRK-VALOR-ED.
           MOVE WRK-GP-REVERTIDO(WRK-IDX-PRV)   TO WRK-VALOR-ED-2.
           MOVE WRK-GP-SALDO(WRK-IDX-PRV)       TO WRK-VALOR-ED-3.
           MOVE SPACES TO PROVFER-LINHA.
           STRING "             " WRK-PRV-NOME(WRK-IDX-PRV) " "
                  WRK-VALOR-ED "    " WRK-VALOR-ED-2
                  "    " WRK-VALOR-ED-3
               DELIMITED BY SIZE INTO PROVFER-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-PRV.

      *=======UMA LINHA POR DEPARTAMENTO E TIPO COM MOVIMENTO: A
      *=======CONSTITUICAO ("-CON") E A REVERSAO ("-REV") SAO LANCADAS
      *=======SEPARADAS; DIA-VALOR NAO TEM SINAL E O CONTAMAP LEVA
      *=======CADA TIPO PARA A SUA CONTA.
       0600-LANCAR-DIATOTAL SECTION.
           OPEN EXTEND ARQ-DIATOTAL.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0620-LANCAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS.
           CLOSE ARQ-DIATOTAL.

       0620-LANCAR-DEPTO  SECTION.
           MOVE 1 TO WRK-IDX-PRV.
           PERFORM 0640-LANCAR-PROVISAO UNTIL WRK-IDX-PRV GREATER 3.
           ADD 1 TO WRK-IDX-DEP.

       0640-LANCAR-PROVISAO SECTION.
           IF WRK-DP-CONSTITUIDO(WRK-IDX-DEP WRK-IDX-PRV)
              GREATER ZEROS
               MOVE WRK-PRV-TIPO-CON(WRK-IDX-PRV) TO DIA-TIPO
               MOVE WRK-DP-CONSTITUIDO(WRK-IDX-DEP WRK-IDX-PRV)
                   TO DIA-VALOR
               PERFORM 0660-GRAVAR-DIATOTAL
           END-IF.
           IF WRK-DP-REVERTIDO(WRK-IDX-DEP WRK-IDX-PRV)
              GREATER ZEROS
               MOVE WRK-PRV-TIPO-REV(WRK-IDX-PRV) TO DIA-TIPO
               MOVE WRK-DP-REVERTIDO(WRK-IDX-DEP WRK-IDX-PRV)
                   TO DIA-VALOR
               PERFORM 0660-GRAVAR-DIATOTAL
           END-IF.
           ADD 1 TO WRK-IDX-PRV.

       0660-GRAVAR-DIATOTAL SECTION.
           MOVE "PROVFER"     TO DIA-PROGRAMA.
           MOVE WRK-DATA-HOJE TO DIA-DATA.
           MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO DIA-CHAVE.
           MOVE WRK-DEP-FUNCS(WRK-IDX-DEP)  TO DIA-QUANTIDADE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-LANCAMENTOS.

       0800-GRAVAR-LINHA  SECTION.
           WRITE PROVFER-LINHA.
           IF WRK-FS-PROVFER NOT EQUAL "00"
               MOVE WRK-FS-PROVFER TO UTIL-FS-CODIGO
               MOVE "PROVFER"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-HOLERITE.
           CLOSE ARQ-FUNCIONAR.
           CLOSE ARQ-PROVFUNC.
           CLOSE ARQ-PROVFER.
           DISPLAY "PROVISÃO DE 13º E FÉRIAS GRAVADA EM PROVFER.".
           DISPLAY "FUNCIONÁRIOS PROVISIONADOS...... "
                   WRK-QTD-PROVISIONADOS.
           DISPLAY "LANÇAMENTOS NO DIATOTAL......... "
                   WRK-QTD-LANCAMENTOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
