       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPDD.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD):
      *    ==          VARRE O "CONTAREC", ENVELHECE CADA TITULO A
      *    ==          RECEBER EM ABERTO PELOS DIAS DE ATRASO NA DATA
      *    ==          DO LOTE, APLICA O PERCENTUAL DA FAIXA (PARMVIG,
      *    ==          PELA BUSCAPAR), GRAVA A PROVISAO NO TITULO
      *    ==          (CREC-VALOR-PDD), IMPRIME O QUADRO POR FAIXA E
      *    ==          LANCA A VARIACAO DO SALDO DA PROVISAO NO
      *    ==          "DIATOTAL" (TIPOS "PDD-CONST"/"PDD-REVER") PARA
      *    ==          O EXPCONTA -- ATE AQUI O TITULO DE 300 DIAS
      *    ==          VALIA O MESMO QUE O DE ONTEM NO BALANCO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: FAIXAS DE ATRASO FIXAS, PERCENTUAL POR
      *==             PARAMETRO: 1-30 DIAS "PDD030", 31-60 "PDD060",
      *==             61-90 "PDD090", 91-180 "PDD180", 181-360
      *==             "PDD360" E ACIMA DE 360 "PDDACIMA" (PERCENTUAL
      *==             DO VALOR DE FACE; SEM O PARAMETRO VALEM 0, 10,
      *==             30, 50, 70 E 100). TITULO A VENCER NAO E
      *==             PROVISIONADO. TITULO QUE SAIU DE ABERTO
      *==             (QUITADO, ESTORNADO) TEM A PROVISAO REVERTIDA;
      *==             O BAIXADO COMO PERDA ("P") JA CONSUMIU A SUA NO
      *==             PAGAREC E FICA COMO ESTA. NOTA DE CREDITO NAO
      *==             ENTRA. O LANCAMENTO E A VARIACAO LIQUIDA DO MES
      *==             (NOVO SALDO MENOS SALDO ANTERIOR). O CONTROLE
      *==             "RUNCTRL" IMPEDE LANCAMENTO EM DOBRO NO MESMO
      *==             DIA; A EXECUCAO E UMA POR MES, NO ULTIMO
      *==             FECHADIA, COMO O REVALCAM.
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

           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-PROVPDD  ASSIGN TO "PROVPDD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVPDD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-PROVPDD.
       01  PROVPDD-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-PROVPDD     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-FIM-CONTAREC   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAREC         VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======CAMPOS DA CHAMADA A DATACALC (DIAS DE ATRASO)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======FAIXAS DE ATRASO: ATE QUANTOS DIAS, PARAMETRO DO
      *=======PERCENTUAL E PERCENTUAL PADRAO (SEM O PARAMETRO)
       01  WRK-FAIXAS-DEF.
           05  FILLER PIC X(18) VALUE "00030PDD030    000".
           05  FILLER PIC X(18) VALUE "00060PDD060    010".
           05  FILLER PIC X(18) VALUE "00090PDD090    030".
           05  FILLER PIC X(18) VALUE "00180PDD180    050".
           05  FILLER PIC X(18) VALUE "00360PDD360    070".
           05  FILLER PIC X(18) VALUE "99999PDDACIMA  100".
       01  WRK-FAIXAS-DEF-R REDEFINES WRK-FAIXAS-DEF.
           05  WRK-FXD-ITEM OCCURS 6 TIMES.
               10  WRK-FXD-ATE        PIC 9(05).
               10  WRK-FXD-PARAMETRO  PIC X(10).
               10  WRK-FXD-PADRAO     PIC 9(03).

      *=======PERCENTUAL EM VIGOR E ACUMULADOS POR FAIXA (A FAIXA 7
      *=======E A DOS TITULOS A VENCER, SEM PROVISAO)
       77  WRK-IDX-FX         PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-FAIXAS.
           05  WRK-FX-ITEM OCCURS 7 TIMES.
               10  WRK-FX-PERC        PIC 9(03)V99.
               10  WRK-FX-QTD         PIC 9(05).
               10  WRK-FX-ABERTO      PIC 9(10)V99.
               10  WRK-FX-PROVISAO    PIC 9(10)V99.

      *=======APURACAO DO TITULO E TOTAIS DO LOTE
       77  WRK-DIAS-ATRASO    PIC S9(07) VALUE ZEROS.
       77  WRK-PROVISAO-NOVA  PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIFERENCA      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-NOVO     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CONSTITUIDO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-REVERTIDO  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VARIACAO       PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QTD-ALTERADOS  PIC 9(05) VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-PERC-ED        PIC ZZ9,99.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED-2     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-DESC-FAIXA     PIC X(20) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-CONTAREC.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-CONTAREC.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0600-LANCAR-DIATOTAL.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PROVPDD" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN I-O ARQ-CONTAREC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-PROVPDD.
           IF WRK-FS-PROVPDD NOT EQUAL "00"
               MOVE WRK-FS-PROVPDD TO UTIL-FS-CODIGO
               MOVE "PROVPDD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           INITIALIZE WRK-TAB-FAIXAS.
           MOVE 1 TO WRK-IDX-FX.
           PERFORM 0060-LER-PERCENTUAL UNTIL WRK-IDX-FX GREATER 6.

      *=======PERCENTUAL VIGENTE NA DATA DO LOTE; SEM VIGENCIA NEM
      *=======PARAMETRO CLASSICO, VALE O PADRAO DA FAIXA.
       0060-LER-PERCENTUAL SECTION.
           MOVE WRK-FXD-PARAMETRO(WRK-IDX-FX) TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-FX-PERC(WRK-IDX-FX)
           ELSE
               MOVE WRK-FXD-PADRAO(WRK-IDX-FX)
                   TO WRK-FX-PERC(WRK-IDX-FX)
               DISPLAY "PARÂMETRO " WRK-PARM-CODIGO " NÃO "
                       "CADASTRADO -- USANDO "
                       WRK-FXD-PADRAO(WRK-IDX-FX) "%."
           END-IF.
           IF WRK-FX-PERC(WRK-IDX-FX) GREATER 100
               MOVE 100 TO WRK-FX-PERC(WRK-IDX-FX)
           END-IF.
           ADD 1 TO WRK-IDX-FX.

       0100-LER-CONTAREC  SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET FIM-DO-CONTAREC TO TRUE
           END-READ.

      *=======TITULO BAIXADO COMO PERDA NAO MEXE: A PROVISAO DELE FOI
      *=======CONSUMIDA NA BAIXA. OS DEMAIS TEM A PROVISAO RECALCULADA
      *=======(ZERO QUANDO NAO E MAIS TITULO A RECEBER EM ABERTO).
       0150-PROCESSAR     SECTION.
           IF NOT CREC-BAIXADO-PERDA
               MOVE ZEROS TO WRK-PROVISAO-NOVA
               IF CREC-EM-ABERTO
                  AND CREC-VALOR GREATER ZEROS
                   PERFORM 0200-PROVISIONAR-TITULO
               END-IF
               ADD CREC-VALOR-PDD    TO WRK-SALDO-ANTERIOR
               ADD WRK-PROVISAO-NOVA TO WRK-SALDO-NOVO
               IF WRK-PROVISAO-NOVA NOT EQUAL CREC-VALOR-PDD
                   PERFORM 0300-ATUALIZAR-TITULO
               END-IF
           END-IF.
           PERFORM 0100-LER-CONTAREC.

      *=======DIAS DE ATRASO NA DATA DO LOTE -> FAIXA -> PERCENTUAL
      *=======SOBRE O VALOR DE FACE. SEM VENCIMENTO (SAIDA DO DIA
      *=======AINDA SEM PARCELAS) CONTA COMO A VENCER.
       0200-PROVISIONAR-TITULO SECTION.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF CREC-DATA-VENCIMENTO NOT EQUAL SPACES
              AND CREC-DATA-VENCIMENTO NOT EQUAL ZEROS
               MOVE CREC-DATA-VENCIMENTO TO WRK-CALC-DATA1
               MOVE WRK-DATA-HOJE        TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ATRASO
           END-IF.
           IF WRK-DIAS-ATRASO NOT GREATER ZEROS
               MOVE 7 TO WRK-IDX-FX
           ELSE
               MOVE 1 TO WRK-IDX-FX
               PERFORM 0250-PROCURAR-FAIXA
                   UNTIL WRK-DIAS-ATRASO
                         NOT GREATER WRK-FXD-ATE(WRK-IDX-FX)
                      OR WRK-IDX-FX EQUAL 6
           END-IF.
           COMPUTE WRK-PROVISAO-NOVA ROUNDED =
                   CREC-VALOR * WRK-FX-PERC(WRK-IDX-FX) / 100.
           ADD 1          TO WRK-FX-QTD(WRK-IDX-FX).
           ADD CREC-VALOR TO WRK-FX-ABERTO(WRK-IDX-FX).
           ADD WRK-PROVISAO-NOVA TO WRK-FX-PROVISAO(WRK-IDX-FX).

       0250-PROCURAR-FAIXA SECTION.
           ADD 1 TO WRK-IDX-FX.

       0300-ATUALIZAR-TITULO SECTION.
           COMPUTE WRK-DIFERENCA = WRK-PROVISAO-NOVA - CREC-VALOR-PDD.
           IF WRK-DIFERENCA GREATER ZEROS
               ADD WRK-DIFERENCA TO WRK-TOT-CONSTITUIDO
           ELSE
               SUBTRACT WRK-DIFERENCA FROM WRK-TOT-REVERTIDO
           END-IF.
           MOVE WRK-PROVISAO-NOVA TO CREC-VALOR-PDD.
           REWRITE CONTAREC-REC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-ALTERADOS.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - POSICAO DE "
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 7 TO WRK-IDX-FX.
           PERFORM 0520-LINHA-FAIXA.
           MOVE 1 TO WRK-IDX-FX.
           PERFORM 0520-LINHA-FAIXA UNTIL WRK-IDX-FX GREATER 6.
           MOVE ALL "=" TO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING "SALDO ANTERIOR DA PROVISAO.... " WRK-SALDO-ED
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-CONSTITUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING "(+) CONSTITUIDA NO MES........ " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-REVERTIDO TO WRK-VALOR-ED.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING "(-) REVERTIDA NO MES.......... " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-SALDO-NOVO TO WRK-SALDO-ED.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING "SALDO ATUAL DA PROVISAO....... " WRK-SALDO-ED
               "   TITULOS ALTERADOS " WRK-QTD-ALTERADOS
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0520-LINHA-FAIXA   SECTION.
           EVALUATE WRK-IDX-FX
               WHEN 1
                   MOVE "VENCIDOS 1-30 DIAS" TO WRK-DESC-FAIXA
               WHEN 2
                   MOVE "VENCIDOS 31-60 DIAS" TO WRK-DESC-FAIXA
               WHEN 3
                   MOVE "VENCIDOS 61-90 DIAS" TO WRK-DESC-FAIXA
               WHEN 4
                   MOVE "VENCIDOS 91-180 DIAS" TO WRK-DESC-FAIXA
               WHEN 5
                   MOVE "VENCIDOS 181-360 DIAS" TO WRK-DESC-FAIXA
               WHEN 6
                   MOVE "VENCIDOS + 360 DIAS" TO WRK-DESC-FAIXA
               WHEN OTHER
                   MOVE "A VENCER" TO WRK-DESC-FAIXA
           END-EVALUATE.
           MOVE WRK-FX-PERC(WRK-IDX-FX)     TO WRK-PERC-ED.
           MOVE WRK-FX-ABERTO(WRK-IDX-FX)   TO WRK-VALOR-ED.
           MOVE WRK-FX-PROVISAO(WRK-IDX-FX) TO WRK-VALOR-ED-2.
           MOVE SPACES TO PROVPDD-LINHA.
           STRING WRK-DESC-FAIXA
                  " TIT " WRK-FX-QTD(WRK-IDX-FX)
                  " EM ABERTO " WRK-VALOR-ED
                  " PERC " WRK-PERC-ED "%"
                  " PROVISAO " WRK-VALOR-ED-2
               DELIMITED BY SIZE INTO PROVPDD-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-FX.

      *=======AUMENTO LIQUIDO DO SALDO VIRA "PDD-CONST" (DESPESA),
      *=======REDUCAO "PDD-REVER" (REVERSAO); DIA-VALOR NAO TEM SINAL
      *=======E O CONTAMAP LEVA CADA TIPO PARA A SUA CONTA.
       0600-LANCAR-DIATOTAL SECTION.
           COMPUTE WRK-VARIACAO = WRK-SALDO-NOVO - WRK-SALDO-ANTERIOR.
           IF WRK-VARIACAO NOT EQUAL ZEROS
               OPEN EXTEND ARQ-DIATOTAL
               MOVE "PROVPDD"      TO DIA-PROGRAMA
               MOVE WRK-DATA-HOJE  TO DIA-DATA
               IF WRK-VARIACAO GREATER ZEROS
                   MOVE "PDD-CONST" TO DIA-TIPO
                   MOVE WRK-VARIACAO TO DIA-VALOR
               ELSE
                   MOVE "PDD-REVER" TO DIA-TIPO
                   COMPUTE DIA-VALOR = WRK-VARIACAO * -1
               END-IF
               MOVE SPACES            TO DIA-CHAVE
               MOVE WRK-QTD-ALTERADOS TO DIA-QUANTIDADE
               WRITE DIATOTAL-REC
               IF WRK-FS-DIATOTAL NOT EQUAL "00"
                   MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
                   MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               CLOSE ARQ-DIATOTAL
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE PROVPDD-LINHA.
           IF WRK-FS-PROVPDD NOT EQUAL "00"
               MOVE WRK-FS-PROVPDD TO UTIL-FS-CODIGO
               MOVE "PROVPDD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CONTAREC.
           CLOSE ARQ-PROVPDD.
           DISPLAY "PROVISÃO PDD GRAVADA EM PROVPDD.".
           DISPLAY "TÍTULOS COM PROVISÃO ALTERADA... "
                   WRK-QTD-ALTERADOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
