       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANODIA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PLANO DA NOITE DO FECHADIA: CLASSIFICA HOJE
      *    ==          PELO CALENDARIO DE FERIADOS ("FERIADO") E PELA
      *    ==          DIAUTIL -- DIA UTIL COMUM, ULTIMO DIA UTIL DA
      *    ==          SEMANA, ULTIMO DIA UTIL DO MES, PRIMEIRO DIA
      *    ==          UTIL DO ANO -- PARA OS STEPS SEMANAIS, MENSAIS
      *    ==          E ANUAIS RODAREM SOZINHOS, SEM A OPERACAO
      *    ==          COMENTAR E DESCOMENTAR STEP NA MAO.
      *    ==          O CARTAO DO SYSIN DIZ O QUE A EXECUCAO RESPONDE:
      *    ==          "PLANO"   - IMPRIME NO RELATORIO "PLANODIA" A
      *    ==                      CLASSIFICACAO DE HOJE E, PARA CADA
      *    ==                      STEP DO ARQUIVO "PASSOS" (CLASSE +
      *    ==                      NOME DO STEP), SE RODA OU NAO HOJE;
      *    ==          "SEMANAL" - RC 0000 SE HOJE E O ULTIMO DIA UTIL
      *    ==                      DA SEMANA, 0001 SE NAO E;
      *    ==          "MENSAL"  - RC 0000 SE HOJE E O ULTIMO DIA UTIL
      *    ==                      DO MES, 0001 SE NAO E;
      *    ==          "ANUAL"   - RC 0000 SE HOJE E O PRIMEIRO DIA
      *    ==                      UTIL DO ANO, 0001 SE NAO E.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CADA STEP SEMANAL, MENSAL OU ANUAL DO FECHADIA
      *==             TESTA NO COND (0,NE) O STEP DIASEM, DIAMES OU
      *==             DIAANO, QUE RODAM ESTE PROGRAMA COM O CARTAO DA
      *==             SUA CLASSE. COMO A VERIFDIA, SO OS FERIADOS
      *==             NACIONAIS (FILIAL 00) CONTAM. O ULTIMO DIA UTIL
      *==             DA SEMANA E AQUELE CUJO PROXIMO DIA UTIL JA CAI
      *==             DEPOIS DO DOMINGO (SEXTA COMUM, OU A QUINTA
      *==             ANTES DE UMA SEXTA DE FERIADO); O DO MES, AQUELE
      *==             CUJO PROXIMO DIA UTIL JA E DO MES SEGUINTE; O
      *==             PRIMEIRO DO ANO, O PRIMEIRO DIA UTIL DEPOIS DE
      *==             31/12 DO ANO ANTERIOR. CARTAO DESCONHECIDO
      *==             DEVOLVE RC 0008 (OS STEPS DA CLASSE NAO RODAM);
      *==             LINHA DO "PASSOS" COM CLASSE DESCONHECIDA SAI
      *==             NO PLANO E DEVOLVE RC 0004.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

           SELECT ARQ-PASSOS   ASSIGN TO "PASSOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PASSOS.

           SELECT ARQ-PLANODIA ASSIGN TO "PLANODIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANODIA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-FERIADO.
           COPY FERIADO.

       FD  ARQ-PASSOS.
       01  PASSOS-REC.
           05  PAS-CLASSE          PIC X(08).
           05  FILLER              PIC X(01).
           05  PAS-STEP            PIC X(08).
           05  FILLER              PIC X(63).

       FD  ARQ-PLANODIA.
       01  PLANODIA-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-PASSOS      PIC X(02) VALUE "00".
       77  WRK-FS-PLANODIA    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MODO           PIC X(08) VALUE SPACES.
           88  MODO-PLANO              VALUE "PLANO".
           88  MODO-SEMANAL            VALUE "SEMANAL".
           88  MODO-MENSAL             VALUE "MENSAL".
           88  MODO-ANUAL              VALUE "ANUAL".

       77  WRK-FIM-FERIADO    PIC X(01) VALUE "N".
           88  FIM-DO-FERIADO          VALUE "S".
       77  WRK-FIM-PASSOS     PIC X(01) VALUE "N".
           88  FIM-DOS-PASSOS          VALUE "S".
       77  WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-FERIADOS.
           05  WRK-FERIADO    PIC X(08) OCCURS 100 TIMES.

       01  WRK-HOJE.
           05  WRK-HOJE-ANO   PIC 9(04).
           05  WRK-HOJE-MES   PIC 9(02).
           05  WRK-HOJE-DIA   PIC 9(02).
       77  WRK-ONTEM          PIC X(08) VALUE SPACES.
       77  WRK-PROX-UTIL      PIC X(08) VALUE SPACES.
       77  WRK-PRIM-UTIL-ANO  PIC X(08) VALUE SPACES.
       01  WRK-FIM-ANO-ANTERIOR.
           05  WRK-FAA-ANO    PIC 9(04).
           05  WRK-FAA-MMDD   PIC X(04) VALUE "1231".

      *=======CLASSIFICACAO DE HOJE
       77  WRK-DIA-UTIL-HOJE  PIC X(01) VALUE "N".
           88  HOJE-E-DIA-UTIL          VALUE "S".
       77  WRK-FIM-SEMANA     PIC X(01) VALUE "N".
           88  ULTIMO-UTIL-DA-SEMANA    VALUE "S".
       77  WRK-FIM-MES        PIC X(01) VALUE "N".
           88  ULTIMO-UTIL-DO-MES       VALUE "S".
       77  WRK-INICIO-ANO     PIC X(01) VALUE "N".
           88  PRIMEIRO-UTIL-DO-ANO     VALUE "S".
       77  WRK-RODA-HOJE      PIC X(01) VALUE "N".
           88  CLASSE-RODA-HOJE         VALUE "S".
           88  CLASSE-DESCONHECIDA      VALUE "?".

      *=======DIA DA SEMANA CONTADO A PARTIR DE UMA SEGUNDA-FEIRA
      *=======CONHECIDA (03/01/2000): 0=SEGUNDA ... 6=DOMINGO
       77  WRK-SEGUNDA-BASE   PIC X(08) VALUE "20000103".
       77  WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77  WRK-QTD-SEMANAS    PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATE-PROX  PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-ATE-DOMINGO PIC 9(01) VALUE ZEROS.

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE SPACES.
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======CAMPOS DA CHAMADA A DIAUTIL
       77  WRK-DIAUTIL-INICIO  PIC X(08) VALUE SPACES.
       77  WRK-QTD-DIAS-UTEIS  PIC 9(03) VALUE 1.
       01  WRK-TAB-RESULTADO.
           05  WRK-DIA-UTIL    PIC X(08) OCCURS 100 TIMES.

      *=======PLANO
       77  WRK-QTD-PASSOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-RODAM      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-INVALIDOS  PIC 9(03) VALUE ZEROS.
       77  WRK-TEXTO-SIM-NAO  PIC X(03) VALUE SPACES.
       77  WRK-CLASSE         PIC X(08) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           ACCEPT WRK-MODO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-MONTAR-LISTA-FERIADOS.
           PERFORM 0200-CLASSIFICAR-HOJE.
           DISPLAY "HOJE (" WRK-HOJE ") - DIA ÚTIL: " WRK-DIA-UTIL-HOJE
                   " FIM DE SEMANA: " WRK-FIM-SEMANA
                   " FIM DE MÊS: " WRK-FIM-MES
                   " INÍCIO DE ANO: " WRK-INICIO-ANO.

           EVALUATE TRUE
               WHEN MODO-PLANO
                   PERFORM 0500-IMPRIMIR-PLANO
               WHEN MODO-SEMANAL
               WHEN MODO-MENSAL
               WHEN MODO-ANUAL
                   PERFORM 0400-RESPONDER-CLASSE
               WHEN OTHER
                   DISPLAY "CARTÃO SYSIN INVÁLIDO (" WRK-MODO
                           ") -- USE PLANO, SEMANAL, MENSAL OU ANUAL."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0100-MONTAR-LISTA-FERIADOS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
           OPEN INPUT ARQ-FERIADO.
           IF WRK-FS-FERIADO NOT EQUAL "00"
               MOVE WRK-FS-FERIADO TO UTIL-FS-CODIGO
               MOVE "FERIADO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0150-LER-FERIADO UNTIL FIM-DO-FERIADO.
           CLOSE ARQ-FERIADO.

       0150-LER-FERIADO   SECTION.
           READ ARQ-FERIADO
               AT END
                   MOVE "S" TO WRK-FIM-FERIADO
               NOT AT END
                   IF FERIADO-ATIVO EQUAL "S"
                      AND FERIADO-FILIAL EQUAL ZEROS
                      AND WRK-QTD-FERIADOS LESS 100
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FERIADO-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

      *=======HOJE E DIA UTIL QUANDO O PRIMEIRO DIA UTIL DEPOIS DE
      *=======ONTEM E HOJE (MESMA REGRA DA VERIFDIA). DIA NAO UTIL NAO
      *=======FECHA SEMANA, MES NEM ABRE ANO.
       0200-CLASSIFICAR-HOJE SECTION.
           MOVE WRK-HOJE TO WRK-CALC-DATA1.
           MOVE -1       TO WRK-CALC-DIAS.
           MOVE "A"      TO WRK-CALC-MODO.
           PERFORM 0800-CHAMAR-DATACALC.
           MOVE WRK-CALC-RESULT-DATA TO WRK-ONTEM.

           MOVE WRK-ONTEM TO WRK-DIAUTIL-INICIO.
           PERFORM 0850-CHAMAR-DIAUTIL.
           IF WRK-DIA-UTIL(1) EQUAL WRK-HOJE
               SET HOJE-E-DIA-UTIL TO TRUE
               PERFORM 0250-CLASSIFICAR-DIA-UTIL
           END-IF.

       0250-CLASSIFICAR-DIA-UTIL SECTION.
           MOVE WRK-HOJE TO WRK-DIAUTIL-INICIO.
           PERFORM 0850-CHAMAR-DIAUTIL.
           MOVE WRK-DIA-UTIL(1) TO WRK-PROX-UTIL.

           IF WRK-PROX-UTIL(1:6) NOT EQUAL WRK-HOJE(1:6)
               SET ULTIMO-UTIL-DO-MES TO TRUE
           END-IF.

           MOVE WRK-SEGUNDA-BASE TO WRK-CALC-DATA1.
           MOVE WRK-HOJE         TO WRK-CALC-DATA2.
           MOVE "D"              TO WRK-CALC-MODO.
           PERFORM 0800-CHAMAR-DATACALC.
           DIVIDE WRK-CALC-RESULT-DIAS BY 7
               GIVING WRK-QTD-SEMANAS REMAINDER WRK-DIA-SEMANA.
           COMPUTE WRK-DIAS-ATE-DOMINGO = 6 - WRK-DIA-SEMANA.

           MOVE WRK-HOJE      TO WRK-CALC-DATA1.
           MOVE WRK-PROX-UTIL TO WRK-CALC-DATA2.
           PERFORM 0800-CHAMAR-DATACALC.
           MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ATE-PROX.
           IF WRK-DIAS-ATE-PROX GREATER WRK-DIAS-ATE-DOMINGO
               SET ULTIMO-UTIL-DA-SEMANA TO TRUE
           END-IF.

           COMPUTE WRK-FAA-ANO = WRK-HOJE-ANO - 1.
           MOVE WRK-FIM-ANO-ANTERIOR TO WRK-DIAUTIL-INICIO.
           PERFORM 0850-CHAMAR-DIAUTIL.
           MOVE WRK-DIA-UTIL(1) TO WRK-PRIM-UTIL-ANO.
           IF WRK-PRIM-UTIL-ANO EQUAL WRK-HOJE
               SET PRIMEIRO-UTIL-DO-ANO TO TRUE
           END-IF.

       0400-RESPONDER-CLASSE SECTION.
           MOVE WRK-MODO TO WRK-CLASSE.
           PERFORM 0600-AVALIAR-CLASSE.
           IF CLASSE-RODA-HOJE
               DISPLAY "STEPS " WRK-MODO " RODAM HOJE."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "STEPS " WRK-MODO " NÃO RODAM HOJE."
               MOVE 1 TO RETURN-CODE
           END-IF.

       0500-IMPRIMIR-PLANO SECTION.
           OPEN INPUT ARQ-PASSOS.
           IF WRK-FS-PASSOS NOT EQUAL "00"
               MOVE WRK-FS-PASSOS TO UTIL-FS-CODIGO
               MOVE "PASSOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-PLANODIA.
           IF WRK-FS-PLANODIA NOT EQUAL "00"
               MOVE WRK-FS-PLANODIA TO UTIL-FS-CODIGO
               MOVE "PLANODIA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

           MOVE SPACES TO PLANODIA-LINHA.
           STRING "PLANO DA NOITE DO FECHADIA - " WRK-HOJE
               DELIMITED BY SIZE INTO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE ALL "=" TO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           PERFORM 0520-IMPRIMIR-CLASSIFICACAO.
           MOVE ALL "-" TO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE "CLASSE    STEP      RODA HOJE" TO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.

           PERFORM 0550-LER-PASSO.
           PERFORM 0560-IMPRIMIR-PASSO UNTIL FIM-DOS-PASSOS.

           MOVE ALL "-" TO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           MOVE SPACES TO PLANODIA-LINHA.
           STRING "STEPS DE CALENDARIO: " WRK-QTD-PASSOS
                  " - RODAM HOJE: " WRK-QTD-RODAM
                  " - CLASSE INVALIDA: " WRK-QTD-INVALIDOS
               DELIMITED BY SIZE INTO PLANODIA-LINHA.
           PERFORM 0900-GRAVAR-LINHA.
           IF HOJE-E-DIA-UTIL
               MOVE "OS STEPS DIARIOS RODAM TODOS (DIA UTIL)."
                   TO PLANODIA-LINHA
           ELSE
               MOVE "A CHECADIA PULA A NOITE INTEIRA."
                   TO PLANODIA-LINHA
           END-IF.
           PERFORM 0900-GRAVAR-LINHA.

           CLOSE ARQ-PASSOS.
           CLOSE ARQ-PLANODIA.
           IF WRK-QTD-INVALIDOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0520-IMPRIMIR-CLASSIFICACAO SECTION.
           EVALUATE TRUE
               WHEN NOT HOJE-E-DIA-UTIL
                   MOVE "HOJE NAO E DIA UTIL (FIM DE SEMANA OU FERIADO)"
                       TO PLANODIA-LINHA
                   PERFORM 0900-GRAVAR-LINHA
               WHEN NOT ULTIMO-UTIL-DA-SEMANA
                AND NOT ULTIMO-UTIL-DO-MES
                AND NOT PRIMEIRO-UTIL-DO-ANO
                   MOVE "HOJE E DIA UTIL COMUM" TO PLANODIA-LINHA
                   PERFORM 0900-GRAVAR-LINHA
               WHEN OTHER
                   IF ULTIMO-UTIL-DA-SEMANA
                       MOVE "HOJE E O ULTIMO DIA UTIL DA SEMANA"
                           TO PLANODIA-LINHA
                       PERFORM 0900-GRAVAR-LINHA
                   END-IF
                   IF ULTIMO-UTIL-DO-MES
                       MOVE "HOJE E O ULTIMO DIA UTIL DO MES"
                           TO PLANODIA-LINHA
                       PERFORM 0900-GRAVAR-LINHA
                   END-IF
                   IF PRIMEIRO-UTIL-DO-ANO
                       MOVE "HOJE E O PRIMEIRO DIA UTIL DO ANO"
                           TO PLANODIA-LINHA
                       PERFORM 0900-GRAVAR-LINHA
                   END-IF
           END-EVALUATE.
           IF HOJE-E-DIA-UTIL
               MOVE SPACES TO PLANODIA-LINHA
               STRING "PROXIMO DIA UTIL: " WRK-PROX-UTIL
                   DELIMITED BY SIZE INTO PLANODIA-LINHA
               PERFORM 0900-GRAVAR-LINHA
           END-IF.

       0550-LER-PASSO     SECTION.
           READ ARQ-PASSOS
               AT END
                   SET FIM-DOS-PASSOS TO TRUE
           END-READ.

       0560-IMPRIMIR-PASSO SECTION.
           IF PASSOS-REC NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-PASSOS
               MOVE PAS-CLASSE TO WRK-CLASSE
               PERFORM 0600-AVALIAR-CLASSE
               EVALUATE TRUE
                   WHEN CLASSE-RODA-HOJE
                       ADD 1 TO WRK-QTD-RODAM
                       MOVE "SIM" TO WRK-TEXTO-SIM-NAO
                   WHEN CLASSE-DESCONHECIDA
                       ADD 1 TO WRK-QTD-INVALIDOS
                       MOVE "???" TO WRK-TEXTO-SIM-NAO
                   WHEN OTHER
                       MOVE "NAO" TO WRK-TEXTO-SIM-NAO
               END-EVALUATE
               MOVE SPACES TO PLANODIA-LINHA
               STRING PAS-CLASSE "  " PAS-STEP "  " WRK-TEXTO-SIM-NAO
                   DELIMITED BY SIZE INTO PLANODIA-LINHA
               PERFORM 0900-GRAVAR-LINHA
           END-IF.
           PERFORM 0550-LER-PASSO.

      *=======A CLASSE VEM DA LINHA DO PASSOS OU DO CARTAO DO SYSIN.
       0600-AVALIAR-CLASSE SECTION.
           MOVE "N" TO WRK-RODA-HOJE.
           EVALUATE WRK-CLASSE
               WHEN "SEMANAL"
                   IF ULTIMO-UTIL-DA-SEMANA
                       SET CLASSE-RODA-HOJE TO TRUE
                   END-IF
               WHEN "MENSAL"
                   IF ULTIMO-UTIL-DO-MES
                       SET CLASSE-RODA-HOJE TO TRUE
                   END-IF
               WHEN "ANUAL"
                   IF PRIMEIRO-UTIL-DO-ANO
                       SET CLASSE-RODA-HOJE TO TRUE
                   END-IF
               WHEN OTHER
                   SET CLASSE-DESCONHECIDA TO TRUE
           END-EVALUATE.

       0800-CHAMAR-DATACALC SECTION.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.

       0850-CHAMAR-DIAUTIL SECTION.
           MOVE SPACES TO WRK-TAB-RESULTADO.
           CALL "DIAUTIL" USING WRK-DIAUTIL-INICIO
                                 WRK-QTD-DIAS-UTEIS
                                 WRK-QTD-FERIADOS
                                 WRK-TAB-FERIADOS
                                 WRK-TAB-RESULTADO.

       0900-GRAVAR-LINHA  SECTION.
           WRITE PLANODIA-LINHA.
           IF WRK-FS-PLANODIA NOT EQUAL "00"
               MOVE WRK-FS-PLANODIA TO UTIL-FS-CODIGO
               MOVE "PLANODIA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       COPY FSERROPR.
