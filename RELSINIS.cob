       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSINIS.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ENVELHECIMENTO DOS SINISTROS DE TRANSPORTE: LE
      *    ==          O CADASTRO "SINISTRO" E IMPRIME, POR
      *    ==          TRANSPORTADORA, A QUANTIDADE E O VALOR DOS
      *    ==          SINISTROS AINDA NAO LIQUIDADOS (ABERTOS,
      *    ==          SUBMETIDOS OU ACEITOS SEM PAGAMENTO) REPARTIDOS
      *    ==          NAS FAIXAS 0-30, 31-60, 61-90 E MAIS DE 90 DIAS
      *    ==          DESDE A ABERTURA (DIFERENCA DE DIAS PELA
      *    ==          DATACALC), COM TOTAL GERAL POR FAIXA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SINISTRO ACEITO ENTRA PELO VALOR ACEITO (O QUE
      *==             FALTA RECEBER); OS DEMAIS PELO VALOR RECLAMADO.
      *==             O NOME DA TRANSPORTADORA VEM DO "TRANSP"; SEM O
      *==             CADASTRO, SAI SO O CODIGO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-PEDIDO
               FILE STATUS IS WRK-FS-SINISTRO.

           SELECT ARQ-TRANSP   ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-FIM-SINISTRO   PIC X(01) VALUE "N".
           88  FIM-DO-SINISTRO         VALUE "S".
       77  WRK-TRANSP-ATIVO   PIC X(01) VALUE "N".
           88  CADASTRO-TRANSP-ATIVO   VALUE "S".

       77  WRK-HOJE           PIC X(08) VALUE SPACES.

      *=======CAMPOS DA CHAMADA A DATACALC (MODO "D")
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

       77  WRK-DIAS-ABERTO    PIC S9(05) VALUE ZEROS.
       77  WRK-FAIXA          PIC 9(01) VALUE ZEROS.
       77  WRK-VALOR-PENDENTE PIC 9(08)V99 VALUE ZEROS.
       77  WRK-NOME-TRANSP    PIC X(30) VALUE SPACES.

      *=======PENDENCIA POR TRANSPORTADORA REPARTIDA NAS FAIXAS
      *=======(MESMO ESQUEMA DO QUADRO POR CLIENTE DO RELATREC)
       77  WRK-QTD-TRANSP     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX            PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-REL        PIC 9(03) VALUE ZEROS.
       77  WRK-TRN-ENCONTRADA PIC X(01) VALUE "N".
           88  TRANSP-FOI-ENCONTRADA    VALUE "S".

       01  WRK-TOTAIS-TRANSP.
           05  WRK-TOT-ITEM OCCURS 50 TIMES.
               10  WRK-TOT-TRANSP   PIC 9(03) VALUE ZEROS.
               10  WRK-TOT-QTD      PIC 9(05) OCCURS 4 TIMES
                                    VALUE ZEROS.
               10  WRK-TOT-FAIXA    PIC 9(10)V99 OCCURS 4 TIMES
                                    VALUE ZEROS.

       01  WRK-TOTAL-GERAL-FAIXAS.
           05  WRK-GER-QTD   PIC 9(07) OCCURS 4 TIMES VALUE ZEROS.
           05  WRK-GER-FAIXA PIC 9(10)V99 OCCURS 4 TIMES VALUE ZEROS.

       77  WRK-QTD-PENDENTES  PIC 9(07) VALUE ZEROS.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-SINISTRO.
           PERFORM 0150-CLASSIFICAR UNTIL FIM-DO-SINISTRO.
           PERFORM 0300-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT ARQ-SINISTRO.
           IF WRK-FS-SINISTRO NOT EQUAL "00"
               MOVE WRK-FS-SINISTRO TO UTIL-FS-CODIGO
               MOVE "SINISTRO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-TRANSP.
           IF WRK-FS-TRANSP EQUAL "00"
               SET CADASTRO-TRANSP-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE TRANSPORTADORAS INDISPONÍVEL "
                       "(STATUS " WRK-FS-TRANSP ") -- SEM NOMES."
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0100-LER-SINISTRO  SECTION.
           READ ARQ-SINISTRO
               AT END
                   SET FIM-DO-SINISTRO TO TRUE
           END-READ.

       0150-CLASSIFICAR   SECTION.
           IF SIN-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               IF SIN-ACEITO
                   MOVE SIN-VALOR-ACEITO TO WRK-VALOR-PENDENTE
               ELSE
                   MOVE SIN-VALOR        TO WRK-VALOR-PENDENTE
               END-IF
               PERFORM 0200-APURAR-FAIXA
               PERFORM 0250-ACUMULAR-TRANSP
           END-IF.
           PERFORM 0100-LER-SINISTRO.

      *=======FAIXA 1 = 0-30; 2 = 31-60; 3 = 61-90; 4 = MAIS DE 90
      *=======DIAS DESDE A ABERTURA. SEM DATA DE ABERTURA = FAIXA 1.
       0200-APURAR-FAIXA  SECTION.
           IF SIN-DATA-ABERTURA EQUAL SPACES
              OR SIN-DATA-ABERTURA NOT LESS WRK-HOJE
               MOVE 1 TO WRK-FAIXA
           ELSE
               MOVE SIN-DATA-ABERTURA TO WRK-CALC-DATA1
               MOVE WRK-HOJE          TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ABERTO
               EVALUATE TRUE
                   WHEN WRK-DIAS-ABERTO NOT GREATER 30
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER 60
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER 90
                       MOVE 3 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
               END-EVALUATE
           END-IF.

       0250-ACUMULAR-TRANSP SECTION.
           MOVE "N" TO WRK-TRN-ENCONTRADA.
           MOVE 1   TO WRK-IDX.
           PERFORM 0260-PROCURAR-TRANSP
               UNTIL WRK-IDX GREATER WRK-QTD-TRANSP
                  OR TRANSP-FOI-ENCONTRADA.
           IF NOT TRANSP-FOI-ENCONTRADA
               IF WRK-QTD-TRANSP LESS 50
                   ADD 1 TO WRK-QTD-TRANSP
                   MOVE WRK-QTD-TRANSP     TO WRK-IDX
                   MOVE SIN-TRANSPORTADORA TO WRK-TOT-TRANSP(WRK-IDX)
               ELSE
                   DISPLAY "MAIS DE 50 TRANSPORTADORAS COM SINISTRO "
                           "PENDENTE -- TRANSPORTADORA "
                           SIN-TRANSPORTADORA " FORA DO QUADRO."
               END-IF
           END-IF.
           IF WRK-IDX NOT GREATER 50
               ADD 1 TO WRK-TOT-QTD(WRK-IDX WRK-FAIXA)
               ADD WRK-VALOR-PENDENTE
                   TO WRK-TOT-FAIXA(WRK-IDX WRK-FAIXA)
           END-IF.
           ADD 1 TO WRK-GER-QTD(WRK-FAIXA).
           ADD WRK-VALOR-PENDENTE TO WRK-GER-FAIXA(WRK-FAIXA).

       0260-PROCURAR-TRANSP SECTION.
           IF WRK-TOT-TRANSP(WRK-IDX) EQUAL SIN-TRANSPORTADORA
               SET TRANSP-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX
           END-IF.

       0300-IMPRIMIR      SECTION.
           DISPLAY "=====================================".
           DISPLAY "ENVELHECIMENTO DOS SINISTROS DE TRANSPORTE".
           DISPLAY "=====================================".
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0310-IMPRIMIR-TRANSP
               UNTIL WRK-IDX-REL GREATER WRK-QTD-TRANSP.
           DISPLAY "-------------------------------------".
           DISPLAY "TOTAL GERAL POR FAIXA:".
           MOVE WRK-GER-FAIXA(1) TO EDIT-MOEDA-1.
           DISPLAY "ABERTO 0-30..... " WRK-GER-QTD(1) " "
                   EDIT-MOEDA-1.
           MOVE WRK-GER-FAIXA(2) TO EDIT-MOEDA-1.
           DISPLAY "ABERTO 31-60.... " WRK-GER-QTD(2) " "
                   EDIT-MOEDA-1.
           MOVE WRK-GER-FAIXA(3) TO EDIT-MOEDA-1.
           DISPLAY "ABERTO 61-90.... " WRK-GER-QTD(3) " "
                   EDIT-MOEDA-1.
           MOVE WRK-GER-FAIXA(4) TO EDIT-MOEDA-1.
           DISPLAY "ABERTO +90...... " WRK-GER-QTD(4) " "
                   EDIT-MOEDA-1.
           DISPLAY "SINISTROS PENDENTES... " WRK-QTD-PENDENTES.

       0310-IMPRIMIR-TRANSP SECTION.
           PERFORM 0320-NOME-TRANSP.
           DISPLAY "TRANSPORTADORA " WRK-TOT-TRANSP(WRK-IDX-REL)
                   " " WRK-NOME-TRANSP ":".
           MOVE WRK-TOT-FAIXA(WRK-IDX-REL 1) TO EDIT-MOEDA-1.
           DISPLAY "  ABERTO 0-30..... " WRK-TOT-QTD(WRK-IDX-REL 1)
                   " " EDIT-MOEDA-1.
           MOVE WRK-TOT-FAIXA(WRK-IDX-REL 2) TO EDIT-MOEDA-1.
           DISPLAY "  ABERTO 31-60.... " WRK-TOT-QTD(WRK-IDX-REL 2)
                   " " EDIT-MOEDA-1.
           MOVE WRK-TOT-FAIXA(WRK-IDX-REL 3) TO EDIT-MOEDA-1.
           DISPLAY "  ABERTO 61-90.... " WRK-TOT-QTD(WRK-IDX-REL 3)
                   " " EDIT-MOEDA-1.
           MOVE WRK-TOT-FAIXA(WRK-IDX-REL 4) TO EDIT-MOEDA-1.
           DISPLAY "  ABERTO +90...... " WRK-TOT-QTD(WRK-IDX-REL 4)
                   " " EDIT-MOEDA-1.
           ADD 1 TO WRK-IDX-REL.

       0320-NOME-TRANSP   SECTION.
           MOVE SPACES TO WRK-NOME-TRANSP.
           IF CADASTRO-TRANSP-ATIVO
               MOVE WRK-TOT-TRANSP(WRK-IDX-REL) TO TRN-CODIGO
               READ ARQ-TRANSP
                   INVALID KEY
                       MOVE "NAO CADASTRADA" TO WRK-NOME-TRANSP
                   NOT INVALID KEY
                       MOVE TRN-NOME TO WRK-NOME-TRANSP
               END-READ
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-SINISTRO.
           IF CADASTRO-TRANSP-ATIVO
               CLOSE ARQ-TRANSP
           END-IF.

       COPY FSERROPR.
