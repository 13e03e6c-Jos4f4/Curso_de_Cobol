       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSAC.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ENVELHECIMENTO DOS CHAMADOS DO SAC CONTRA O
      *    ==          PRAZO DE ATENDIMENTO: LE O CADASTRO "SACCHAM" E
      *    ==          IMPRIME OS CHAMADOS PENDENTES (ABERTOS OU EM
      *    ==          ANDAMENTO) REPARTIDOS NAS FAIXAS NO PRAZO,
      *    ==          VENCIDO HA 1-3, 4-10 E MAIS DE 10 DIAS (DIFERENCA
      *    ==          DE DIAS PELA DATACALC), POR CATEGORIA E POR
      *    ==          OPERADOR RESPONSAVEL, SEGUIDO DA LISTA DOS
      *    ==          CHAMADOS VENCIDOS PARA COBRANCA DO ATENDIMENTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CHAMADO SEM DATA DE PRAZO CONTA COMO NO PRAZO.
      *==             OS FECHADOS NAO ENTRAM NAS FAIXAS; SO SAEM NO
      *==             TOTAL DE FECHADOS FORA DO PRAZO, PARA O
      *==             INDICADOR DO ATENDIMENTO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SACCHAM  ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAC-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SACCHAM.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-FIM-SACCHAM    PIC X(01) VALUE "N".
           88  FIM-DO-SACCHAM          VALUE "S".

       77  WRK-HOJE           PIC X(08) VALUE SPACES.

      *=======CAMPOS DA CHAMADA A DATACALC (MODO "D")
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

       77  WRK-DIAS-VENCIDO   PIC S9(05) VALUE ZEROS.
       77  WRK-FAIXA          PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-CAT        PIC 9(01) VALUE ZEROS.

      *=======PENDENCIA POR CATEGORIA (ORDEM FIXA DO COPYBOOK)
       01  WRK-TAB-CATEGORIAS.
           05  FILLER PIC X(21) VALUE "AATRASO NA ENTREGA   ".
           05  FILLER PIC X(21) VALUE "DDEFEITO OU AVARIA   ".
           05  FILLER PIC X(21) VALUE "CCOBRANCA OU NOTA    ".
           05  FILLER PIC X(21) VALUE "TATENDIMENTO         ".
           05  FILLER PIC X(21) VALUE "OOUTROS              ".
       01  WRK-TAB-CATEGORIAS-R REDEFINES WRK-TAB-CATEGORIAS.
           05  WRK-CAT-ITEM OCCURS 5 TIMES.
               10  WRK-CAT-CODIGO    PIC X(01).
               10  WRK-CAT-DESCRICAO PIC X(20).
       01  WRK-TOTAIS-CATEGORIA.
           05  WRK-TCAT-ITEM OCCURS 5 TIMES.
               10  WRK-TCAT-QTD     PIC 9(05) OCCURS 4 TIMES
                                    VALUE ZEROS.

      *=======PENDENCIA POR OPERADOR RESPONSAVEL (MESMO ESQUEMA DO
      *=======QUADRO POR TRANSPORTADORA DO RELSINIS)
       77  WRK-QTD-OPERADORES PIC 9(03) VALUE ZEROS.
       77  WRK-IDX            PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-REL        PIC 9(03) VALUE ZEROS.
       77  WRK-OPR-ENCONTRADO PIC X(01) VALUE "N".
           88  OPERADOR-FOI-ENCONTRADO  VALUE "S".
       01  WRK-TOTAIS-OPERADOR.
           05  WRK-TOPR-ITEM OCCURS 50 TIMES.
               10  WRK-TOPR-OPERADOR PIC X(08) VALUE SPACES.
               10  WRK-TOPR-QTD      PIC 9(05) OCCURS 4 TIMES
                                     VALUE ZEROS.

       01  WRK-TOTAL-GERAL-FAIXAS.
           05  WRK-GER-QTD   PIC 9(07) OCCURS 4 TIMES VALUE ZEROS.

      *=======CHAMADOS VENCIDOS, LISTADOS NO FIM (ATE 200)
       77  WRK-QTD-VENCIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LISTA      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-VENCIDOS.
           05  WRK-VENC-ITEM OCCURS 200 TIMES.
               10  WRK-VENC-NUMERO    PIC 9(08) VALUE ZEROS.
               10  WRK-VENC-CLIENTE   PIC 9(06) VALUE ZEROS.
               10  WRK-VENC-PEDIDO    PIC 9(08) VALUE ZEROS.
               10  WRK-VENC-CATEGORIA PIC X(01) VALUE SPACES.
               10  WRK-VENC-OPERADOR  PIC X(08) VALUE SPACES.
               10  WRK-VENC-PRAZO     PIC X(08) VALUE SPACES.
               10  WRK-VENC-DIAS      PIC 9(05) VALUE ZEROS.

       77  WRK-QTD-PENDENTES  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FECHADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FECH-FORA  PIC 9(07) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-CHAMADO.
           PERFORM 0150-CLASSIFICAR UNTIL FIM-DO-SACCHAM.
           PERFORM 0300-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT ARQ-SACCHAM.
           IF WRK-FS-SACCHAM NOT EQUAL "00"
               MOVE WRK-FS-SACCHAM TO UTIL-FS-CODIGO
               MOVE "SACCHAM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

       0100-LER-CHAMADO   SECTION.
           READ ARQ-SACCHAM
               AT END
                   SET FIM-DO-SACCHAM TO TRUE
           END-READ.

       0150-CLASSIFICAR   SECTION.
           IF SAC-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 0200-APURAR-FAIXA
               PERFORM 0240-ACUMULAR-CATEGORIA
               PERFORM 0250-ACUMULAR-OPERADOR
               IF WRK-FAIXA GREATER 1
                   PERFORM 0280-GUARDAR-VENCIDO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-FECHADOS
               IF SAC-DATA-PRAZO NOT EQUAL SPACES
                  AND SAC-DATA-FECHAMENTO GREATER SAC-DATA-PRAZO
                   ADD 1 TO WRK-QTD-FECH-FORA
               END-IF
           END-IF.
           PERFORM 0100-LER-CHAMADO.

      *=======FAIXA 1 = NO PRAZO; 2 = VENCIDO HA 1-3 DIAS; 3 = 4-10;
      *=======4 = MAIS DE 10 DIAS.
       0200-APURAR-FAIXA  SECTION.
           MOVE ZEROS TO WRK-DIAS-VENCIDO.
           IF SAC-DATA-PRAZO EQUAL SPACES
              OR SAC-DATA-PRAZO NOT LESS WRK-HOJE
               MOVE 1 TO WRK-FAIXA
           ELSE
               MOVE SAC-DATA-PRAZO TO WRK-CALC-DATA1
               MOVE WRK-HOJE       TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-VENCIDO
               EVALUATE TRUE
                   WHEN WRK-DIAS-VENCIDO NOT GREATER 3
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-VENCIDO NOT GREATER 10
                       MOVE 3 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-GER-QTD(WRK-FAIXA).

      *=======CATEGORIA FORA DA TABELA CAI EM "OUTROS".
       0240-ACUMULAR-CATEGORIA SECTION.
           MOVE 1 TO WRK-IDX-CAT.
           PERFORM 0245-PROCURAR-CATEGORIA
               UNTIL WRK-IDX-CAT EQUAL 5
                  OR WRK-CAT-CODIGO(WRK-IDX-CAT) EQUAL SAC-CATEGORIA.
           ADD 1 TO WRK-TCAT-QTD(WRK-IDX-CAT WRK-FAIXA).

       0245-PROCURAR-CATEGORIA SECTION.
           ADD 1 TO WRK-IDX-CAT.

       0250-ACUMULAR-OPERADOR SECTION.
           MOVE "N" TO WRK-OPR-ENCONTRADO.
           MOVE 1   TO WRK-IDX.
           PERFORM 0260-PROCURAR-OPERADOR
               UNTIL WRK-IDX GREATER WRK-QTD-OPERADORES
                  OR OPERADOR-FOI-ENCONTRADO.
           IF NOT OPERADOR-FOI-ENCONTRADO
               IF WRK-QTD-OPERADORES LESS 50
                   ADD 1 TO WRK-QTD-OPERADORES
                   MOVE WRK-QTD-OPERADORES TO WRK-IDX
                   MOVE SAC-OPERADOR TO WRK-TOPR-OPERADOR(WRK-IDX)
               ELSE
                   DISPLAY "MAIS DE 50 OPERADORES COM CHAMADO "
                           "PENDENTE -- OPERADOR " SAC-OPERADOR
                           " FORA DO QUADRO."
               END-IF
           END-IF.
           IF WRK-IDX NOT GREATER 50
               ADD 1 TO WRK-TOPR-QTD(WRK-IDX WRK-FAIXA)
           END-IF.

       0260-PROCURAR-OPERADOR SECTION.
           IF WRK-TOPR-OPERADOR(WRK-IDX) EQUAL SAC-OPERADOR
               SET OPERADOR-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX
           END-IF.

       0280-GUARDAR-VENCIDO SECTION.
           ADD 1 TO WRK-QTD-VENCIDOS.
           IF WRK-QTD-LISTA LESS 200
               ADD 1 TO WRK-QTD-LISTA
               MOVE SAC-NUMERO     TO WRK-VENC-NUMERO(WRK-QTD-LISTA)
               MOVE SAC-CLIENTE    TO WRK-VENC-CLIENTE(WRK-QTD-LISTA)
               MOVE SAC-PEDIDO     TO WRK-VENC-PEDIDO(WRK-QTD-LISTA)
               MOVE SAC-CATEGORIA
                   TO WRK-VENC-CATEGORIA(WRK-QTD-LISTA)
               MOVE SAC-OPERADOR
                   TO WRK-VENC-OPERADOR(WRK-QTD-LISTA)
               MOVE SAC-DATA-PRAZO TO WRK-VENC-PRAZO(WRK-QTD-LISTA)
               MOVE WRK-DIAS-VENCIDO
                   TO WRK-VENC-DIAS(WRK-QTD-LISTA)
           ELSE
               IF WRK-QTD-VENCIDOS EQUAL 201
                   DISPLAY "MAIS DE 200 CHAMADOS VENCIDOS -- LISTA "
                           "LIMITADA AOS 200 PRIMEIROS."
               END-IF
           END-IF.

       0300-IMPRIMIR      SECTION.
           DISPLAY "=====================================".
           DISPLAY "ENVELHECIMENTO DOS CHAMADOS DO SAC".
           DISPLAY "POSIÇÃO EM " WRK-HOJE.
           DISPLAY "=====================================".
           DISPLAY "POR CATEGORIA:".
           MOVE 1 TO WRK-IDX-CAT.
           PERFORM 0310-IMPRIMIR-CATEGORIA
               UNTIL WRK-IDX-CAT GREATER 5.
           DISPLAY "-------------------------------------".
           DISPLAY "POR OPERADOR RESPONSÁVEL:".
           MOVE 1 TO WRK-IDX-REL.
           PERFORM 0320-IMPRIMIR-OPERADOR
               UNTIL WRK-IDX-REL GREATER WRK-QTD-OPERADORES.
           DISPLAY "-------------------------------------".
           DISPLAY "TOTAL GERAL POR FAIXA:".
           DISPLAY "NO PRAZO........ " WRK-GER-QTD(1).
           DISPLAY "VENCIDO 1-3..... " WRK-GER-QTD(2).
           DISPLAY "VENCIDO 4-10.... " WRK-GER-QTD(3).
           DISPLAY "VENCIDO +10..... " WRK-GER-QTD(4).
           DISPLAY "CHAMADOS PENDENTES......... " WRK-QTD-PENDENTES.
           DISPLAY "CHAMADOS FECHADOS.......... " WRK-QTD-FECHADOS
                   " (FORA DO PRAZO: " WRK-QTD-FECH-FORA ")".
           IF WRK-QTD-LISTA GREATER ZEROS
               DISPLAY "-------------------------------------"
               DISPLAY "CHAMADOS VENCIDOS:"
               MOVE 1 TO WRK-IDX-REL
               PERFORM 0330-IMPRIMIR-VENCIDO
                   UNTIL WRK-IDX-REL GREATER WRK-QTD-LISTA
           END-IF.

       0310-IMPRIMIR-CATEGORIA SECTION.
           DISPLAY WRK-CAT-CODIGO(WRK-IDX-CAT) " "
                   WRK-CAT-DESCRICAO(WRK-IDX-CAT)
                   " NO PRAZO " WRK-TCAT-QTD(WRK-IDX-CAT 1)
                   " VENC 1-3 " WRK-TCAT-QTD(WRK-IDX-CAT 2)
                   " 4-10 " WRK-TCAT-QTD(WRK-IDX-CAT 3)
                   " +10 " WRK-TCAT-QTD(WRK-IDX-CAT 4).
           ADD 1 TO WRK-IDX-CAT.

       0320-IMPRIMIR-OPERADOR SECTION.
           DISPLAY WRK-TOPR-OPERADOR(WRK-IDX-REL)
                   " NO PRAZO " WRK-TOPR-QTD(WRK-IDX-REL 1)
                   " VENC 1-3 " WRK-TOPR-QTD(WRK-IDX-REL 2)
                   " 4-10 " WRK-TOPR-QTD(WRK-IDX-REL 3)
                   " +10 " WRK-TOPR-QTD(WRK-IDX-REL 4).
           ADD 1 TO WRK-IDX-REL.

       0330-IMPRIMIR-VENCIDO SECTION.
           DISPLAY "  CHAMADO " WRK-VENC-NUMERO(WRK-IDX-REL)
                   " CLIENTE " WRK-VENC-CLIENTE(WRK-IDX-REL)
                   " PEDIDO " WRK-VENC-PEDIDO(WRK-IDX-REL)
                   " CAT " WRK-VENC-CATEGORIA(WRK-IDX-REL)
                   " RESP " WRK-VENC-OPERADOR(WRK-IDX-REL)
                   " PRAZO " WRK-VENC-PRAZO(WRK-IDX-REL)
                   " (" WRK-VENC-DIAS(WRK-IDX-REL) " DIAS)".
           ADD 1 TO WRK-IDX-REL.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-SACCHAM.

       COPY FSERROPR.
