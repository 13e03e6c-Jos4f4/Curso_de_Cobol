       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELQUADR.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: QUADRO DE PESSOAL E TURNOVER MENSAL POR
      *    ==          DEPARTAMENTO (FUNC-DEPARTAMENTO): EFETIVO NO
      *    ==          INICIO DO MES, ADMISSOES, DESLIGAMENTOS (POR
      *    ==          TIPO DE RESCISAO), LICENCAS (EVF-LICENCA) E
      *    ==          EFETIVO NO FIM DO MES, COM O TURNOVER DO MES E
      *    ==          DOS ULTIMOS 12 MESES, O TEMPO MEDIO DE CASA E O
      *    ==          SALARIO MEDIO, MAIS A TENDENCIA DE 12 MESES POR
      *    ==          DEPARTAMENTO (RELATORIO "RELQUADR") -- NO LUGAR
      *    ==          DA CONTAGEM A MAO NAS LISTAGENS DO EVENFUNC.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O VINCULO DE CADA FUNCIONARIO SAI DO EVENFUNC
      *==             COMO NA FOLHA (ULTIMA ADMISSAO E ULTIMO
      *==             DESLIGAMENTO; SEM ADMISSAO NO HISTORICO, ATIVO
      *==             DESDE SEMPRE E FORA DO TEMPO MEDIO; DESLIGAMENTO
      *==             ANTERIOR A UMA READMISSAO NAO CONTA). O
      *==             DEPARTAMENTO E O ATUAL DO CADASTRO: QUEM MUDOU
      *==             DE DEPARTAMENTO APARECE NO NOVO EM TODOS OS
      *==             MESES. TURNOVER = (ADMISSOES + DESLIGAMENTOS) / 2
      *==             SOBRE O EFETIVO MEDIO DO PERIODO, EM %.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-EVENFUNC ASSIGN TO "EVENFUNC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENFUNC.

           SELECT ARQ-RELQUADR ASSIGN TO "RELQUADR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELQUADR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-EVENFUNC.
           COPY EVENFUNC.

       FD  ARQ-RELQUADR.
       01  RELQUADR-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-EVENFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-RELQUADR    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-FUNCIONAR  PIC X(01) VALUE "N".
           88  FIM-DE-FUNCIONARIOS     VALUE "S".
       77  WRK-FIM-EVENFUNC   PIC X(01) VALUE "N".
           88  FIM-DE-EVENTOS          VALUE "S".
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EVENTOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05) VALUE ZEROS.

      *=======JANELA DE 13 FINS DE MES: O 1O SO SERVE DE EFETIVO
      *=======INICIAL DO 2O; DO 2O AO 13O SAO OS 12 MESES DA
      *=======TENDENCIA, O 13O E O MES DO RELATORIO.
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       01  WRK-MES-CALCULO.
           05  WRK-MCL-ANO    PIC 9(04).
           05  WRK-MCL-MES    PIC 9(02).
       77  WRK-IDX-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MESES.
           05  WRK-MES-ITEM OCCURS 13 TIMES.
               10  WRK-MS-ANOMES   PIC X(06).
               10  WRK-MS-FIM      PIC X(08).

      *=======FUNCIONARIOS DO CADASTRO COM O VINCULO APURADO
       77  WRK-QTD-FUNCS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUNC       PIC 9(03) VALUE ZEROS.
       77  WRK-FUNC-ACHADO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-ACHADO      VALUE "S".
       77  WRK-AVISO-TAB-FUNC PIC X(01) VALUE "N".
           88  AVISO-TAB-FUNC-DADO     VALUE "S".
       01  WRK-TAB-FUNCS.
           05  WRK-FUNC-ITEM OCCURS 500 TIMES.
               10  WRK-FNC-CODIGO     PIC 9(04).
               10  WRK-FNC-DEPTO      PIC X(03).
               10  WRK-FNC-SALARIO    PIC 9(06).
               10  WRK-FNC-ADMISSAO   PIC X(08).
               10  WRK-FNC-DESLIGTO   PIC X(08).
               10  WRK-FNC-RESCISAO   PIC X(01).
       77  WRK-ATIVO-NO-MES   PIC X(01) VALUE "N".
           88  ATIVO-NO-FIM-DO-MES     VALUE "S".
       77  WRK-DESLIG-VALIDO  PIC X(01) VALUE "N".
           88  DESLIGAMENTO-VALIDO     VALUE "S".
       01  WRK-DATA-ADMISSAO-R.
           05  WRK-AD-ANO     PIC 9(04).
           05  WRK-AD-MES     PIC 9(02).
           05  WRK-AD-DIA     PIC 9(02).
       77  WRK-MESES-CASA     PIC 9(04) VALUE ZEROS.

      *=======TOTAIS POR DEPARTAMENTO E MES (A ULTIMA POSICAO E O
      *=======TOTAL DA EMPRESA)
       77  WRK-QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ALVO       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TOTAL      PIC 9(02) VALUE 21.
       77  WRK-DEP-ENCONTRADO PIC X(01) VALUE "N".
           88  DEPTO-FOI-ENCONTRADO    VALUE "S".
       77  WRK-AVISO-TAB-DEP  PIC X(01) VALUE "N".
           88  AVISO-TAB-DEP-DADO      VALUE "S".
       01  WRK-TOTAIS-DEPTO.
           05  WRK-DEP-ITEM OCCURS 21 TIMES.
               10  WRK-DEP-CODIGO      PIC X(03) VALUE SPACES.
               10  WRK-DEP-MES OCCURS 13 TIMES.
                   15  WRK-DM-EFETIVO      PIC 9(05) VALUE ZEROS.
                   15  WRK-DM-ADMISSOES    PIC 9(04) VALUE ZEROS.
                   15  WRK-DM-DESLIGTOS    PIC 9(04) VALUE ZEROS.
                   15  WRK-DM-LICENCAS     PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-SEM-JUSTA   PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-JUSTA       PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-PEDIDO      PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-ACORDO      PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-OUTROS      PIC 9(04) VALUE ZEROS.
               10  WRK-DEP-MESES-CASA  PIC 9(07) VALUE ZEROS.
               10  WRK-DEP-QTD-CASA    PIC 9(05) VALUE ZEROS.
               10  WRK-DEP-SALARIOS    PIC 9(10) VALUE ZEROS.

      *=======INDICADORES DA LINHA
       77  WRK-SOMA-MOVTO     PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-EFETIVO   PIC 9(07) VALUE ZEROS.
       77  WRK-TURN-MES       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TURN-12M       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TEMPO-MEDIO    PIC 9(04)V9 VALUE ZEROS.
       77  WRK-SALARIO-MEDIO  PIC 9(06)V99 VALUE ZEROS.

      *=======EDICAO DA LINHA
       77  WRK-DEPTO-ED       PIC X(05) VALUE SPACES.
       77  WRK-INICIAL-ED     PIC ZZZZ9.
       77  WRK-ADMISSOES-ED   PIC ZZZZ9.
       77  WRK-DESLIGTOS-ED   PIC ZZZZ9.
       77  WRK-SEM-JUSTA-ED   PIC ZZZ9.
       77  WRK-JUSTA-ED       PIC ZZZ9.
       77  WRK-PEDIDO-ED      PIC ZZZ9.
       77  WRK-ACORDO-ED      PIC ZZZ9.
       77  WRK-OUTROS-ED      PIC ZZZ9.
       77  WRK-LICENCAS-ED    PIC ZZZZ9.
       77  WRK-FINAL-ED       PIC ZZZZ9.
       77  WRK-TURN-MES-ED    PIC ZZZ9,99.
       77  WRK-TURN-12M-ED    PIC ZZZ9,99.
       77  WRK-TEMPO-ED       PIC ZZZ9,9.
       77  WRK-SALARIO-ED     PIC ZZZ.ZZ9,99.
       77  WRK-EFETIVO-ED     PIC ZZZZ9.
       77  WRK-TURN-TEND-ED   PIC ZZZ9,99.
       77  WRK-MES-TEND-ED    PIC X(09) VALUE SPACES.
       77  WRK-PONTEIRO       PIC 9(03) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-FUNCIONARIO.
           PERFORM 0150-GUARDAR-FUNCIONARIO
               UNTIL FIM-DE-FUNCIONARIOS.
           PERFORM 0200-LER-EVENTO.
           PERFORM 0250-APLICAR-EVENTO UNTIL FIM-DE-EVENTOS.
           MOVE 1 TO WRK-IDX-FUNC.
           PERFORM 0400-APURAR-FUNCIONARIO
               UNTIL WRK-IDX-FUNC GREATER WRK-QTD-FUNCS.
           PERFORM 0500-IMPRIMIR-MOVIMENTO.
           PERFORM 0600-IMPRIMIR-TENDENCIA.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DS-ANO TO WRK-MCL-ANO.
           MOVE WRK-DS-MES TO WRK-MCL-MES.
           MOVE 13 TO WRK-IDX-MES.
           PERFORM 0060-MONTAR-MES
               UNTIL WRK-IDX-MES EQUAL ZEROS.
           MOVE "TOT" TO WRK-DEP-CODIGO(WRK-IDX-TOTAL).
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR NOT EQUAL "00"
               MOVE WRK-FS-FUNCIONAR TO UTIL-FS-CODIGO
               MOVE "FUNCIONAR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-EVENFUNC.
           IF WRK-FS-EVENFUNC NOT EQUAL "00"
               MOVE WRK-FS-EVENFUNC TO UTIL-FS-CODIGO
               MOVE "EVENFUNC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELQUADR.
           IF WRK-FS-RELQUADR NOT EQUAL "00"
               MOVE WRK-FS-RELQUADR TO UTIL-FS-CODIGO
               MOVE "RELQUADR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======MONTA A JANELA DO MES DO RELATORIO PARA TRAS; O FIM DO
      *=======MES E "AAAAMM31", QUE NENHUMA DATA DO MES ULTRAPASSA.
       0060-MONTAR-MES    SECTION.
           MOVE WRK-MES-CALCULO TO WRK-MS-ANOMES(WRK-IDX-MES).
           MOVE SPACES TO WRK-MS-FIM(WRK-IDX-MES).
           STRING WRK-MES-CALCULO "31"
               DELIMITED BY SIZE INTO WRK-MS-FIM(WRK-IDX-MES).
           IF WRK-MCL-MES EQUAL 1
               MOVE 12 TO WRK-MCL-MES
               SUBTRACT 1 FROM WRK-MCL-ANO
           ELSE
               SUBTRACT 1 FROM WRK-MCL-MES
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-MES.

       0100-LER-FUNCIONARIO SECTION.
           READ ARQ-FUNCIONAR NEXT
               AT END
                   SET FIM-DE-FUNCIONARIOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

      *=======FUNCIONARIO QUE NAO COUBE NA TABELA FICA FORA DO QUADRO
      *=======(AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       0150-GUARDAR-FUNCIONARIO SECTION.
           IF WRK-QTD-FUNCS LESS 500
               ADD 1 TO WRK-QTD-FUNCS
               MOVE FUNC-CODIGO       TO WRK-FNC-CODIGO(WRK-QTD-FUNCS)
               MOVE FUNC-DEPARTAMENTO TO WRK-FNC-DEPTO(WRK-QTD-FUNCS)
               MOVE FUNC-SALARIO      TO WRK-FNC-SALARIO(WRK-QTD-FUNCS)
               MOVE SPACES TO WRK-FNC-ADMISSAO(WRK-QTD-FUNCS)
                              WRK-FNC-DESLIGTO(WRK-QTD-FUNCS)
                              WRK-FNC-RESCISAO(WRK-QTD-FUNCS)
           ELSE
               IF NOT AVISO-TAB-FUNC-DADO
                   DISPLAY "TABELA DE FUNCIONÁRIOS CHEIA (500) -- "
                           "DEMAIS FORA DO QUADRO."
                   SET AVISO-TAB-FUNC-DADO TO TRUE
               END-IF
           END-IF.
           PERFORM 0100-LER-FUNCIONARIO.

       0200-LER-EVENTO    SECTION.
           READ ARQ-EVENFUNC
               AT END
                   SET FIM-DE-EVENTOS TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-EVENTOS
           END-READ.

      *=======ADMISSAO E DESLIGAMENTO: VALE O MAIS RECENTE DE CADA
      *=======(COMO NA FOLHA); LICENCA CONTA NO MES DO EVENTO, SE
      *=======CAIR NA JANELA.
       0250-APLICAR-EVENTO SECTION.
           PERFORM 0260-LOCALIZAR-FUNC.
           IF NOT FUNCIONARIO-ACHADO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
           ELSE
               EVALUATE TRUE
                   WHEN EVF-ADMISSAO
                       IF EVF-DATA GREATER
                          WRK-FNC-ADMISSAO(WRK-IDX-FUNC)
                           MOVE EVF-DATA
                               TO WRK-FNC-ADMISSAO(WRK-IDX-FUNC)
                       END-IF
                   WHEN EVF-DESLIGAMENTO
                       IF EVF-DATA GREATER
                          WRK-FNC-DESLIGTO(WRK-IDX-FUNC)
                           MOVE EVF-DATA
                               TO WRK-FNC-DESLIGTO(WRK-IDX-FUNC)
                           MOVE EVF-TIPO-RESCISAO
                               TO WRK-FNC-RESCISAO(WRK-IDX-FUNC)
                       END-IF
                   WHEN EVF-LICENCA
                       PERFORM 0280-CONTAR-LICENCA
               END-EVALUATE
           END-IF.
           PERFORM 0200-LER-EVENTO.

       0260-LOCALIZAR-FUNC SECTION.
           MOVE "N" TO WRK-FUNC-ACHADO.
           MOVE 1   TO WRK-IDX-FUNC.
           PERFORM 0270-PROCURAR-FUNC
               UNTIL WRK-IDX-FUNC GREATER WRK-QTD-FUNCS
                  OR FUNCIONARIO-ACHADO.

       0270-PROCURAR-FUNC SECTION.
           IF WRK-FNC-CODIGO(WRK-IDX-FUNC) EQUAL EVF-CODIGO
               SET FUNCIONARIO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-FUNC
           END-IF.

       0280-CONTAR-LICENCA SECTION.
           MOVE 2 TO WRK-IDX-MES.
           PERFORM 0285-TESTAR-MES-LICENCA
               UNTIL WRK-IDX-MES GREATER 13.

       0285-TESTAR-MES-LICENCA SECTION.
           IF EVF-DATA(1:6) EQUAL WRK-MS-ANOMES(WRK-IDX-MES)
               PERFORM 0360-LOCALIZAR-DEPTO
               IF WRK-IDX-DEP NOT GREATER WRK-QTD-DEPTOS
                   ADD 1 TO WRK-DM-LICENCAS(WRK-IDX-DEP WRK-IDX-MES)
               END-IF
               ADD 1 TO WRK-DM-LICENCAS(WRK-IDX-TOTAL WRK-IDX-MES)
               MOVE 13 TO WRK-IDX-MES
           END-IF.
           ADD 1 TO WRK-IDX-MES.

      *=======DEPARTAMENTO DO FUNCIONARIO EM WRK-IDX-FUNC; QUEM NAO
      *=======COUBE NA TABELA (20) SO ENTRA NO TOTAL DA EMPRESA.
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
                   MOVE WRK-FNC-DEPTO(WRK-IDX-FUNC)
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
               ELSE
                   IF NOT AVISO-TAB-DEP-DADO
                       DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (20) -- "
                               "DEMAIS SÓ NO TOTAL DA EMPRESA."
                       SET AVISO-TAB-DEP-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0370-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP)
              EQUAL WRK-FNC-DEPTO(WRK-IDX-FUNC)
               SET DEPTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DEP
           END-IF.

      *=======SOMA O FUNCIONARIO NO SEU DEPARTAMENTO E NO TOTAL DA
      *=======EMPRESA. O DESLIGAMENTO SO VALE SE NAO FOR ANTERIOR A
      *=======ULTIMA ADMISSAO (READMITIDO CONTINUA ATIVO).
       0400-APURAR-FUNCIONARIO SECTION.
           MOVE "N" TO WRK-DESLIG-VALIDO.
           IF WRK-FNC-DESLIGTO(WRK-IDX-FUNC) NOT EQUAL SPACES
              AND WRK-FNC-DESLIGTO(WRK-IDX-FUNC)
                  NOT LESS WRK-FNC-ADMISSAO(WRK-IDX-FUNC)
               SET DESLIGAMENTO-VALIDO TO TRUE
           END-IF.
           PERFORM 0360-LOCALIZAR-DEPTO.
           IF WRK-IDX-DEP NOT GREATER WRK-QTD-DEPTOS
               MOVE WRK-IDX-DEP TO WRK-IDX-ALVO
               PERFORM 0410-SOMAR-FUNCIONARIO
           END-IF.
           MOVE WRK-IDX-TOTAL TO WRK-IDX-ALVO.
           PERFORM 0410-SOMAR-FUNCIONARIO.
           ADD 1 TO WRK-IDX-FUNC.

       0410-SOMAR-FUNCIONARIO SECTION.
           MOVE 1 TO WRK-IDX-MES.
           PERFORM 0420-SOMAR-MES
               UNTIL WRK-IDX-MES GREATER 13.
           IF DESLIGAMENTO-VALIDO
              AND WRK-FNC-DESLIGTO(WRK-IDX-FUNC)(1:6)
                  EQUAL WRK-MS-ANOMES(13)
               EVALUATE WRK-FNC-RESCISAO(WRK-IDX-FUNC)
                   WHEN "S"
                       ADD 1 TO WRK-DEP-SEM-JUSTA(WRK-IDX-ALVO)
                   WHEN "J"
                       ADD 1 TO WRK-DEP-JUSTA(WRK-IDX-ALVO)
                   WHEN "P"
                       ADD 1 TO WRK-DEP-PEDIDO(WRK-IDX-ALVO)
                   WHEN "A"
                       ADD 1 TO WRK-DEP-ACORDO(WRK-IDX-ALVO)
                   WHEN OTHER
                       ADD 1 TO WRK-DEP-OUTROS(WRK-IDX-ALVO)
               END-EVALUATE
           END-IF.
           MOVE 13 TO WRK-IDX-MES.
           PERFORM 0430-TESTAR-ATIVO.
           IF ATIVO-NO-FIM-DO-MES
               ADD WRK-FNC-SALARIO(WRK-IDX-FUNC)
                   TO WRK-DEP-SALARIOS(WRK-IDX-ALVO)
               IF WRK-FNC-ADMISSAO(WRK-IDX-FUNC) NOT EQUAL SPACES
                   MOVE WRK-FNC-ADMISSAO(WRK-IDX-FUNC)
                       TO WRK-DATA-ADMISSAO-R
                   COMPUTE WRK-MESES-CASA =
                           (WRK-DS-ANO - WRK-AD-ANO) * 12
                         + WRK-DS-MES - WRK-AD-MES
                   ADD WRK-MESES-CASA
                       TO WRK-DEP-MESES-CASA(WRK-IDX-ALVO)
                   ADD 1 TO WRK-DEP-QTD-CASA(WRK-IDX-ALVO)
               END-IF
           END-IF.

       0420-SOMAR-MES     SECTION.
           PERFORM 0430-TESTAR-ATIVO.
           IF ATIVO-NO-FIM-DO-MES
               ADD 1 TO WRK-DM-EFETIVO(WRK-IDX-ALVO WRK-IDX-MES)
           END-IF.
           IF WRK-FNC-ADMISSAO(WRK-IDX-FUNC)(1:6)
              EQUAL WRK-MS-ANOMES(WRK-IDX-MES)
               ADD 1 TO WRK-DM-ADMISSOES(WRK-IDX-ALVO WRK-IDX-MES)
           END-IF.
           IF DESLIGAMENTO-VALIDO
              AND WRK-FNC-DESLIGTO(WRK-IDX-FUNC)(1:6)
                  EQUAL WRK-MS-ANOMES(WRK-IDX-MES)
               ADD 1 TO WRK-DM-DESLIGTOS(WRK-IDX-ALVO WRK-IDX-MES)
           END-IF.
           ADD 1 TO WRK-IDX-MES.

      *=======ATIVO NO FIM DO MES WRK-IDX-MES: ADMITIDO ATE O FIM DO
      *=======MES (OU SEM ADMISSAO NO HISTORICO) E SEM DESLIGAMENTO
      *=======VALIDO ATE O FIM DO MES.
       0430-TESTAR-ATIVO  SECTION.
           MOVE "N" TO WRK-ATIVO-NO-MES.
           IF WRK-FNC-ADMISSAO(WRK-IDX-FUNC)
              NOT GREATER WRK-MS-FIM(WRK-IDX-MES)
               SET ATIVO-NO-FIM-DO-MES TO TRUE
               IF DESLIGAMENTO-VALIDO
                  AND WRK-FNC-DESLIGTO(WRK-IDX-FUNC)
                      NOT GREATER WRK-MS-FIM(WRK-IDX-MES)
                   MOVE "N" TO WRK-ATIVO-NO-MES
               END-IF
           END-IF.

      *=======MOVIMENTO DO MES: UMA LINHA POR DEPARTAMENTO E A LINHA
      *=======DO TOTAL DA EMPRESA.
       0500-IMPRIMIR-MOVIMENTO SECTION.
           MOVE SPACES TO RELQUADR-LINHA.
           STRING "QUADRO DE PESSOAL E TURNOVER POR DEPARTAMENTO - MES "
                  WRK-MS-ANOMES(13)
               DELIMITED BY SIZE INTO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUADR-LINHA.
           STRING "                            DESLIGAMENTOS POR TIPO"
                  "                    TURNOVER %      TEMPO"
                  "     SALARIO"
               DELIMITED BY SIZE INTO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUADR-LINHA.
           STRING "  DEPTO INICIO ADMIS DESLIG  S.JC J.CA PED. ACOR"
                  " OUTR  LICEN  FINAL      MES  12 MESES  MEDIO(M)"
                  "       MEDIO"
               DELIMITED BY SIZE INTO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-ALVO.
           PERFORM 0520-LINHA-MOVIMENTO
               UNTIL WRK-IDX-ALVO GREATER WRK-QTD-DEPTOS.
           MOVE ALL "-" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-IDX-TOTAL TO WRK-IDX-ALVO.
           PERFORM 0520-LINHA-MOVIMENTO.
           MOVE ALL "=" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======EFETIVO INICIAL = EFETIVO NO FIM DO MES ANTERIOR.
       0520-LINHA-MOVIMENTO SECTION.
           MOVE 13 TO WRK-IDX-MES.
           PERFORM 0540-CALCULAR-TURNOVER-MES.
           PERFORM 0550-CALCULAR-TURNOVER-12M.
           MOVE ZEROS TO WRK-TEMPO-MEDIO.
           IF WRK-DEP-QTD-CASA(WRK-IDX-ALVO) GREATER ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                       WRK-DEP-MESES-CASA(WRK-IDX-ALVO)
                     / WRK-DEP-QTD-CASA(WRK-IDX-ALVO)
           END-IF.
           MOVE ZEROS TO WRK-SALARIO-MEDIO.
           IF WRK-DM-EFETIVO(WRK-IDX-ALVO 13) GREATER ZEROS
               COMPUTE WRK-SALARIO-MEDIO ROUNDED =
                       WRK-DEP-SALARIOS(WRK-IDX-ALVO)
                     / WRK-DM-EFETIVO(WRK-IDX-ALVO 13)
           END-IF.
           IF WRK-IDX-ALVO EQUAL WRK-IDX-TOTAL
               MOVE "TOTAL" TO WRK-DEPTO-ED
           ELSE
               MOVE WRK-DEP-CODIGO(WRK-IDX-ALVO) TO WRK-DEPTO-ED
           END-IF.
           MOVE WRK-DM-EFETIVO(WRK-IDX-ALVO 12)   TO WRK-INICIAL-ED.
           MOVE WRK-DM-ADMISSOES(WRK-IDX-ALVO 13) TO WRK-ADMISSOES-ED.
           MOVE WRK-DM-DESLIGTOS(WRK-IDX-ALVO 13) TO WRK-DESLIGTOS-ED.
           MOVE WRK-DEP-SEM-JUSTA(WRK-IDX-ALVO)   TO WRK-SEM-JUSTA-ED.
           MOVE WRK-DEP-JUSTA(WRK-IDX-ALVO)       TO WRK-JUSTA-ED.
           MOVE WRK-DEP-PEDIDO(WRK-IDX-ALVO)      TO WRK-PEDIDO-ED.
           MOVE WRK-DEP-ACORDO(WRK-IDX-ALVO)      TO WRK-ACORDO-ED.
           MOVE WRK-DEP-OUTROS(WRK-IDX-ALVO)      TO WRK-OUTROS-ED.
           MOVE WRK-DM-LICENCAS(WRK-IDX-ALVO 13)  TO WRK-LICENCAS-ED.
           MOVE WRK-DM-EFETIVO(WRK-IDX-ALVO 13)   TO WRK-FINAL-ED.
           MOVE WRK-TURN-MES      TO WRK-TURN-MES-ED.
           MOVE WRK-TURN-12M      TO WRK-TURN-12M-ED.
           MOVE WRK-TEMPO-MEDIO   TO WRK-TEMPO-ED.
           MOVE WRK-SALARIO-MEDIO TO WRK-SALARIO-ED.
           MOVE SPACES TO RELQUADR-LINHA.
           STRING "  " WRK-DEPTO-ED "  " WRK-INICIAL-ED " "
                  WRK-ADMISSOES-ED "  " WRK-DESLIGTOS-ED "  "
                  WRK-SEM-JUSTA-ED " " WRK-JUSTA-ED " "
                  WRK-PEDIDO-ED " " WRK-ACORDO-ED " "
                  WRK-OUTROS-ED "  " WRK-LICENCAS-ED "  "
                  WRK-FINAL-ED "  " WRK-TURN-MES-ED "   "
                  WRK-TURN-12M-ED "    " WRK-TEMPO-ED "  "
                  WRK-SALARIO-ED
               DELIMITED BY SIZE INTO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-ALVO.

      *=======TURNOVER DO MES WRK-IDX-MES: (ADM + DESL) / 2 SOBRE A
      *=======MEDIA DO EFETIVO INICIAL E FINAL, EM %.
       0540-CALCULAR-TURNOVER-MES SECTION.
           MOVE ZEROS TO WRK-TURN-MES.
           COMPUTE WRK-SOMA-EFETIVO =
                   WRK-DM-EFETIVO(WRK-IDX-ALVO WRK-IDX-MES - 1)
                 + WRK-DM-EFETIVO(WRK-IDX-ALVO WRK-IDX-MES).
           IF WRK-SOMA-EFETIVO GREATER ZEROS
               COMPUTE WRK-TURN-MES ROUNDED =
                       (WRK-DM-ADMISSOES(WRK-IDX-ALVO WRK-IDX-MES)
                      + WRK-DM-DESLIGTOS(WRK-IDX-ALVO WRK-IDX-MES))
                     * 100 / WRK-SOMA-EFETIVO
           END-IF.

      *=======TURNOVER DOS 12 MESES: SOMA DE (ADM + DESL) / 2 SOBRE O
      *=======EFETIVO MEDIO DOS 12 FINS DE MES, EM %.
       0550-CALCULAR-TURNOVER-12M SECTION.
           MOVE ZEROS TO WRK-SOMA-MOVTO.
           MOVE ZEROS TO WRK-SOMA-EFETIVO.
           MOVE 2 TO WRK-IDX-MES.
           PERFORM 0560-SOMAR-MES-12M
               UNTIL WRK-IDX-MES GREATER 13.
           MOVE ZEROS TO WRK-TURN-12M.
           IF WRK-SOMA-EFETIVO GREATER ZEROS
               COMPUTE WRK-TURN-12M ROUNDED =
                       WRK-SOMA-MOVTO * 600 / WRK-SOMA-EFETIVO
           END-IF.

       0560-SOMAR-MES-12M SECTION.
           ADD WRK-DM-ADMISSOES(WRK-IDX-ALVO WRK-IDX-MES)
               TO WRK-SOMA-MOVTO.
           ADD WRK-DM-DESLIGTOS(WRK-IDX-ALVO WRK-IDX-MES)
               TO WRK-SOMA-MOVTO.
           ADD WRK-DM-EFETIVO(WRK-IDX-ALVO WRK-IDX-MES)
               TO WRK-SOMA-EFETIVO.
           ADD 1 TO WRK-IDX-MES.

      *=======TENDENCIA: EFETIVO NO FIM DE CADA UM DOS 12 MESES E O
      *=======TURNOVER DO MES, UMA COLUNA POR MES.
       0600-IMPRIMIR-TENDENCIA SECTION.
           MOVE SPACES TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TENDENCIA DOS ULTIMOS 12 MESES" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUADR-LINHA.
           MOVE "  DEPTO" TO RELQUADR-LINHA.
           MOVE 17 TO WRK-PONTEIRO.
           MOVE 2  TO WRK-IDX-MES.
           PERFORM 0610-COLUNA-MES
               UNTIL WRK-IDX-MES GREATER 13.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-ALVO.
           PERFORM 0620-TENDENCIA-DEPTO
               UNTIL WRK-IDX-ALVO GREATER WRK-QTD-DEPTOS.
           MOVE WRK-IDX-TOTAL TO WRK-IDX-ALVO.
           PERFORM 0620-TENDENCIA-DEPTO.
           MOVE ALL "=" TO RELQUADR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0610-COLUNA-MES    SECTION.
           MOVE SPACES TO WRK-MES-TEND-ED.
           STRING "  " WRK-MS-ANOMES(WRK-IDX-MES)(5:2) "/"
                  WRK-MS-ANOMES(WRK-IDX-MES)(1:4)
               DELIMITED BY SIZE INTO WRK-MES-TEND-ED.
           STRING WRK-MES-TEND-ED
               DELIMITED BY SIZE INTO RELQUADR-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-MES.

       0620-TENDENCIA-DEPTO SECTION.
           IF WRK-IDX-ALVO EQUAL WRK-IDX-TOTAL
               MOVE "TOTAL" TO WRK-DEPTO-ED
           ELSE
               MOVE WRK-DEP-CODIGO(WRK-IDX-ALVO) TO WRK-DEPTO-ED
           END-IF.
           MOVE SPACES TO RELQUADR-LINHA.
           STRING "  " WRK-DEPTO-ED " EFETIVO"
               DELIMITED BY SIZE INTO RELQUADR-LINHA.
           MOVE 17 TO WRK-PONTEIRO.
           MOVE 2  TO WRK-IDX-MES.
           PERFORM 0630-COLUNA-EFETIVO
               UNTIL WRK-IDX-MES GREATER 13.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELQUADR-LINHA.
           MOVE "        TURN. %" TO RELQUADR-LINHA.
           MOVE 17 TO WRK-PONTEIRO.
           MOVE 2  TO WRK-IDX-MES.
           PERFORM 0640-COLUNA-TURNOVER
               UNTIL WRK-IDX-MES GREATER 13.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-ALVO.

       0630-COLUNA-EFETIVO SECTION.
           MOVE WRK-DM-EFETIVO(WRK-IDX-ALVO WRK-IDX-MES)
               TO WRK-EFETIVO-ED.
           STRING "    " WRK-EFETIVO-ED
               DELIMITED BY SIZE INTO RELQUADR-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-MES.

       0640-COLUNA-TURNOVER SECTION.
           PERFORM 0540-CALCULAR-TURNOVER-MES.
           MOVE WRK-TURN-MES TO WRK-TURN-TEND-ED.
           STRING "  " WRK-TURN-TEND-ED
               DELIMITED BY SIZE INTO RELQUADR-LINHA
               WITH POINTER WRK-PONTEIRO.
           ADD 1 TO WRK-IDX-MES.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELQUADR-LINHA.
           IF WRK-FS-RELQUADR NOT EQUAL "00"
               MOVE WRK-FS-RELQUADR TO UTIL-FS-CODIGO
               MOVE "RELQUADR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-FUNCIONAR.
           CLOSE ARQ-EVENFUNC.
           CLOSE ARQ-RELQUADR.
           DISPLAY "FUNCIONÁRIOS LIDOS............. " WRK-QTD-LIDOS.
           DISPLAY "EVENTOS LIDOS.................. " WRK-QTD-EVENTOS.
           DISPLAY "EVENTOS SEM CADASTRO........... "
                   WRK-QTD-SEM-CADASTRO.
           DISPLAY "DEPARTAMENTOS NO QUADRO........ " WRK-QTD-DEPTOS.

       COPY FSERROPR.
