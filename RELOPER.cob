       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOPER.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO MENSAL DE ATIVIDADE DOS OPERADORES
      *    ==          E DE SEGREGACAO DE FUNCOES: O PROGRAMA00
      *    ==          CONFERE O NIVEL DE CADA OPCAO, MAS NINGUEM
      *    ==          OLHAVA QUEM FEZ O QUE -- O MESMO OPERADOR
      *    ==          DIGITAVA O PEDIDO NO ENTRAPED, APROVAVA NO
      *    ==          APROVPED E BAIXAVA O TITULO NO PAGAREC. DO
      *    ==          "AUDITLOG" (E DAS LINHAS "AC" E "EN" DO
      *    ==          "PEDSTAT" GRAVADAS NA SESSAO) DO
      *    ==          MES DE REFERENCIA SAEM, POR OPERADOR: SIGN-ONS,
      *    ==          TENTATIVAS RECUSADAS, BLOQUEIOS E TRANSACOES
      *    ==          POR PROGRAMA; DEPOIS OS PARES DE FUNCOES
      *    ==          INCOMPATIVEIS (TABELA "INCOMPAT") EXECUTADOS
      *    ==          PELO MESMO OPERADOR SOBRE O MESMO DOCUMENTO; E
      *    ==          AS CONTAS ATIVAS DO CADASTRO "OPERADOR" SEM
      *    ==          SIGN-ON HA MAIS DE "DIASINAT" DIAS (PARAMETRO;
      *    ==          SEM ELE, 90). SAIDA NO ARQUIVO "RELOPER".
      *==DATA XX/XX/2026
      *==OBSERVACOES: RODADO PELO OPERADOR NO FECHAMENTO, COM O MES
      *==             DE REFERENCIA (AAAAMM), COMO O RELLUCRO. O
      *==             EMITENTE SAI DO ARQUIVO DE SESSAO "SESSAO" (SEM
      *==             SESSAO, "BATCH"). PARA OS PARES DE MESMO
      *==             DOCUMENTO, O MES ANTERIOR TAMBEM E LIDO (PEDIDO
      *==             DIGITADO NO FIM DE UM MES E APROVADO NO
      *==             COMECO DO OUTRO); O PAR SO SAI SE UMA DAS
      *==             PONTAS CAIU NO MES DE REFERENCIA. OS PARES DE
      *==             ESCOPO "M" SO VALEM DENTRO DO MES. A INATIVIDADE
      *==             E CONTADA ATE A DATA DA EMISSAO, PELA DATA DO
      *==             ULTIMO SIGN-ON ACEITO (OPR-DATA-ACESSO).
      *==             "PEDSTAT", "CONTAREC" E "INCOMPAT" SAO
      *==             OPCIONAIS: SEM ELES O RELATORIO SAI SEM A PARTE
      *==             CORRESPONDENTE, COM AVISO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-PEDSTAT  ASSIGN TO "PEDSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDSTAT.

           SELECT ARQ-OPERADOR ASSIGN TO "OPERADOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WRK-FS-OPERADOR.

           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-INCOMPAT ASSIGN TO "INCOMPAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INCOMPAT.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-RELOPER  ASSIGN TO "RELOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELOPER.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PEDSTAT.
           COPY PEDSTAT.

       FD  ARQ-OPERADOR.
           COPY OPERADOR.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-INCOMPAT.
           COPY INCOMPAT.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-RELOPER.
       01  RELOPER-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-OPERADOR    PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-INCOMPAT    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
       77  WRK-FS-RELOPER     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO          VALUE "S".
       77  WRK-TEM-PEDSTAT    PIC X(01) VALUE "N".
           88  PEDSTAT-DISPONIVEL      VALUE "S".
       77  WRK-TEM-CONTAREC   PIC X(01) VALUE "N".
           88  CONTAREC-DISPONIVEL     VALUE "S".
       77  WRK-TEM-INCOMPAT   PIC X(01) VALUE "N".
           88  INCOMPAT-DISPONIVEL     VALUE "S".

      *=======MES DE REFERENCIA, MES ANTERIOR (JANELA DOS PARES DE
      *=======MESMO DOCUMENTO) E DATA DA EMISSAO
       01  WRK-MES-REFERENCIA.
           05  WRK-MR-ANO     PIC 9(04).
           05  WRK-MR-MES     PIC 9(02).
       01  WRK-MES-REFERENCIA-X REDEFINES WRK-MES-REFERENCIA
                              PIC X(06).
       01  WRK-MES-ANTERIOR.
           05  WRK-MA-ANO     PIC 9(04).
           05  WRK-MA-MES     PIC 9(02).
       01  WRK-MES-ANTERIOR-X REDEFINES WRK-MES-ANTERIOR
                              PIC X(06).
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-DATA-PARAMETRO PIC X(08) VALUE SPACES.
       77  WRK-EMITENTE       PIC X(08) VALUE "BATCH".

      *=======LIMITE DE INATIVIDADE DA CONTA (PARAMETRO "DIASINAT")
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".
       77  WRK-DIAS-INATIVO    PIC 9(05) VALUE 90.

      *=======CAMPOS DA CHAMADA A DATACALC (DIAS SEM SIGN-ON)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======CONTADORES GERAIS
       77  WRK-QTD-AUDIT-LIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AUDIT-MES    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PEDSTAT-MES  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-INATIVOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-TITULO   PIC 9(05) VALUE ZEROS.

      *=======OPERADORES: O CADASTRO INTEIRO MAIS OS CODIGOS ACHADOS
      *=======NO LOG SEM CADASTRO (CODIGO INEXISTENTE TENTADO NO
      *=======SIGN-ON, "BATCH", "AVULSO")
       77  WRK-QTD-OPR        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-OPR        PIC 9(03) VALUE ZEROS.
       77  WRK-OPR-PROCURADO  PIC X(08) VALUE SPACES.
       77  WRK-OPR-ENCONTRADO PIC X(01) VALUE "N".
           88  OPERADOR-FOI-ENCONTRADO VALUE "S".
       77  WRK-AVISO-OPR      PIC X(01) VALUE "N".
           88  AVISO-OPR-DADO          VALUE "S".
       01  WRK-TAB-OPR.
           05  WRK-OPR-ITEM OCCURS 200 TIMES.
               10  WRK-OPR-COD          PIC X(08).
               10  WRK-OPR-NOME         PIC X(30).
               10  WRK-OPR-NIVEL        PIC X(01).
               10  WRK-OPR-SITUACAO     PIC X(01).
                   88  OPR-SIT-ATIVO            VALUE "A".
                   88  OPR-SIT-INATIVO          VALUE "I".
                   88  OPR-SIT-BLOQUEADO        VALUE "B".
                   88  OPR-SIT-SEM-CADASTRO     VALUE "?".
               10  WRK-OPR-ACESSO       PIC X(08).
               10  WRK-OPR-SIGNON       PIC 9(05).
               10  WRK-OPR-FALHAS       PIC 9(05).
               10  WRK-OPR-BLOQUEIOS    PIC 9(05).
               10  WRK-OPR-TRANS        PIC 9(07).
               10  WRK-OPR-CONFLITOS    PIC 9(05).

      *=======TRANSACOES DO MES POR OPERADOR E PROGRAMA
       77  WRK-QTD-FUN        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUN        PIC 9(03) VALUE ZEROS.
       77  WRK-FUN-PROGRAMA   PIC X(10) VALUE SPACES.
       77  WRK-FUN-ENCONTRADA PIC X(01) VALUE "N".
           88  FUNCAO-FOI-ENCONTRADA   VALUE "S".
       77  WRK-AVISO-FUN      PIC X(01) VALUE "N".
           88  AVISO-FUN-DADO          VALUE "S".
       01  WRK-TAB-FUN.
           05  WRK-FUN-ITEM OCCURS 600 TIMES.
               10  WRK-FUN-OPR          PIC 9(03).
               10  WRK-FUN-PROG         PIC X(10).
               10  WRK-FUN-QTD          PIC 9(07).

      *=======PARES DE FUNCOES INCOMPATIVEIS (TABELA "INCOMPAT")
       77  WRK-QTD-INC        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-INC        PIC 9(02) VALUE ZEROS.
       77  WRK-AVISO-INC      PIC X(01) VALUE "N".
           88  AVISO-INC-DADO          VALUE "S".
       01  WRK-TAB-INC.
           05  WRK-INC-ITEM OCCURS 30 TIMES.
               10  WRK-INC-PROG-A       PIC X(10).
               10  WRK-INC-PROG-B       PIC X(10).
               10  WRK-INC-ESCOPO       PIC X(01).
               10  WRK-INC-CHAVE-B      PIC X(01).
               10  WRK-INC-DESCRICAO    PIC X(30).
               10  WRK-INC-QTD          PIC 9(05).

      *=======DOCUMENTOS TOCADOS PELOS PROGRAMAS DA TABELA, UM POR
      *=======OPERADOR + PROGRAMA + DOCUMENTO (O PROGRAMA11 GRAVA MAIS
      *=======DE UMA LINHA POR PEDIDO). WRK-EVT-DOC E A CHAVE DE
      *=======COMPARACAO (TITULO JA TROCADO PELO PEDIDO DE ORIGEM).
       77  WRK-QTD-EVT        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-EVT        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-EVT2       PIC 9(04) VALUE ZEROS.
       77  WRK-EVT-ENCONTRADO PIC X(01) VALUE "N".
           88  EVENTO-FOI-ENCONTRADO   VALUE "S".
       77  WRK-AVISO-EVT      PIC X(01) VALUE "N".
           88  AVISO-EVT-DADO          VALUE "S".
       77  WRK-PROG-NA-TABELA PIC X(01) VALUE "N".
           88  PROGRAMA-NA-TABELA      VALUE "S".
       77  WRK-CHAVE-TITULO   PIC X(01) VALUE "N".
           88  CHAVE-E-TITULO          VALUE "S".
       01  WRK-EVT-NOVO.
           05  WRK-NOVO-OPERADOR    PIC X(08).
           05  WRK-NOVO-PROGRAMA    PIC X(10).
           05  WRK-NOVO-CHAVE       PIC X(20).
           05  WRK-NOVO-DOC         PIC X(20).
           05  WRK-NOVO-DATA        PIC X(08).
           05  WRK-NOVO-NO-MES      PIC X(01).
       01  WRK-TAB-EVT.
           05  WRK-EVT-ITEM OCCURS 3000 TIMES.
               10  WRK-EVT-OPERADOR     PIC X(08).
               10  WRK-EVT-PROGRAMA     PIC X(10).
               10  WRK-EVT-CHAVE        PIC X(20).
               10  WRK-EVT-DOC          PIC X(20).
               10  WRK-EVT-DATA         PIC X(08).
               10  WRK-EVT-NO-MES       PIC X(01).
                   88  EVENTO-NO-MES            VALUE "S".
       77  WRK-NUMERO-DOC     PIC 9(08) VALUE ZEROS.

      *=======CONFLITOS APURADOS (REGRA + OS DOIS DOCUMENTOS)
       77  WRK-QTD-CNF        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CNF        PIC 9(04) VALUE ZEROS.
       77  WRK-AVISO-CNF      PIC X(01) VALUE "N".
           88  AVISO-CNF-DADO          VALUE "S".
       77  WRK-PAR-CONFLITA   PIC X(01) VALUE "N".
           88  PAR-E-CONFLITO          VALUE "S".
       01  WRK-TAB-CNF.
           05  WRK-CNF-ITEM OCCURS 1000 TIMES.
               10  WRK-CNF-REGRA        PIC 9(02).
               10  WRK-CNF-EVT-A        PIC 9(04).
               10  WRK-CNF-EVT-B        PIC 9(04).

      *=======LINHAS DO RELATORIO (132 COLUNAS)
       01  WRK-LINHA-OPR.
           05  OPD-OPERADOR       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  OPD-NOME           PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  OPD-NIVEL          PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPD-SITUACAO       PIC X(12).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-SIGNON         PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-FALHAS         PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-BLOQUEIOS      PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-TRANS          PIC ZZZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-CONFLITOS      PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  OPD-ACESSO         PIC X(08).
           05  FILLER             PIC X(24) VALUE SPACES.

       01  WRK-LINHA-FUN.
           05  FUD-OPERADOR       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FUD-PROGRAMA       PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FUD-QTD            PIC ZZZZZZ9.
           05  FILLER             PIC X(103) VALUE SPACES.

       01  WRK-LINHA-CNF.
           05  CFD-DESCRICAO      PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-OPERADOR       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-PROGRAMA-A     PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-CHAVE-A        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-DATA-A         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-PROGRAMA-B     PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-CHAVE-B        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  CFD-DATA-B         PIC X(08).
           05  FILLER             PIC X(11) VALUE SPACES.

       01  WRK-LINHA-INA.
           05  INA-OPERADOR       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  INA-NOME           PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  INA-NIVEL          PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  INA-SITUACAO       PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  INA-ACESSO         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  INA-DIAS           PIC X(10).
           05  FILLER             PIC X(56) VALUE SPACES.

       77  WRK-DIAS-ED        PIC ZZZZZZ9.
       77  WRK-QTD-ED         PIC ZZZZZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CARREGAR-OPERADORES.
           PERFORM 0150-CARREGAR-INCOMPAT.
           PERFORM 0200-LER-AUDITLOG.
           IF PEDSTAT-DISPONIVEL
               PERFORM 0300-LER-PEDSTAT
           END-IF.
           PERFORM 0400-APURAR-CONFLITOS.
           PERFORM 0500-APURAR-INATIVOS.
           PERFORM 0800-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O MES DE REFERENCIA E OBRIGATORIO, ASSIM COMO O AUDITLOG
      *=======E O CADASTRO DE OPERADORES. OS DEMAIS ARQUIVOS, SE
      *=======FALTAREM, SO TIRAM A SUA PARTE DO RELATORIO.
       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA-X.
           IF WRK-MES-REFERENCIA-X NOT NUMERIC
              OR WRK-MR-MES LESS 1 OR WRK-MR-MES GREATER 12
               DISPLAY "MÊS DE REFERÊNCIA INVÁLIDO: "
                       WRK-MES-REFERENCIA-X
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-MR-MES EQUAL 1
               COMPUTE WRK-MA-ANO = WRK-MR-ANO - 1
               MOVE 12 TO WRK-MA-MES
           ELSE
               MOVE WRK-MR-ANO TO WRK-MA-ANO
               COMPUTE WRK-MA-MES = WRK-MR-MES - 1
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "DIASINAT"    TO WRK-PARM-CODIGO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-PARAMETRO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-PARAMETRO
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-DIAS-INATIVO
           END-IF.
      *=======QUEM EMITE E O OPERADOR ASSINADO NO MENU; FORA DELE,
      *======="BATCH".
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-EMITENTE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           OPEN INPUT ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               MOVE WRK-FS-AUDITLOG TO UTIL-FS-CODIGO
               MOVE "AUDITLOG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-OPERADOR.
           IF WRK-FS-OPERADOR NOT EQUAL "00"
               MOVE WRK-FS-OPERADOR TO UTIL-FS-CODIGO
               MOVE "OPERADOR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDSTAT.
           IF WRK-FS-PEDSTAT EQUAL "00"
               SET PEDSTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "PEDSTAT INDISPONÍVEL (STATUS " WRK-FS-PEDSTAT
                       ") -- ENTRADA E ENTREGA DE PEDIDOS FORA DO "
                       "RELATÓRIO."
           END-IF.
           OPEN INPUT ARQ-CONTAREC.
           IF WRK-FS-CONTAREC EQUAL "00"
               SET CONTAREC-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CONTAREC INDISPONÍVEL (STATUS "
                       WRK-FS-CONTAREC ") -- TÍTULO COMPARADO PELO "
                       "PRÓPRIO NÚMERO."
           END-IF.
           OPEN OUTPUT ARQ-RELOPER.
           IF WRK-FS-RELOPER NOT EQUAL "00"
               MOVE WRK-FS-RELOPER TO UTIL-FS-CODIGO
               MOVE "RELOPER"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           INITIALIZE WRK-TAB-OPR.
           INITIALIZE WRK-TAB-FUN.
           INITIALIZE WRK-TAB-INC.
           INITIALIZE WRK-TAB-EVT.
           INITIALIZE WRK-TAB-CNF.

      *=======O CADASTRO INTEIRO ENTRA NA TABELA, NA ORDEM DO CODIGO,
      *=======MESMO QUEM NAO TEVE MOVIMENTO NO MES.
       0100-CARREGAR-OPERADORES SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-OPERADOR UNTIL FIM-DO-ARQUIVO.

       0110-LER-OPERADOR  SECTION.
           READ ARQ-OPERADOR NEXT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WRK-QTD-OPR LESS 200
                       ADD 1 TO WRK-QTD-OPR
                       MOVE WRK-QTD-OPR TO WRK-IDX-OPR
                       PERFORM 0115-COPIAR-OPERADOR
                   ELSE
                       PERFORM 0130-AVISAR-OPERADORES
                   END-IF
           END-READ.

       0115-COPIAR-OPERADOR SECTION.
           MOVE OPR-CODIGO      TO WRK-OPR-COD(WRK-IDX-OPR).
           MOVE OPR-NOME        TO WRK-OPR-NOME(WRK-IDX-OPR).
           MOVE OPR-NIVEL       TO WRK-OPR-NIVEL(WRK-IDX-OPR).
           MOVE OPR-DATA-ACESSO TO WRK-OPR-ACESSO(WRK-IDX-OPR).
           EVALUATE TRUE
               WHEN OPR-ATIVO NOT EQUAL "S"
                   SET OPR-SIT-INATIVO(WRK-IDX-OPR)   TO TRUE
               WHEN OPR-BLOQUEADO EQUAL "S"
                   SET OPR-SIT-BLOQUEADO(WRK-IDX-OPR) TO TRUE
               WHEN OTHER
                   SET OPR-SIT-ATIVO(WRK-IDX-OPR)     TO TRUE
           END-EVALUATE.

      *=======LOCALIZA O OPERADOR PROCURADO; CODIGO FORA DO CADASTRO
      *=======GANHA LINHA PROPRIA "SEM CADASTRO". COM A TABELA CHEIA,
      *=======WRK-IDX-OPR VOLTA ZERADO (AVISO UMA VEZ).
       0120-LOCALIZAR-OPERADOR SECTION.
           IF WRK-OPR-PROCURADO EQUAL SPACES
               MOVE "(SEM OP)" TO WRK-OPR-PROCURADO
           END-IF.
           MOVE "N" TO WRK-OPR-ENCONTRADO.
           MOVE 1   TO WRK-IDX-OPR.
           PERFORM 0125-PROCURAR-OPERADOR
               UNTIL WRK-IDX-OPR GREATER WRK-QTD-OPR
                  OR OPERADOR-FOI-ENCONTRADO.
           IF NOT OPERADOR-FOI-ENCONTRADO
               IF WRK-QTD-OPR LESS 200
                   ADD 1 TO WRK-QTD-OPR
                   MOVE WRK-QTD-OPR TO WRK-IDX-OPR
                   MOVE WRK-OPR-PROCURADO TO WRK-OPR-COD(WRK-IDX-OPR)
                   MOVE "-"               TO WRK-OPR-NIVEL(WRK-IDX-OPR)
                   SET OPR-SIT-SEM-CADASTRO(WRK-IDX-OPR) TO TRUE
               ELSE
                   MOVE ZEROS TO WRK-IDX-OPR
                   PERFORM 0130-AVISAR-OPERADORES
               END-IF
           END-IF.

       0125-PROCURAR-OPERADOR SECTION.
           IF WRK-OPR-COD(WRK-IDX-OPR) EQUAL WRK-OPR-PROCURADO
               SET OPERADOR-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-OPR
           END-IF.

       0130-AVISAR-OPERADORES SECTION.
           IF NOT AVISO-OPR-DADO
               DISPLAY "MAIS DE 200 OPERADORES -- EXCEDENTES FORA DO "
                       "RELATÓRIO."
               SET AVISO-OPR-DADO TO TRUE
           END-IF.

      *=======TABELA DE FUNCOES INCOMPATIVEIS: SEM ELA, O RELATORIO
      *=======SAI SEM A APURACAO DE CONFLITOS.
       0150-CARREGAR-INCOMPAT SECTION.
           OPEN INPUT ARQ-INCOMPAT.
           IF WRK-FS-INCOMPAT NOT EQUAL "00"
               DISPLAY "TABELA INCOMPAT INDISPONÍVEL (STATUS "
                       WRK-FS-INCOMPAT ") -- SEM APURAÇÃO DE "
                       "CONFLITOS."
           ELSE
               SET INCOMPAT-DISPONIVEL TO TRUE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-INCOMPAT UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-INCOMPAT
           END-IF.

       0160-LER-INCOMPAT  SECTION.
           READ ARQ-INCOMPAT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WRK-QTD-INC LESS 30
                       ADD 1 TO WRK-QTD-INC
                       MOVE INC-PROGRAMA-A
                           TO WRK-INC-PROG-A(WRK-QTD-INC)
                       MOVE INC-PROGRAMA-B
                           TO WRK-INC-PROG-B(WRK-QTD-INC)
                       MOVE INC-ESCOPO
                           TO WRK-INC-ESCOPO(WRK-QTD-INC)
                       MOVE INC-CHAVE-B
                           TO WRK-INC-CHAVE-B(WRK-QTD-INC)
                       MOVE INC-DESCRICAO
                           TO WRK-INC-DESCRICAO(WRK-QTD-INC)
                   ELSE
                       IF NOT AVISO-INC-DADO
                           DISPLAY "MAIS DE 30 LINHAS NA TABELA "
                                   "INCOMPAT -- EXCEDENTES IGNORADAS."
                           SET AVISO-INC-DADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *=======O LOG E SO ACRESCIMO: LIDO INTEIRO, SO CONTAM AS LINHAS
      *=======DO MES; AS DO MES ANTERIOR SO SERVEM AOS PARES DE MESMO
      *=======DOCUMENTO.
       0200-LER-AUDITLOG  SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-AUDITORIA UNTIL FIM-DO-ARQUIVO.

       0210-LER-AUDITORIA SECTION.
           READ ARQ-AUDITLOG
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-AUDIT-LIDOS
                   IF AUDIT-DATA(1:6) EQUAL WRK-MES-REFERENCIA-X
                       ADD 1 TO WRK-QTD-AUDIT-MES
                       PERFORM 0220-CONTAR-AUDITORIA
                   END-IF
                   IF AUDIT-DATA(1:6) EQUAL WRK-MES-REFERENCIA-X
                      OR AUDIT-DATA(1:6) EQUAL WRK-MES-ANTERIOR-X
                       MOVE AUDIT-OPERADOR TO WRK-NOVO-OPERADOR
                       MOVE AUDIT-PROGRAMA TO WRK-NOVO-PROGRAMA
                       MOVE AUDIT-CHAVE    TO WRK-NOVO-CHAVE
                       MOVE AUDIT-DATA     TO WRK-NOVO-DATA
                       PERFORM 0250-GUARDAR-EVENTO
                   END-IF
           END-READ.

      *=======NO PROGRAMA00, O SIGN-ON ACEITO, O RECUSADO E O
      *=======BLOQUEIO POR TENTATIVAS TEM CONTADOR PROPRIO; O RESTO
      *=======(TROCA DE SENHA) E TRANSACAO COMO AS DEMAIS.
       0220-CONTAR-AUDITORIA SECTION.
           MOVE AUDIT-OPERADOR TO WRK-OPR-PROCURADO.
           PERFORM 0120-LOCALIZAR-OPERADOR.
           IF WRK-IDX-OPR GREATER ZEROS
               EVALUATE TRUE
                   WHEN AUDIT-PROGRAMA NOT EQUAL "PROGRAMA00"
                       MOVE AUDIT-PROGRAMA TO WRK-FUN-PROGRAMA
                       PERFORM 0230-CONTAR-TRANSACAO
                   WHEN AUDIT-RESULTADO EQUAL "SIGN-ON"
                       ADD 1 TO WRK-OPR-SIGNON(WRK-IDX-OPR)
                       IF AUDIT-DATA GREATER WRK-OPR-ACESSO(WRK-IDX-OPR)
                          OR WRK-OPR-ACESSO(WRK-IDX-OPR) EQUAL SPACES
                           MOVE AUDIT-DATA
                               TO WRK-OPR-ACESSO(WRK-IDX-OPR)
                       END-IF
                   WHEN AUDIT-RESULTADO(1:16) EQUAL "SIGN-ON RECUSADO"
                       ADD 1 TO WRK-OPR-FALHAS(WRK-IDX-OPR)
                   WHEN AUDIT-RESULTADO EQUAL "BLOQUEIO POR TENTATIVAS"
                       ADD 1 TO WRK-OPR-BLOQUEIOS(WRK-IDX-OPR)
                   WHEN OTHER
                       MOVE AUDIT-PROGRAMA TO WRK-FUN-PROGRAMA
                       PERFORM 0230-CONTAR-TRANSACAO
               END-EVALUATE
           END-IF.

      *=======UMA TRANSACAO DO OPERADOR WRK-IDX-OPR NO PROGRAMA
      *=======WRK-FUN-PROGRAMA.
       0230-CONTAR-TRANSACAO SECTION.
           ADD 1 TO WRK-OPR-TRANS(WRK-IDX-OPR).
           MOVE "N" TO WRK-FUN-ENCONTRADA.
           MOVE 1   TO WRK-IDX-FUN.
           PERFORM 0235-PROCURAR-FUNCAO
               UNTIL WRK-IDX-FUN GREATER WRK-QTD-FUN
                  OR FUNCAO-FOI-ENCONTRADA.
           IF NOT FUNCAO-FOI-ENCONTRADA
               IF WRK-QTD-FUN LESS 600
                   ADD 1 TO WRK-QTD-FUN
                   MOVE WRK-QTD-FUN TO WRK-IDX-FUN
                   MOVE WRK-IDX-OPR      TO WRK-FUN-OPR(WRK-IDX-FUN)
                   MOVE WRK-FUN-PROGRAMA TO WRK-FUN-PROG(WRK-IDX-FUN)
                   SET FUNCAO-FOI-ENCONTRADA TO TRUE
               ELSE
                   IF NOT AVISO-FUN-DADO
                       DISPLAY "MAIS DE 600 PARES OPERADOR/PROGRAMA -- "
                               "EXCEDENTES SÓ NO TOTAL DO OPERADOR."
                       SET AVISO-FUN-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF FUNCAO-FOI-ENCONTRADA
               ADD 1 TO WRK-FUN-QTD(WRK-IDX-FUN)
           END-IF.

       0235-PROCURAR-FUNCAO SECTION.
           IF WRK-FUN-OPR(WRK-IDX-FUN) EQUAL WRK-IDX-OPR
              AND WRK-FUN-PROG(WRK-IDX-FUN) EQUAL WRK-FUN-PROGRAMA
               SET FUNCAO-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-FUN
           END-IF.

      *=======SO OS PROGRAMAS DA TABELA INCOMPAT INTERESSAM AOS
      *=======CONFLITOS. CHAVE DE TITULO (INC-CHAVE-B "T") E TROCADA
      *=======PELO PEDIDO DE ORIGEM NO CONTAS A RECEBER, PARA CASAR
      *=======COM O NUMERO DO PEDIDO DO OUTRO PROGRAMA DO PAR. O MESMO
      *=======DOCUMENTO DO MESMO OPERADOR NO MESMO PROGRAMA FICA UMA
      *=======VEZ SO.
       0250-GUARDAR-EVENTO SECTION.
           IF WRK-NOVO-OPERADOR EQUAL SPACES
               MOVE "(SEM OP)" TO WRK-NOVO-OPERADOR
           END-IF.
           MOVE "N" TO WRK-PROG-NA-TABELA.
           MOVE "N" TO WRK-CHAVE-TITULO.
           MOVE 1 TO WRK-IDX-INC.
           PERFORM 0255-PROCURAR-PROGRAMA
               UNTIL WRK-IDX-INC GREATER WRK-QTD-INC.
           IF PROGRAMA-NA-TABELA
               IF WRK-NOVO-DATA(1:6) EQUAL WRK-MES-REFERENCIA-X
                   MOVE "S" TO WRK-NOVO-NO-MES
               ELSE
                   MOVE "N" TO WRK-NOVO-NO-MES
               END-IF
               MOVE WRK-NOVO-CHAVE TO WRK-NOVO-DOC
               IF CHAVE-E-TITULO
                   PERFORM 0260-TROCAR-TITULO
               END-IF
               MOVE "N" TO WRK-EVT-ENCONTRADO
               MOVE 1   TO WRK-IDX-EVT
               PERFORM 0265-PROCURAR-EVENTO
                   UNTIL WRK-IDX-EVT GREATER WRK-QTD-EVT
                      OR EVENTO-FOI-ENCONTRADO
               IF EVENTO-FOI-ENCONTRADO
                   IF WRK-NOVO-NO-MES EQUAL "S"
                      AND NOT EVENTO-NO-MES(WRK-IDX-EVT)
                       MOVE WRK-EVT-NOVO TO WRK-EVT-ITEM(WRK-IDX-EVT)
                   END-IF
               ELSE
                   PERFORM 0270-INCLUIR-EVENTO
               END-IF
           END-IF.

       0255-PROCURAR-PROGRAMA SECTION.
           IF WRK-INC-PROG-A(WRK-IDX-INC) EQUAL WRK-NOVO-PROGRAMA
               SET PROGRAMA-NA-TABELA TO TRUE
           END-IF.
           IF WRK-INC-PROG-B(WRK-IDX-INC) EQUAL WRK-NOVO-PROGRAMA
               SET PROGRAMA-NA-TABELA TO TRUE
               IF WRK-INC-CHAVE-B(WRK-IDX-INC) EQUAL "T"
                   SET CHAVE-E-TITULO TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-INC.

      *=======TITULO DESDOBRADO (GERAPARC) OU NOTA DE CREDITO TEM
      *=======NUMERO PROPRIO: O DOCUMENTO PASSA A SER O PEDIDO DE
      *=======ORIGEM. SEM O CONTAS A RECEBER, OU TITULO SEM PEDIDO, O
      *=======NUMERO FICA COMO ESTA.
       0260-TROCAR-TITULO SECTION.
           IF CONTAREC-DISPONIVEL
              AND WRK-NOVO-CHAVE(1:8) IS NUMERIC
               MOVE WRK-NOVO-CHAVE(1:8) TO CREC-NUMERO
               READ ARQ-CONTAREC
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-TITULO
                   NOT INVALID KEY
                       IF CREC-PEDIDO-ORIGEM GREATER ZEROS
                           MOVE CREC-PEDIDO-ORIGEM TO WRK-NUMERO-DOC
                           MOVE SPACES         TO WRK-NOVO-DOC
                           MOVE WRK-NUMERO-DOC TO WRK-NOVO-DOC(1:8)
                       END-IF
               END-READ
           END-IF.

       0265-PROCURAR-EVENTO SECTION.
           IF WRK-EVT-OPERADOR(WRK-IDX-EVT) EQUAL WRK-NOVO-OPERADOR
              AND WRK-EVT-PROGRAMA(WRK-IDX-EVT) EQUAL WRK-NOVO-PROGRAMA
              AND WRK-EVT-DOC(WRK-IDX-EVT) EQUAL WRK-NOVO-DOC
               SET EVENTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-EVT
           END-IF.

       0270-INCLUIR-EVENTO SECTION.
           IF WRK-QTD-EVT LESS 3000
               ADD 1 TO WRK-QTD-EVT
               MOVE WRK-EVT-NOVO TO WRK-EVT-ITEM(WRK-QTD-EVT)
           ELSE
               IF NOT AVISO-EVT-DADO
                   DISPLAY "MAIS DE 3000 DOCUMENTOS NOS PROGRAMAS DA "
                           "TABELA INCOMPAT -- EXCEDENTES FORA DA "
                           "APURAÇÃO DE CONFLITOS."
                   SET AVISO-EVT-DADO TO TRUE
               END-IF
           END-IF.

      *=======DA TRILHA DE STATUS SO INTERESSAM A ENTRADA "AC"
      *=======(ENTRAPED) E A CONFIRMACAO DE ENTREGA "EN" (CONSPED)
      *=======COM OPERADOR: SAO AS ETAPAS DO PEDIDO FEITAS NA SESSAO
      *=======QUE NAO VAO AO AUDITLOG (APROVACAO, CANCELAMENTO E LOTE
      *=======DE FRETE JA ESTAO LA). SEM OPERADOR, A LINHA E DE LOTE
      *=======(ESTLOTE, GERAFIXO, IMPPED, ENTRELOT) OU ANTERIOR AO
      *=======CAMPO.
       0300-LER-PEDSTAT   SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0310-LER-STATUS UNTIL FIM-DO-ARQUIVO.

       0310-LER-STATUS    SECTION.
           READ ARQ-PEDSTAT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF (PST-STATUS EQUAL "AC" OR PST-STATUS EQUAL "EN")
                      AND PST-OPERADOR NOT EQUAL SPACES
                       PERFORM 0320-TRATAR-ENTRADA
                   END-IF
           END-READ.

       0320-TRATAR-ENTRADA SECTION.
           IF PST-DATA(1:6) EQUAL WRK-MES-REFERENCIA-X
               ADD 1 TO WRK-QTD-PEDSTAT-MES
               MOVE PST-OPERADOR TO WRK-OPR-PROCURADO
               PERFORM 0120-LOCALIZAR-OPERADOR
               IF WRK-IDX-OPR GREATER ZEROS
                   MOVE PST-PROGRAMA TO WRK-FUN-PROGRAMA
                   PERFORM 0230-CONTAR-TRANSACAO
               END-IF
           END-IF.
           IF PST-DATA(1:6) EQUAL WRK-MES-REFERENCIA-X
              OR PST-DATA(1:6) EQUAL WRK-MES-ANTERIOR-X
               MOVE PST-OPERADOR TO WRK-NOVO-OPERADOR
               MOVE PST-PROGRAMA TO WRK-NOVO-PROGRAMA
               MOVE SPACES       TO WRK-NOVO-CHAVE
               MOVE PST-NUMERO   TO WRK-NOVO-CHAVE(1:8)
               MOVE PST-DATA     TO WRK-NOVO-DATA
               PERFORM 0250-GUARDAR-EVENTO
           END-IF.

      *=======PARA CADA REGRA, CADA DOCUMENTO DO PROGRAMA A CONTRA
      *=======CADA DOCUMENTO DO PROGRAMA B DO MESMO OPERADOR: ESCOPO
      *======="D" EXIGE O MESMO DOCUMENTO E UMA DAS PONTAS NO MES;
      *=======ESCOPO "M", AS DUAS PONTAS NO MES.
       0400-APURAR-CONFLITOS SECTION.
           MOVE 1 TO WRK-IDX-INC.
           PERFORM 0410-APURAR-REGRA
               UNTIL WRK-IDX-INC GREATER WRK-QTD-INC.

       0410-APURAR-REGRA  SECTION.
           MOVE 1 TO WRK-IDX-EVT.
           PERFORM 0420-APURAR-EVENTO-A
               UNTIL WRK-IDX-EVT GREATER WRK-QTD-EVT.
           ADD 1 TO WRK-IDX-INC.

       0420-APURAR-EVENTO-A SECTION.
           IF WRK-EVT-PROGRAMA(WRK-IDX-EVT)
                  EQUAL WRK-INC-PROG-A(WRK-IDX-INC)
               MOVE 1 TO WRK-IDX-EVT2
               PERFORM 0430-COMPARAR-EVENTO-B
                   UNTIL WRK-IDX-EVT2 GREATER WRK-QTD-EVT
           END-IF.
           ADD 1 TO WRK-IDX-EVT.

       0430-COMPARAR-EVENTO-B SECTION.
           MOVE "N" TO WRK-PAR-CONFLITA.
           IF WRK-EVT-PROGRAMA(WRK-IDX-EVT2)
                  EQUAL WRK-INC-PROG-B(WRK-IDX-INC)
              AND WRK-EVT-OPERADOR(WRK-IDX-EVT2)
                  EQUAL WRK-EVT-OPERADOR(WRK-IDX-EVT)
               IF WRK-INC-ESCOPO(WRK-IDX-INC) EQUAL "M"
                   IF EVENTO-NO-MES(WRK-IDX-EVT)
                      AND EVENTO-NO-MES(WRK-IDX-EVT2)
                       SET PAR-E-CONFLITO TO TRUE
                   END-IF
               ELSE
                   IF WRK-EVT-DOC(WRK-IDX-EVT2)
                          EQUAL WRK-EVT-DOC(WRK-IDX-EVT)
                      AND (EVENTO-NO-MES(WRK-IDX-EVT)
                        OR EVENTO-NO-MES(WRK-IDX-EVT2))
                       SET PAR-E-CONFLITO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF PAR-E-CONFLITO
               PERFORM 0440-REGISTRAR-CONFLITO
           END-IF.
           ADD 1 TO WRK-IDX-EVT2.

       0440-REGISTRAR-CONFLITO SECTION.
           ADD 1 TO WRK-INC-QTD(WRK-IDX-INC).
           MOVE WRK-EVT-OPERADOR(WRK-IDX-EVT) TO WRK-OPR-PROCURADO.
           PERFORM 0120-LOCALIZAR-OPERADOR.
           IF WRK-IDX-OPR GREATER ZEROS
               ADD 1 TO WRK-OPR-CONFLITOS(WRK-IDX-OPR)
           END-IF.
           IF WRK-QTD-CNF LESS 1000
               ADD 1 TO WRK-QTD-CNF
               MOVE WRK-IDX-INC  TO WRK-CNF-REGRA(WRK-QTD-CNF)
               MOVE WRK-IDX-EVT  TO WRK-CNF-EVT-A(WRK-QTD-CNF)
               MOVE WRK-IDX-EVT2 TO WRK-CNF-EVT-B(WRK-QTD-CNF)
           ELSE
               IF NOT AVISO-CNF-DADO
                   DISPLAY "MAIS DE 1000 CONFLITOS -- EXCEDENTES SÓ "
                           "NOS TOTAIS."
                   SET AVISO-CNF-DADO TO TRUE
               END-IF
           END-IF.

      *=======CONTA ATIVA (MESMO BLOQUEADA) SEM SIGN-ON ACEITO HA MAIS
      *=======DE WRK-DIAS-INATIVO DIAS ATE A EMISSAO, OU QUE NUNCA
      *=======ASSINOU.
       0500-APURAR-INATIVOS SECTION.
           MOVE 1 TO WRK-IDX-OPR.
           PERFORM 0510-AVALIAR-INATIVO
               UNTIL WRK-IDX-OPR GREATER WRK-QTD-OPR.

       0510-AVALIAR-INATIVO SECTION.
           IF OPR-SIT-ATIVO(WRK-IDX-OPR)
              OR OPR-SIT-BLOQUEADO(WRK-IDX-OPR)
               IF WRK-OPR-ACESSO(WRK-IDX-OPR) EQUAL SPACES
                   ADD 1 TO WRK-QTD-INATIVOS
               ELSE
                   MOVE WRK-OPR-ACESSO(WRK-IDX-OPR) TO WRK-CALC-DATA1
                   MOVE WRK-DATA-HOJE TO WRK-CALC-DATA2
                   CALL "DATACALC" USING WRK-CALC-DATA1
                                          WRK-CALC-DATA2
                                          WRK-CALC-DIAS
                                          WRK-CALC-MODO
                                          WRK-CALC-RESULT-DIAS
                                          WRK-CALC-RESULT-DATA
                   IF WRK-CALC-RESULT-DIAS GREATER WRK-DIAS-INATIVO
                       ADD 1 TO WRK-QTD-INATIVOS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-OPR.

      *=======RELATORIO: RESUMO POR OPERADOR, TRANSACOES POR PROGRAMA,
      *=======CONFLITOS, CONTAS SEM USO E TOTAIS.
       0800-IMPRIMIR      SECTION.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "ATIVIDADE DE OPERADORES E SEGREGACAO DE FUNCOES"
                  " - MES " WRK-MES-REFERENCIA-X
                  " - EMISSAO " WRK-DATA-HOJE
                  " POR " WRK-EMITENTE
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "=" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           PERFORM 0810-IMPRIMIR-RESUMO.
           PERFORM 0820-IMPRIMIR-FUNCOES.
           PERFORM 0830-IMPRIMIR-CONFLITOS.
           PERFORM 0840-IMPRIMIR-INATIVOS.
           PERFORM 0870-IMPRIMIR-TOTAIS.

       0810-IMPRIMIR-RESUMO SECTION.
           MOVE SPACES TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE "RESUMO POR OPERADOR" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "OPERADOR NOME                           N  "
                  "SITUACAO     SIGN-ON   FALHAS   BLOQ.  TRANSAC. "
                  " CONFL.   ULT.ACESSO"
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "-" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-OPR.
           PERFORM 0815-LINHA-OPERADOR
               UNTIL WRK-IDX-OPR GREATER WRK-QTD-OPR.

       0815-LINHA-OPERADOR SECTION.
           MOVE WRK-OPR-COD(WRK-IDX-OPR)       TO OPD-OPERADOR.
           MOVE WRK-OPR-NOME(WRK-IDX-OPR)      TO OPD-NOME.
           MOVE WRK-OPR-NIVEL(WRK-IDX-OPR)     TO OPD-NIVEL.
           PERFORM 0880-TEXTO-SITUACAO.
           MOVE WRK-OPR-SIGNON(WRK-IDX-OPR)    TO OPD-SIGNON.
           MOVE WRK-OPR-FALHAS(WRK-IDX-OPR)    TO OPD-FALHAS.
           MOVE WRK-OPR-BLOQUEIOS(WRK-IDX-OPR) TO OPD-BLOQUEIOS.
           MOVE WRK-OPR-TRANS(WRK-IDX-OPR)     TO OPD-TRANS.
           MOVE WRK-OPR-CONFLITOS(WRK-IDX-OPR) TO OPD-CONFLITOS.
           MOVE WRK-OPR-ACESSO(WRK-IDX-OPR)    TO OPD-ACESSO.
           IF WRK-OPR-ACESSO(WRK-IDX-OPR) EQUAL SPACES
               MOVE "NUNCA"                    TO OPD-ACESSO
           END-IF.
           MOVE WRK-LINHA-OPR TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-OPR.

      *=======TRANSACOES DO MES AGRUPADAS POR OPERADOR, NA ORDEM DA
      *=======TABELA DE OPERADORES.
       0820-IMPRIMIR-FUNCOES SECTION.
           MOVE SPACES TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE "TRANSACOES DO MES POR OPERADOR E PROGRAMA"
               TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE "OPERADOR  PROGRAMA        QTDE" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "-" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           IF WRK-QTD-FUN EQUAL ZEROS
               MOVE "  (NENHUMA TRANSACAO NO MES)" TO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           MOVE 1 TO WRK-IDX-OPR.
           PERFORM 0822-FUNCOES-OPERADOR
               UNTIL WRK-IDX-OPR GREATER WRK-QTD-OPR.

       0822-FUNCOES-OPERADOR SECTION.
           MOVE 1 TO WRK-IDX-FUN.
           PERFORM 0825-LINHA-FUNCAO
               UNTIL WRK-IDX-FUN GREATER WRK-QTD-FUN.
           ADD 1 TO WRK-IDX-OPR.

       0825-LINHA-FUNCAO  SECTION.
           IF WRK-FUN-OPR(WRK-IDX-FUN) EQUAL WRK-IDX-OPR
               MOVE WRK-OPR-COD(WRK-IDX-OPR)  TO FUD-OPERADOR
               MOVE WRK-FUN-PROG(WRK-IDX-FUN) TO FUD-PROGRAMA
               MOVE WRK-FUN-QTD(WRK-IDX-FUN)  TO FUD-QTD
               MOVE WRK-LINHA-FUN TO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-FUN.

       0830-IMPRIMIR-CONFLITOS SECTION.
           MOVE SPACES TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE "FUNCOES INCOMPATIVEIS EXECUTADAS PELO MESMO OPERADOR"
               TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "REGRA                          OPERADOR PROGRAMA A"
                  " DOCUMENTO A          DATA A   PROGRAMA B"
                  " DOCUMENTO B          DATA B"
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "-" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           EVALUATE TRUE
               WHEN NOT INCOMPAT-DISPONIVEL
                   MOVE "  (SEM TABELA INCOMPAT -- NADA APURADO)"
                       TO RELOPER-LINHA
                   PERFORM 0890-GRAVAR-LINHA
               WHEN WRK-QTD-CNF EQUAL ZEROS
                   MOVE "  (NENHUM CONFLITO NO MES)" TO RELOPER-LINHA
                   PERFORM 0890-GRAVAR-LINHA
               WHEN OTHER
                   MOVE 1 TO WRK-IDX-CNF
                   PERFORM 0835-LINHA-CONFLITO
                       UNTIL WRK-IDX-CNF GREATER WRK-QTD-CNF
           END-EVALUATE.

       0835-LINHA-CONFLITO SECTION.
           MOVE WRK-CNF-REGRA(WRK-IDX-CNF) TO WRK-IDX-INC.
           MOVE WRK-CNF-EVT-A(WRK-IDX-CNF) TO WRK-IDX-EVT.
           MOVE WRK-CNF-EVT-B(WRK-IDX-CNF) TO WRK-IDX-EVT2.
           MOVE WRK-INC-DESCRICAO(WRK-IDX-INC)  TO CFD-DESCRICAO.
           MOVE WRK-EVT-OPERADOR(WRK-IDX-EVT)   TO CFD-OPERADOR.
           MOVE WRK-EVT-PROGRAMA(WRK-IDX-EVT)   TO CFD-PROGRAMA-A.
           MOVE WRK-EVT-CHAVE(WRK-IDX-EVT)      TO CFD-CHAVE-A.
           MOVE WRK-EVT-DATA(WRK-IDX-EVT)       TO CFD-DATA-A.
           MOVE WRK-EVT-PROGRAMA(WRK-IDX-EVT2)  TO CFD-PROGRAMA-B.
           MOVE WRK-EVT-CHAVE(WRK-IDX-EVT2)     TO CFD-CHAVE-B.
           MOVE WRK-EVT-DATA(WRK-IDX-EVT2)      TO CFD-DATA-B.
           MOVE WRK-LINHA-CNF TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-CNF.

       0840-IMPRIMIR-INATIVOS SECTION.
           MOVE WRK-DIAS-INATIVO TO WRK-DIAS-ED.
           MOVE SPACES TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "CONTAS ATIVAS SEM SIGN-ON HA MAIS DE" WRK-DIAS-ED
                  " DIAS"
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "OPERADOR NOME                           N  "
                  "SITUACAO     ULT.ACES. DIAS SEM USO"
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "-" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           IF WRK-QTD-INATIVOS EQUAL ZEROS
               MOVE "  (NENHUMA CONTA SEM USO)" TO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           MOVE 1 TO WRK-IDX-OPR.
           PERFORM 0845-LINHA-INATIVO
               UNTIL WRK-IDX-OPR GREATER WRK-QTD-OPR.

      *=======MESMO CRITERIO DO 0510; A CONTAGEM DE DIAS E REFEITA
      *=======PARA A LINHA.
       0845-LINHA-INATIVO SECTION.
           IF OPR-SIT-ATIVO(WRK-IDX-OPR)
              OR OPR-SIT-BLOQUEADO(WRK-IDX-OPR)
               MOVE ZEROS TO WRK-CALC-RESULT-DIAS
               IF WRK-OPR-ACESSO(WRK-IDX-OPR) NOT EQUAL SPACES
                   MOVE WRK-OPR-ACESSO(WRK-IDX-OPR) TO WRK-CALC-DATA1
                   MOVE WRK-DATA-HOJE TO WRK-CALC-DATA2
                   CALL "DATACALC" USING WRK-CALC-DATA1
                                          WRK-CALC-DATA2
                                          WRK-CALC-DIAS
                                          WRK-CALC-MODO
                                          WRK-CALC-RESULT-DIAS
                                          WRK-CALC-RESULT-DATA
               END-IF
               IF WRK-OPR-ACESSO(WRK-IDX-OPR) EQUAL SPACES
                  OR WRK-CALC-RESULT-DIAS GREATER WRK-DIAS-INATIVO
                   PERFORM 0848-MONTAR-INATIVO
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-OPR.

       0848-MONTAR-INATIVO SECTION.
           MOVE WRK-OPR-COD(WRK-IDX-OPR)   TO INA-OPERADOR.
           MOVE WRK-OPR-NOME(WRK-IDX-OPR)  TO INA-NOME.
           MOVE WRK-OPR-NIVEL(WRK-IDX-OPR) TO INA-NIVEL.
           PERFORM 0880-TEXTO-SITUACAO.
           MOVE OPD-SITUACAO TO INA-SITUACAO.
           IF WRK-OPR-ACESSO(WRK-IDX-OPR) EQUAL SPACES
               MOVE "NUNCA"  TO INA-ACESSO
               MOVE "NUNCA"  TO INA-DIAS
           ELSE
               MOVE WRK-OPR-ACESSO(WRK-IDX-OPR) TO INA-ACESSO
               MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO INA-DIAS
           END-IF.
           MOVE WRK-LINHA-INA TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.

       0870-IMPRIMIR-TOTAIS SECTION.
           MOVE SPACES TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE ALL "=" TO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "LINHAS DO AUDITLOG LIDAS: " WRK-QTD-AUDIT-LIDOS
                  "  DO MES: " WRK-QTD-AUDIT-MES
                  "  ENTRADAS/ENTREGAS (PEDSTAT): "
                  WRK-QTD-PEDSTAT-MES
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-INC.
           PERFORM 0875-TOTAL-REGRA
               UNTIL WRK-IDX-INC GREATER WRK-QTD-INC.
           IF NOT PEDSTAT-DISPONIVEL
               MOVE "AVISO: SEM PEDSTAT -- ENTRADA E ENTREGA DE"
                   TO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
               MOVE "       PEDIDOS FORA DO RELATORIO." TO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.
           IF WRK-QTD-SEM-TITULO GREATER ZEROS
               MOVE WRK-QTD-SEM-TITULO TO WRK-QTD-ED
               MOVE SPACES TO RELOPER-LINHA
               STRING "AVISO: " WRK-QTD-ED " TITULO(S) FORA DO "
                      "CONTAS A RECEBER -- COMPARADOS PELO PROPRIO "
                      "NUMERO."
                   DELIMITED BY SIZE INTO RELOPER-LINHA
               PERFORM 0890-GRAVAR-LINHA
           END-IF.

       0875-TOTAL-REGRA   SECTION.
           MOVE WRK-INC-QTD(WRK-IDX-INC) TO WRK-QTD-ED.
           MOVE SPACES TO RELOPER-LINHA.
           STRING "CONFLITOS " WRK-INC-DESCRICAO(WRK-IDX-INC)
                  ": " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELOPER-LINHA.
           PERFORM 0890-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-INC.

       0880-TEXTO-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN OPR-SIT-ATIVO(WRK-IDX-OPR)
                   MOVE "ATIVO"        TO OPD-SITUACAO
               WHEN OPR-SIT-INATIVO(WRK-IDX-OPR)
                   MOVE "INATIVO"      TO OPD-SITUACAO
               WHEN OPR-SIT-BLOQUEADO(WRK-IDX-OPR)
                   MOVE "BLOQUEADO"    TO OPD-SITUACAO
               WHEN OTHER
                   MOVE "SEM CADASTRO" TO OPD-SITUACAO
           END-EVALUATE.

       0890-GRAVAR-LINHA  SECTION.
           WRITE RELOPER-LINHA.
           IF WRK-FS-RELOPER NOT EQUAL "00"
               MOVE WRK-FS-RELOPER TO UTIL-FS-CODIGO
               MOVE "RELOPER"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-AUDITLOG.
           CLOSE ARQ-OPERADOR.
           IF PEDSTAT-DISPONIVEL
               CLOSE ARQ-PEDSTAT
           END-IF.
           IF CONTAREC-DISPONIVEL
               CLOSE ARQ-CONTAREC
           END-IF.
           CLOSE ARQ-RELOPER.
           DISPLAY "LINHAS DO AUDITLOG DO MÊS... " WRK-QTD-AUDIT-MES.
           DISPLAY "CONFLITOS APURADOS.......... " WRK-QTD-CNF.
           DISPLAY "CONTAS SEM USO.............. " WRK-QTD-INATIVOS.
           DISPLAY "RELATÓRIO GRAVADO EM RELOPER.".

       COPY FSERROPR.
