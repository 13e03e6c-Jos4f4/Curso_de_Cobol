       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBENEF.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DOS BENEFICIOS DA FOLHA, NO MESMO
      *    ==          ESTILO DE MENU DO CADEMPR: ADESAO DO
      *    ==          FUNCIONARIO A CADA BENEFICIO (ARQUIVO INDEXADO
      *    ==          "BENEFFUN": VT, VR OU PS, OPCAO E DEPENDENTES
      *    ==          COBERTOS) E A TABELA DE CUSTO COM VIGENCIA
      *    ==          (ARQUIVO INDEXADO "BENCUSTO"). A FOLHA CALCULA
      *    ==          A PARTE DO FUNCIONARIO E A DA EMPRESA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CUSTO NAO E ALTERADO NEM EXCLUIDO: REAJUSTE E
      *==             UMA VIGENCIA NOVA. ADESAO SO ACEITA OPCAO QUE JA
      *==             TENHA CUSTO CADASTRADO E, NO PLANO DE SAUDE, NO
      *==             MAXIMO OS DEPENDENTES DO CADASTRO "DEPEND".
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BENEFFUN ASSIGN TO "BENEFFUN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-CHAVE
               FILE STATUS IS WRK-FS-BENEFFUN.

           SELECT ARQ-BENCUSTO ASSIGN TO "BENCUSTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCU-CHAVE
               FILE STATUS IS WRK-FS-BENCUSTO.

           SELECT ARQ-DEPEND   ASSIGN TO "DEPEND"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BENEFFUN.
           COPY BENEFFUN.

       FD  ARQ-BENCUSTO.
           COPY BENCUSTO.

       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BENEFFUN    PIC X(02) VALUE "00".
       77  WRK-FS-BENCUSTO    PIC X(02) VALUE "00".
       77  WRK-FS-DEPEND      PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-ADESAO            VALUE "1".
           88  OPCAO-CONSULTAR-ADESAO  VALUE "2".
           88  OPCAO-INCLUIR-CUSTO     VALUE "3".
           88  OPCAO-CONSULTAR-CUSTO   VALUE "4".
           88  OPCAO-ENCERRAR          VALUE "5".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".
       77  WRK-CODIGO         PIC 9(04) VALUE ZEROS.
       77  WRK-FUNC-VALIDO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-E-VALIDO    VALUE "S".
       77  WRK-DADOS-OK       PIC X(01) VALUE "N".
           88  DADOS-SAO-VALIDOS       VALUE "S".
       77  WRK-ADESAO-EXISTE  PIC X(01) VALUE "N".
           88  ADESAO-JA-EXISTE        VALUE "S".
       77  WRK-DEPEND-ATIVO   PIC X(01) VALUE "N".
           88  DEPENDENTES-ATIVO       VALUE "S".
       77  WRK-FIM-LISTA      PIC X(01) VALUE "N".
           88  FIM-DA-LISTA            VALUE "S".
       77  WRK-QTD-LISTADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DEPEND-CAD PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CUSTOS     PIC 9(03) VALUE ZEROS.

      *=======CAMPOS DIGITADOS DA ADESAO
       77  WRK-BNF-TIPO       PIC X(02) VALUE SPACES.
       77  WRK-BNF-OPCAO      PIC X(02) VALUE SPACES.
       77  WRK-BNF-DEPEND     PIC 9(02) VALUE ZEROS.
       77  WRK-BNF-ADESAO     PIC X(08) VALUE SPACES.
       77  WRK-BNF-ATIVO      PIC X(01) VALUE SPACES.

      *=======CAMPOS DIGITADOS DO CUSTO
       77  WRK-BCU-TIPO       PIC X(02) VALUE SPACES.
       77  WRK-BCU-OPCAO      PIC X(02) VALUE SPACES.
       77  WRK-BCU-VIGENCIA   PIC X(08) VALUE SPACES.
       77  WRK-BCU-DESCRICAO  PIC X(20) VALUE SPACES.
       77  WRK-BCU-TITULAR    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BCU-DEPENDENTE PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BCU-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======OS DOIS CADASTROS SAO CRIADOS NA PRIMEIRA EXECUCAO,
      *=======COMO O EMPRFUNC NO CADEMPR. SEM O "DEPEND", O PLANO DE
      *=======SAUDE NAO ACEITA DEPENDENTE COBERTO.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-BENEFFUN.
           IF WRK-FS-BENEFFUN EQUAL "35"
               OPEN OUTPUT ARQ-BENEFFUN
               CLOSE ARQ-BENEFFUN
               OPEN I-O ARQ-BENEFFUN
           END-IF.
           IF WRK-FS-BENEFFUN NOT EQUAL "00"
               MOVE WRK-FS-BENEFFUN TO UTIL-FS-CODIGO
               MOVE "BENEFFUN"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-BENCUSTO.
           IF WRK-FS-BENCUSTO EQUAL "35"
               OPEN OUTPUT ARQ-BENCUSTO
               CLOSE ARQ-BENCUSTO
               OPEN I-O ARQ-BENCUSTO
           END-IF.
           IF WRK-FS-BENCUSTO NOT EQUAL "00"
               MOVE WRK-FS-BENCUSTO TO UTIL-FS-CODIGO
               MOVE "BENCUSTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-DEPEND.
           IF WRK-FS-DEPEND EQUAL "00"
               SET DEPENDENTES-ATIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "BENEFÍCIOS (VT / VR / PLANO DE SAÚDE)".
           DISPLAY "1 - ADESÃO DO FUNCIONÁRIO".
           DISPLAY "2 - CONSULTAR ADESÕES".
           DISPLAY "3 - INCLUIR VIGÊNCIA DE CUSTO".
           DISPLAY "4 - CONSULTAR CUSTOS".
           DISPLAY "5 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ADESAO
                   PERFORM 0200-ADESAO
               WHEN OPCAO-CONSULTAR-ADESAO
                   PERFORM 0300-CONSULTAR-ADESAO
               WHEN OPCAO-INCLUIR-CUSTO
                   PERFORM 0400-INCLUIR-CUSTO
               WHEN OPCAO-CONSULTAR-CUSTO
                   PERFORM 0500-CONSULTAR-CUSTO
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0150-RECEBE-FUNCIONARIO SECTION.
           MOVE "N" TO WRK-FUNC-VALIDO.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... ".
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FUNC-CODIGO.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   DISPLAY "FUNCIONÁRIO " WRK-CODIGO " NÃO "
                           "CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "FUNCIONÁRIO: " FUNC-NOME
                   SET FUNCIONARIO-E-VALIDO TO TRUE
           END-READ.

      *=======ADESAO: INCLUI OU REGRAVA A LINHA FUNCIONARIO + TIPO
       0200-ADESAO        SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               DISPLAY "BENEFÍCIO (VT/VR/PS)... "
               ACCEPT WRK-BNF-TIPO
               MOVE WRK-CODIGO   TO BNF-FUNCIONARIO
               MOVE WRK-BNF-TIPO TO BNF-TIPO
               IF NOT BNF-TIPO-VALIDO
                   DISPLAY "BENEFÍCIO INVÁLIDO."
               ELSE
                   MOVE "N" TO WRK-ADESAO-EXISTE
                   READ ARQ-BENEFFUN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ADESAO-JA-EXISTE TO TRUE
                           DISPLAY "ATUAL: OPÇÃO " BNF-OPCAO
                                   " DEPENDENTES " BNF-DEPENDENTES
                                   " DESDE " BNF-DATA-ADESAO
                                   " ATIVO " BNF-ATIVO
                   END-READ
                   PERFORM 0220-RECEBE-ADESAO
                   IF DADOS-SAO-VALIDOS
                       PERFORM 0250-GRAVAR-ADESAO
                   END-IF
               END-IF
           END-IF.

       0220-RECEBE-ADESAO SECTION.
           MOVE "N"   TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-BNF-DEPEND.
           DISPLAY "OPÇÃO CONTRATADA... ".
           ACCEPT WRK-BNF-OPCAO.
           IF BNF-PLANO-SAUDE
               DISPLAY "DEPENDENTES COBERTOS... "
               ACCEPT WRK-BNF-DEPEND
           END-IF.
           DISPLAY "DATA DE ADESÃO (AAAAMMDD)... ".
           ACCEPT WRK-BNF-ADESAO.
           DISPLAY "ATIVO (S/N)... ".
           ACCEPT WRK-BNF-ATIVO.
           PERFORM 0230-VERIFICAR-OPCAO.
           PERFORM 0240-CONTAR-DEPENDENTES.
           EVALUATE TRUE
               WHEN WRK-QTD-CUSTOS EQUAL ZEROS
                   DISPLAY "OPÇÃO " WRK-BNF-OPCAO " SEM CUSTO "
                           "CADASTRADO PARA " WRK-BNF-TIPO "."
               WHEN WRK-BNF-DEPEND GREATER WRK-QTD-DEPEND-CAD
                   DISPLAY "FUNCIONÁRIO TEM " WRK-QTD-DEPEND-CAD
                           " DEPENDENTE(S) NO CADASTRO."
               WHEN WRK-BNF-ADESAO NOT NUMERIC
                   DISPLAY "DATA DE ADESÃO INVÁLIDA."
               WHEN WRK-BNF-ATIVO NOT EQUAL "S"
                AND WRK-BNF-ATIVO NOT EQUAL "N"
                   DISPLAY "INFORME S OU N PARA ATIVO."
               WHEN OTHER
                   SET DADOS-SAO-VALIDOS TO TRUE
           END-EVALUATE.

      *=======A OPCAO SO VALE SE TIVER PELO MENOS UMA VIGENCIA DE CUSTO
       0230-VERIFICAR-OPCAO SECTION.
           MOVE ZEROS         TO WRK-QTD-CUSTOS.
           MOVE "N"           TO WRK-FIM-LISTA.
           MOVE WRK-BNF-TIPO  TO BCU-TIPO.
           MOVE WRK-BNF-OPCAO TO BCU-OPCAO.
           MOVE LOW-VALUES    TO BCU-VIGENCIA.
           START ARQ-BENCUSTO KEY NOT LESS BCU-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           IF NOT FIM-DA-LISTA
               READ ARQ-BENCUSTO NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BCU-TIPO EQUAL WRK-BNF-TIPO
                          AND BCU-OPCAO EQUAL WRK-BNF-OPCAO
                           ADD 1 TO WRK-QTD-CUSTOS
                       END-IF
               END-READ
           END-IF.

       0240-CONTAR-DEPENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-DEPEND-CAD.
           IF DEPENDENTES-ATIVO
               MOVE "N"        TO WRK-FIM-LISTA
               MOVE WRK-CODIGO TO DPD-FUNCIONARIO
               MOVE ZEROS      TO DPD-SEQUENCIA
               START ARQ-DEPEND KEY NOT LESS DPD-CHAVE
                   INVALID KEY
                       SET FIM-DA-LISTA TO TRUE
               END-START
               PERFORM 0245-LER-DEPENDENTE UNTIL FIM-DA-LISTA
           END-IF.

       0245-LER-DEPENDENTE SECTION.
           READ ARQ-DEPEND NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF DPD-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-DEPEND-CAD
                   END-IF
           END-READ.

       0250-GRAVAR-ADESAO SECTION.
           MOVE WRK-CODIGO     TO BNF-FUNCIONARIO.
           MOVE WRK-BNF-TIPO   TO BNF-TIPO.
           MOVE WRK-BNF-OPCAO  TO BNF-OPCAO.
           MOVE WRK-BNF-DEPEND TO BNF-DEPENDENTES.
           MOVE WRK-BNF-ADESAO TO BNF-DATA-ADESAO.
           MOVE WRK-BNF-ATIVO  TO BNF-ATIVO.
           IF ADESAO-JA-EXISTE
               REWRITE BENEFFUN-REC
           ELSE
               WRITE BENEFFUN-REC
           END-IF.
           IF WRK-FS-BENEFFUN EQUAL "00"
               DISPLAY "ADESÃO REGISTRADA."
           ELSE
               DISPLAY "ERRO GRAVANDO ADESÃO. STATUS "
                       WRK-FS-BENEFFUN
           END-IF.

       0300-CONSULTAR-ADESAO SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               MOVE ZEROS      TO WRK-QTD-LISTADOS
               MOVE "N"        TO WRK-FIM-LISTA
               MOVE WRK-CODIGO TO BNF-FUNCIONARIO
               MOVE LOW-VALUES TO BNF-TIPO
               START ARQ-BENEFFUN KEY NOT LESS BNF-CHAVE
                   INVALID KEY
                       SET FIM-DA-LISTA TO TRUE
               END-START
               PERFORM 0320-LISTAR-ADESAO UNTIL FIM-DA-LISTA
               IF WRK-QTD-LISTADOS EQUAL ZEROS
                   DISPLAY "  NENHUM BENEFÍCIO CADASTRADO."
               END-IF
           END-IF.

       0320-LISTAR-ADESAO SECTION.
           READ ARQ-BENEFFUN NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF BNF-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY "  " BNF-TIPO " OPÇÃO " BNF-OPCAO
                               " DEPENDENTES " BNF-DEPENDENTES
                               " DESDE " BNF-DATA-ADESAO
                               " ATIVO " BNF-ATIVO
                   END-IF
           END-READ.

      *=======CUSTO: SO INCLUSAO DE VIGENCIA NOVA
       0400-INCLUIR-CUSTO SECTION.
           MOVE "N"   TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-BCU-DEPENDENTE.
           MOVE ZEROS TO WRK-BCU-PERCENTUAL.
           DISPLAY "BENEFÍCIO (VT/VR/PS)... ".
           ACCEPT WRK-BCU-TIPO.
           DISPLAY "OPÇÃO... ".
           ACCEPT WRK-BCU-OPCAO.
           DISPLAY "INÍCIO DA VIGÊNCIA (AAAAMMDD)... ".
           ACCEPT WRK-BCU-VIGENCIA.
           DISPLAY "DESCRIÇÃO... ".
           ACCEPT WRK-BCU-DESCRICAO.
           DISPLAY "CUSTO MENSAL POR FUNCIONÁRIO... ".
           ACCEPT WRK-BCU-TITULAR.
           MOVE WRK-BCU-TIPO TO BNF-TIPO.
           IF BNF-PLANO-SAUDE
               DISPLAY "CUSTO MENSAL POR DEPENDENTE... "
               ACCEPT WRK-BCU-DEPENDENTE
           END-IF.
           IF NOT BNF-VALE-TRANSPORTE
               DISPLAY "PERCENTUAL PAGO PELO FUNCIONÁRIO... "
               ACCEPT WRK-BCU-PERCENTUAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT BNF-TIPO-VALIDO
                   DISPLAY "BENEFÍCIO INVÁLIDO."
               WHEN WRK-BCU-OPCAO EQUAL SPACES
                   DISPLAY "OPÇÃO OBRIGATÓRIA."
               WHEN WRK-BCU-VIGENCIA NOT NUMERIC
                   DISPLAY "VIGÊNCIA INVÁLIDA."
               WHEN WRK-BCU-TITULAR EQUAL ZEROS
                   DISPLAY "CUSTO OBRIGATÓRIO."
               WHEN WRK-BCU-PERCENTUAL GREATER 100
                   DISPLAY "PERCENTUAL ACIMA DE 100."
               WHEN OTHER
                   SET DADOS-SAO-VALIDOS TO TRUE
           END-EVALUATE.
           IF DADOS-SAO-VALIDOS
               MOVE WRK-BCU-TIPO       TO BCU-TIPO
               MOVE WRK-BCU-OPCAO      TO BCU-OPCAO
               MOVE WRK-BCU-VIGENCIA   TO BCU-VIGENCIA
               MOVE WRK-BCU-DESCRICAO  TO BCU-DESCRICAO
               MOVE WRK-BCU-TITULAR    TO BCU-CUSTO-TITULAR
               MOVE WRK-BCU-DEPENDENTE TO BCU-CUSTO-DEPENDENTE
               MOVE WRK-BCU-PERCENTUAL TO BCU-PERC-FUNCIONARIO
               WRITE BENCUSTO-REC
                   INVALID KEY
                       DISPLAY "VIGÊNCIA JÁ CADASTRADA PARA ESTA "
                               "OPÇÃO -- INCLUSÃO CANCELADA."
                   NOT INVALID KEY
                       DISPLAY "VIGÊNCIA DE CUSTO INCLUÍDA."
               END-WRITE
           END-IF.

       0500-CONSULTAR-CUSTO SECTION.
           DISPLAY "BENEFÍCIO (VT/VR/PS)... ".
           ACCEPT WRK-BCU-TIPO.
           MOVE ZEROS        TO WRK-QTD-LISTADOS.
           MOVE "N"          TO WRK-FIM-LISTA.
           MOVE WRK-BCU-TIPO TO BCU-TIPO.
           MOVE LOW-VALUES   TO BCU-OPCAO.
           MOVE LOW-VALUES   TO BCU-VIGENCIA.
           START ARQ-BENCUSTO KEY NOT LESS BCU-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0520-LISTAR-CUSTO UNTIL FIM-DA-LISTA.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "  NENHUM CUSTO CADASTRADO PARA " WRK-BCU-TIPO
                       "."
           END-IF.

       0520-LISTAR-CUSTO  SECTION.
           READ ARQ-BENCUSTO NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF BCU-TIPO NOT EQUAL WRK-BCU-TIPO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY "  " BCU-OPCAO " " BCU-VIGENCIA " "
                               BCU-DESCRICAO " TITULAR "
                               BCU-CUSTO-TITULAR " DEPEND. "
                               BCU-CUSTO-DEPENDENTE " FUNC. "
                               BCU-PERC-FUNCIONARIO "%"
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BENEFFUN.
           CLOSE ARQ-BENCUSTO.
           IF DEPENDENTES-ATIVO
               CLOSE ARQ-DEPEND
           END-IF.
           CLOSE ARQ-FUNCIONAR.

       COPY FSERROPR.
