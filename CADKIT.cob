       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADKIT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DA ESTRUTURA DE KITS (ARQUIVO
      *    ==          INDEXADO "KIT"), AO LADO DO CADPROD E NO MESMO
      *    ==          ESTILO DE MENU: INCLUIR E ALTERAR UM COMPONENTE
      *    ==          DO KIT E CONSULTAR O KIT INTEIRO. O KIT E OS
      *    ==          COMPONENTES SAO CONFERIDOS NO CADASTRO
      *    ==          "PRODUTO" ANTES DE GRAVAR, PARA A EXPLOSAO NA
      *    ==          ENTRADA DO PEDIDO NUNCA GERAR ITEM SEM CADASTRO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O KIT TEM NO MAXIMO 10 COMPONENTES E UM
      *==             COMPONENTE NAO PODE SER OUTRO KIT. A RETIRADA DE
      *==             UM COMPONENTE E FEITA ALTERANDO A QUANTIDADE
      *==             PARA ZERO, SEM APAGAR O REGISTRO. A CONSULTA
      *==             AVISA QUANDO OS PERCENTUAIS DE VALOR NAO SOMAM
      *==             100.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-KIT     ASSIGN TO "KIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.

           SELECT ARQ-PRODUTO ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-KIT.
           COPY KIT.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-KIT         PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR           VALUE "1".
           88  OPCAO-ALTERAR           VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".

       77  WRK-KIT            PIC X(10) VALUE SPACES.
       77  WRK-COMPONENTE     PIC X(10) VALUE SPACES.
       77  WRK-QUANTIDADE     PIC 9(05) VALUE ZEROS.
       77  WRK-PERC-VALOR     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-KIT-VALIDO     PIC X(01) VALUE "N".
           88  KIT-E-VALIDO            VALUE "S".
       77  WRK-COMP-VALIDO    PIC X(01) VALUE "N".
           88  COMPONENTE-E-VALIDO     VALUE "S".
       77  WRK-DADOS-VALIDOS  PIC X(01) VALUE "N".
           88  DADOS-SAO-VALIDOS       VALUE "S".

      *=======VARREDURA DOS COMPONENTES DE UM KIT (CONSULTA, LIMITE
      *=======DE 10 COMPONENTES E TESTE DE "COMPONENTE E KIT?")
       77  WRK-FIM-KIT        PIC X(01) VALUE "N".
           88  FIM-DO-KIT              VALUE "S".
       77  WRK-KIT-PROCURADO  PIC X(10) VALUE SPACES.
       77  WRK-QTD-COMP       PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-PERC      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-LISTAR         PIC X(01) VALUE "N".
           88  LISTAR-COMPONENTES      VALUE "S".

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======A ESTRUTURA DE KITS E CRIADA PELO PROPRIO PROGRAMA NA
      *=======PRIMEIRA EXECUCAO, COMO O CADERNO NO CADENDER.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-KIT.
           IF WRK-FS-KIT EQUAL "35"
               OPEN OUTPUT ARQ-KIT
               CLOSE ARQ-KIT
               OPEN I-O ARQ-KIT
           END-IF.
           IF WRK-FS-KIT NOT EQUAL "00"
               MOVE WRK-FS-KIT TO UTIL-FS-CODIGO
               MOVE "KIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           IF WRK-FS-PRODUTO NOT EQUAL "00"
               MOVE WRK-FS-PRODUTO TO UTIL-FS-CODIGO
               MOVE "PRODUTO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "ESTRUTURA DE KITS".
           DISPLAY "1 - INCLUIR COMPONENTE    2 - ALTERAR COMPONENTE".
           DISPLAY "3 - CONSULTAR KIT         4 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0200-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0300-ALTERAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0200-INCLUIR       SECTION.
           PERFORM 0210-RECEBE-KIT.
           IF KIT-E-VALIDO
               PERFORM 0220-RECEBE-COMPONENTE
           END-IF.
           IF KIT-E-VALIDO AND COMPONENTE-E-VALIDO
               MOVE WRK-KIT        TO KIT-CODIGO
               MOVE WRK-COMPONENTE TO KIT-COMPONENTE
               READ ARQ-KIT
                   INVALID KEY
                       PERFORM 0230-RECEBE-DADOS
                       IF DADOS-SAO-VALIDOS
                           PERFORM 0250-GRAVAR
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "COMPONENTE " WRK-COMPONENTE
                               " JÁ ESTÁ NO KIT " WRK-KIT
                               " -- INCLUSÃO CANCELADA."
               END-READ
           END-IF.

      *=======O KIT PRECISA ESTAR NO CADASTRO DE PRODUTOS (DE LA SAI A
      *=======DESCRICAO DA LINHA DO KIT NA NOTA) E TER MENOS DE 10
      *=======COMPONENTES ATIVOS.
       0210-RECEBE-KIT    SECTION.
           MOVE "N" TO WRK-KIT-VALIDO.
           DISPLAY "CÓDIGO DO KIT... ".
           ACCEPT WRK-KIT.
           MOVE WRK-KIT TO PROD-CODIGO.
           READ ARQ-PRODUTO
               INVALID KEY
                   DISPLAY "KIT " WRK-KIT " NÃO CADASTRADO COMO "
                           "PRODUTO (CADPROD) -- INCLUSÃO CANCELADA."
               NOT INVALID KEY
                   DISPLAY "KIT: " PROD-DESCRICAO
                   SET KIT-E-VALIDO TO TRUE
           END-READ.
           IF KIT-E-VALIDO
               MOVE WRK-KIT TO WRK-KIT-PROCURADO
               MOVE "N"     TO WRK-LISTAR
               PERFORM 0500-VARRER-KIT
               IF WRK-QTD-COMP NOT LESS 10
                   DISPLAY "KIT " WRK-KIT " JÁ TEM 10 COMPONENTES "
                           "-- INCLUSÃO CANCELADA."
                   MOVE "N" TO WRK-KIT-VALIDO
               END-IF
           END-IF.

      *=======COMPONENTE: PRODUTO ATIVO, DIFERENTE DO PROPRIO KIT E
      *=======QUE NAO SEJA, ELE MESMO, UM KIT (SEM KIT DENTRO DE KIT).
       0220-RECEBE-COMPONENTE SECTION.
           MOVE "N" TO WRK-COMP-VALIDO.
           DISPLAY "CÓDIGO DO COMPONENTE... ".
           ACCEPT WRK-COMPONENTE.
           IF WRK-COMPONENTE EQUAL WRK-KIT
               DISPLAY "O KIT NÃO PODE SER COMPONENTE DE SI MESMO."
           ELSE
               MOVE WRK-COMPONENTE TO PROD-CODIGO
               READ ARQ-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO " WRK-COMPONENTE
                               " NÃO CADASTRADO."
                   NOT INVALID KEY
                       IF PROD-ATIVO EQUAL "S"
                           DISPLAY "COMPONENTE: " PROD-DESCRICAO
                           SET COMPONENTE-E-VALIDO TO TRUE
                       ELSE
                           DISPLAY "PRODUTO " WRK-COMPONENTE
                                   " INATIVO."
                       END-IF
               END-READ
           END-IF.
           IF COMPONENTE-E-VALIDO
               MOVE WRK-COMPONENTE TO WRK-KIT-PROCURADO
               MOVE "N"            TO WRK-LISTAR
               PERFORM 0500-VARRER-KIT
               IF WRK-QTD-COMP GREATER ZEROS
                   DISPLAY "PRODUTO " WRK-COMPONENTE " É UM KIT -- "
                           "KIT DENTRO DE KIT NÃO É ACEITO."
                   MOVE "N" TO WRK-COMP-VALIDO
               END-IF
           END-IF.

       0230-RECEBE-DADOS  SECTION.
           MOVE "N" TO WRK-DADOS-VALIDOS.
           DISPLAY "QUANTIDADE DO COMPONENTE EM UM KIT "
                   "(ZERO = RETIRAR)... ".
           ACCEPT WRK-QUANTIDADE.
           DISPLAY "PERCENTUAL DO VALOR DO KIT (999,99)... ".
           ACCEPT WRK-PERC-VALOR.
           IF WRK-QUANTIDADE IS NOT NUMERIC
              OR WRK-PERC-VALOR IS NOT NUMERIC
               DISPLAY "QUANTIDADE OU PERCENTUAL NÃO NUMÉRICO."
           ELSE
               IF WRK-PERC-VALOR GREATER 100
                   DISPLAY "PERCENTUAL ACIMA DE 100."
               ELSE
                   SET DADOS-SAO-VALIDOS TO TRUE
               END-IF
           END-IF.

       0250-GRAVAR        SECTION.
           MOVE WRK-KIT        TO KIT-CODIGO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           MOVE WRK-QUANTIDADE TO KIT-QUANTIDADE.
           MOVE WRK-PERC-VALOR TO KIT-PERC-VALOR.
           WRITE KIT-REC.
           IF WRK-FS-KIT EQUAL "00"
               DISPLAY "COMPONENTE INCLUÍDO NO KIT."
           ELSE
               DISPLAY "ERRO GRAVANDO COMPONENTE. STATUS "
                       WRK-FS-KIT
           END-IF.

       0300-ALTERAR       SECTION.
           DISPLAY "CÓDIGO DO KIT... ".
           ACCEPT WRK-KIT.
           DISPLAY "CÓDIGO DO COMPONENTE... ".
           ACCEPT WRK-COMPONENTE.
           MOVE WRK-KIT        TO KIT-CODIGO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ ARQ-KIT
               INVALID KEY
                   DISPLAY "COMPONENTE NÃO ENCONTRADO NO KIT."
               NOT INVALID KEY
                   DISPLAY "QUANTIDADE ATUAL... " KIT-QUANTIDADE
                   DISPLAY "PERCENTUAL ATUAL... " KIT-PERC-VALOR
                   PERFORM 0230-RECEBE-DADOS
                   IF DADOS-SAO-VALIDOS
                       MOVE WRK-QUANTIDADE TO KIT-QUANTIDADE
                       MOVE WRK-PERC-VALOR TO KIT-PERC-VALOR
                       REWRITE KIT-REC
                       IF WRK-FS-KIT EQUAL "00"
                           DISPLAY "COMPONENTE ALTERADO."
                       ELSE
                           DISPLAY "ERRO ALTERANDO COMPONENTE. "
                                   "STATUS " WRK-FS-KIT
                       END-IF
                   END-IF
           END-READ.

       0400-CONSULTAR     SECTION.
           DISPLAY "CÓDIGO DO KIT... ".
           ACCEPT WRK-KIT.
           MOVE WRK-KIT TO PROD-CODIGO.
           READ ARQ-PRODUTO
               INVALID KEY
                   DISPLAY "KIT: (SEM CADASTRO DE PRODUTO)"
               NOT INVALID KEY
                   DISPLAY "KIT: " PROD-DESCRICAO
           END-READ.
           MOVE WRK-KIT TO WRK-KIT-PROCURADO.
           MOVE "S"     TO WRK-LISTAR.
           PERFORM 0500-VARRER-KIT.
           IF WRK-QTD-COMP EQUAL ZEROS
               DISPLAY "NENHUM COMPONENTE ATIVO -- NÃO É KIT."
           ELSE
               DISPLAY "COMPONENTES... " WRK-QTD-COMP
                       "  SOMA DOS PERCENTUAIS... " WRK-SOMA-PERC
               IF WRK-SOMA-PERC NOT EQUAL 100
                   DISPLAY "ATENÇÃO: PERCENTUAIS NÃO SOMAM 100 -- O "
                           "VALOR SERÁ RATEADO PELA PROPORÇÃO."
               END-IF
           END-IF.

      *=======CONTA (E, NA CONSULTA, LISTA) OS COMPONENTES ATIVOS DO
      *=======KIT PROCURADO; QUANTIDADE ZERO = COMPONENTE RETIRADO.
       0500-VARRER-KIT    SECTION.
           MOVE ZEROS TO WRK-QTD-COMP.
           MOVE ZEROS TO WRK-SOMA-PERC.
           MOVE "N"   TO WRK-FIM-KIT.
           MOVE WRK-KIT-PROCURADO TO KIT-CODIGO.
           MOVE LOW-VALUES        TO KIT-COMPONENTE.
           START ARQ-KIT KEY NOT LESS KIT-CHAVE
               INVALID KEY
                   SET FIM-DO-KIT TO TRUE
           END-START.
           PERFORM 0510-LER-KIT UNTIL FIM-DO-KIT.

       0510-LER-KIT       SECTION.
           READ ARQ-KIT NEXT
               AT END
                   SET FIM-DO-KIT TO TRUE
               NOT AT END
                   IF KIT-CODIGO NOT EQUAL WRK-KIT-PROCURADO
                       SET FIM-DO-KIT TO TRUE
                   ELSE
                       IF KIT-QUANTIDADE GREATER ZEROS
                           ADD 1 TO WRK-QTD-COMP
                           ADD KIT-PERC-VALOR TO WRK-SOMA-PERC
                           IF LISTAR-COMPONENTES
                               DISPLAY "  " KIT-COMPONENTE
                                       "  QTD " KIT-QUANTIDADE
                                       "  PERC " KIT-PERC-VALOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-KIT.
           CLOSE ARQ-PRODUTO.

       COPY FSERROPR.
