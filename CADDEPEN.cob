       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDEPEN.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DOS DEPENDENTES (ARQUIVO INDEXADO
      *    ==          "DEPEND") E DAS PENSOES ALIMENTICIAS JUDICIAIS
      *    ==          (ARQUIVO INDEXADO "PENSAO") DE CADA
      *    ==          FUNCIONARIO, NO MESMO ESTILO DE MENU DO
      *    ==          CADEMPR: INCLUIR, ALTERAR E CONSULTAR, COM O
      *    ==          FUNCIONARIO CONFERIDO NO CADASTRO "FUNCIONAR".
      *    ==          A FOLHA ABATE OS DEPENDENTES DA BASE DO IRRF E
      *    ==          DESCONTA/PAGA AS PENSOES.
      *==DATA XX/XX/2026
      *==OBSERVACOES: NADA E EXCLUIDO: DEPENDENTE QUE DEIXA DE VALER
      *==             PARA O IRRF FICA COM "N" NA MARCA; PENSAO
      *==             ENCERRADA FICA INATIVA. A SEQUENCIA DE CADA
      *==             FUNCIONARIO E ATRIBUIDA NA INCLUSAO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEPEND   ASSIGN TO "DEPEND"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.

           SELECT ARQ-PENSAO   ASSIGN TO "PENSAO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-PENSAO.
           COPY PENSAO.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-DEPEND      PIC X(02) VALUE "00".
       77  WRK-FS-PENSAO      PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR-DEPEND    VALUE "1".
           88  OPCAO-ALTERAR-DEPEND    VALUE "2".
           88  OPCAO-INCLUIR-PENSAO    VALUE "3".
           88  OPCAO-ALTERAR-PENSAO    VALUE "4".
           88  OPCAO-CONSULTAR         VALUE "5".
           88  OPCAO-ENCERRAR          VALUE "6".
       77  WRK-FIM-MANUTENCAO PIC X(01) VALUE "N".
           88  FIM-DE-MANUTENCAO       VALUE "S".
       77  WRK-CODIGO         PIC 9(04) VALUE ZEROS.
       77  WRK-SEQUENCIA      PIC 9(02) VALUE ZEROS.
       77  WRK-PROXIMA-SEQ    PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-VALIDO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-E-VALIDO    VALUE "S".
       77  WRK-DADOS-OK       PIC X(01) VALUE "N".
           88  DADOS-SAO-VALIDOS       VALUE "S".
       77  WRK-FIM-LISTA      PIC X(01) VALUE "N".
           88  FIM-DA-LISTA            VALUE "S".
       77  WRK-QTD-LISTADOS   PIC 9(02) VALUE ZEROS.

      *=======CAMPOS DIGITADOS DO DEPENDENTE
       77  WRK-DPD-NOME       PIC X(30) VALUE SPACES.
       77  WRK-DPD-PARENTESCO PIC X(01) VALUE SPACES.
       77  WRK-DPD-NASCIMENTO PIC X(08) VALUE SPACES.
       77  WRK-DPD-IRRF       PIC X(01) VALUE SPACES.

      *=======CAMPOS DIGITADOS DA PENSAO
       77  WRK-PEN-BENEFICIARIO PIC X(15) VALUE SPACES.
       77  WRK-PEN-PROCESSO   PIC X(20) VALUE SPACES.
       77  WRK-PEN-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-PEN-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PEN-VALOR-FIXO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PEN-BANCO      PIC 9(03) VALUE ZEROS.
       77  WRK-PEN-AGENCIA    PIC 9(04) VALUE ZEROS.
       77  WRK-PEN-CONTA      PIC 9(08) VALUE ZEROS.
       77  WRK-PEN-ATIVA      PIC X(01) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-MANUTENCAO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======OS DOIS CADASTROS SAO CRIADOS NA PRIMEIRA EXECUCAO,
      *=======COMO O EMPRFUNC NO CADEMPR.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-DEPEND.
           IF WRK-FS-DEPEND EQUAL "35"
               OPEN OUTPUT ARQ-DEPEND
               CLOSE ARQ-DEPEND
               OPEN I-O ARQ-DEPEND
           END-IF.
           IF WRK-FS-DEPEND NOT EQUAL "00"
               MOVE WRK-FS-DEPEND TO UTIL-FS-CODIGO
               MOVE "DEPEND"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PENSAO.
           IF WRK-FS-PENSAO EQUAL "35"
               OPEN OUTPUT ARQ-PENSAO
               CLOSE ARQ-PENSAO
               OPEN I-O ARQ-PENSAO
           END-IF.
           IF WRK-FS-PENSAO NOT EQUAL "00"
               MOVE WRK-FS-PENSAO TO UTIL-FS-CODIGO
               MOVE "PENSAO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "DEPENDENTES E PENSÕES ALIMENTÍCIAS".
           DISPLAY "1 - INCLUIR DEPENDENTE  2 - ALTERAR DEPENDENTE".
           DISPLAY "3 - INCLUIR PENSÃO      4 - ALTERAR PENSÃO".
           DISPLAY "5 - CONSULTAR           6 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-INCLUIR-DEPEND
                   PERFORM 0200-INCLUIR-DEPENDENTE
               WHEN OPCAO-ALTERAR-DEPEND
                   PERFORM 0300-ALTERAR-DEPENDENTE
               WHEN OPCAO-INCLUIR-PENSAO
                   PERFORM 0400-INCLUIR-PENSAO
               WHEN OPCAO-ALTERAR-PENSAO
                   PERFORM 0500-ALTERAR-PENSAO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0600-CONSULTAR
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

      *=======DEPENDENTES
       0200-INCLUIR-DEPENDENTE SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               PERFORM 0220-RECEBE-DEPENDENTE
               IF DADOS-SAO-VALIDOS
                   PERFORM 0240-PROXIMA-SEQ-DEPEND
                   IF WRK-PROXIMA-SEQ GREATER 98
                       DISPLAY "FUNCIONÁRIO JÁ TEM 99 DEPENDENTES "
                               "-- INCLUSÃO CANCELADA."
                   ELSE
                       ADD 1 TO WRK-PROXIMA-SEQ
                       MOVE WRK-CODIGO      TO DPD-FUNCIONARIO
                       MOVE WRK-PROXIMA-SEQ TO DPD-SEQUENCIA
                       PERFORM 0250-MOVER-DEPENDENTE
                       WRITE DEPEND-REC
                       IF WRK-FS-DEPEND EQUAL "00"
                           DISPLAY "DEPENDENTE " DPD-SEQUENCIA
                                   " INCLUÍDO."
                       ELSE
                           DISPLAY "ERRO GRAVANDO DEPENDENTE. STATUS "
                                   WRK-FS-DEPEND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-RECEBE-DEPENDENTE SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "NOME DO DEPENDENTE... ".
           ACCEPT WRK-DPD-NOME.
           DISPLAY "PARENTESCO (F=FILHO C=CÔNJUGE P=PAI/MÃE "
                   "O=OUTRO)... ".
           ACCEPT WRK-DPD-PARENTESCO.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD)... ".
           ACCEPT WRK-DPD-NASCIMENTO.
           DISPLAY "DEDUZ NO IRRF (S/N)... ".
           ACCEPT WRK-DPD-IRRF.
           MOVE WRK-DPD-PARENTESCO TO DPD-PARENTESCO.
           EVALUATE TRUE
               WHEN WRK-DPD-NOME EQUAL SPACES
                   DISPLAY "NOME OBRIGATÓRIO."
               WHEN NOT DPD-PARENTESCO-VALIDO
                   DISPLAY "PARENTESCO INVÁLIDO."
               WHEN WRK-DPD-NASCIMENTO NOT NUMERIC
                   DISPLAY "DATA DE NASCIMENTO INVÁLIDA."
               WHEN WRK-DPD-IRRF NOT EQUAL "S"
                AND WRK-DPD-IRRF NOT EQUAL "N"
                   DISPLAY "INFORME S OU N PARA O IRRF."
               WHEN OTHER
                   SET DADOS-SAO-VALIDOS TO TRUE
           END-EVALUATE.

      *=======MAIOR SEQUENCIA JA USADA PELO FUNCIONARIO (ZERO QUANDO
      *=======NAO TEM NENHUM DEPENDENTE).
       0240-PROXIMA-SEQ-DEPEND SECTION.
           MOVE ZEROS      TO WRK-PROXIMA-SEQ.
           MOVE "N"        TO WRK-FIM-LISTA.
           MOVE WRK-CODIGO TO DPD-FUNCIONARIO.
           MOVE ZEROS      TO DPD-SEQUENCIA.
           START ARQ-DEPEND KEY NOT LESS DPD-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0245-LER-SEQ-DEPEND UNTIL FIM-DA-LISTA.

       0245-LER-SEQ-DEPEND SECTION.
           READ ARQ-DEPEND NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF DPD-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       MOVE DPD-SEQUENCIA TO WRK-PROXIMA-SEQ
                   END-IF
           END-READ.

       0250-MOVER-DEPENDENTE SECTION.
           MOVE WRK-DPD-NOME       TO DPD-NOME.
           MOVE WRK-DPD-PARENTESCO TO DPD-PARENTESCO.
           MOVE WRK-DPD-NASCIMENTO TO DPD-DATA-NASCIMENTO.
           MOVE WRK-DPD-IRRF       TO DPD-IRRF.

       0300-ALTERAR-DEPENDENTE SECTION.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... ".
           ACCEPT WRK-CODIGO.
           DISPLAY "SEQUÊNCIA DO DEPENDENTE... ".
           ACCEPT WRK-SEQUENCIA.
           MOVE WRK-CODIGO    TO DPD-FUNCIONARIO.
           MOVE WRK-SEQUENCIA TO DPD-SEQUENCIA.
           READ ARQ-DEPEND
               INVALID KEY
                   DISPLAY "DEPENDENTE NÃO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "ATUAL: " DPD-NOME " " DPD-PARENTESCO
                           " " DPD-DATA-NASCIMENTO " IRRF " DPD-IRRF
                   PERFORM 0220-RECEBE-DEPENDENTE
                   IF DADOS-SAO-VALIDOS
                       PERFORM 0250-MOVER-DEPENDENTE
                       REWRITE DEPEND-REC
                       IF WRK-FS-DEPEND EQUAL "00"
                           DISPLAY "DEPENDENTE ALTERADO."
                       ELSE
                           DISPLAY "ERRO GRAVANDO DEPENDENTE. STATUS "
                                   WRK-FS-DEPEND
                       END-IF
                   END-IF
           END-READ.

      *=======PENSOES ALIMENTICIAS
       0400-INCLUIR-PENSAO SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               PERFORM 0420-RECEBE-PENSAO
               IF DADOS-SAO-VALIDOS
                   PERFORM 0440-PROXIMA-SEQ-PENSAO
                   IF WRK-PROXIMA-SEQ GREATER 98
                       DISPLAY "FUNCIONÁRIO JÁ TEM 99 PENSÕES "
                               "-- INCLUSÃO CANCELADA."
                   ELSE
                       ADD 1 TO WRK-PROXIMA-SEQ
                       MOVE WRK-CODIGO      TO PEN-FUNCIONARIO
                       MOVE WRK-PROXIMA-SEQ TO PEN-SEQUENCIA
                       PERFORM 0450-MOVER-PENSAO
                       WRITE PENSAO-REC
                       IF WRK-FS-PENSAO EQUAL "00"
                           DISPLAY "PENSÃO " PEN-SEQUENCIA
                                   " INCLUÍDA."
                       ELSE
                           DISPLAY "ERRO GRAVANDO PENSÃO. STATUS "
                                   WRK-FS-PENSAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0420-RECEBE-PENSAO SECTION.
           MOVE "N"   TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-PEN-PERCENTUAL.
           MOVE ZEROS TO WRK-PEN-VALOR-FIXO.
           DISPLAY "BENEFICIÁRIO... ".
           ACCEPT WRK-PEN-BENEFICIARIO.
           DISPLAY "NÚMERO DO PROCESSO... ".
           ACCEPT WRK-PEN-PROCESSO.
           DISPLAY "TIPO (P=PERCENTUAL DO LÍQUIDO F=VALOR FIXO)... ".
           ACCEPT WRK-PEN-TIPO.
           MOVE WRK-PEN-TIPO TO PEN-TIPO.
           IF PEN-POR-PERCENTUAL
               DISPLAY "PERCENTUAL DO LÍQUIDO... "
               ACCEPT WRK-PEN-PERCENTUAL
           END-IF.
           IF PEN-POR-VALOR-FIXO
               DISPLAY "VALOR MENSAL... "
               ACCEPT WRK-PEN-VALOR-FIXO
           END-IF.
           DISPLAY "BANCO DO BENEFICIÁRIO... ".
           ACCEPT WRK-PEN-BANCO.
           DISPLAY "AGÊNCIA... ".
           ACCEPT WRK-PEN-AGENCIA.
           DISPLAY "CONTA... ".
           ACCEPT WRK-PEN-CONTA.
           DISPLAY "PENSÃO ATIVA (S/N)... ".
           ACCEPT WRK-PEN-ATIVA.
           EVALUATE TRUE
               WHEN WRK-PEN-BENEFICIARIO EQUAL SPACES
                   DISPLAY "BENEFICIÁRIO OBRIGATÓRIO."
               WHEN NOT PEN-TIPO-VALIDO
                   DISPLAY "TIPO DE PENSÃO INVÁLIDO."
               WHEN PEN-POR-PERCENTUAL
                AND (WRK-PEN-PERCENTUAL EQUAL ZEROS
                     OR WRK-PEN-PERCENTUAL GREATER 100)
                   DISPLAY "PERCENTUAL DEVE SER DE 0,01 A 100."
               WHEN PEN-POR-VALOR-FIXO
                AND WRK-PEN-VALOR-FIXO EQUAL ZEROS
                   DISPLAY "VALOR FIXO OBRIGATÓRIO."
               WHEN WRK-PEN-BANCO EQUAL ZEROS
                 OR WRK-PEN-CONTA EQUAL ZEROS
                   DISPLAY "CONTA DO BENEFICIÁRIO OBRIGATÓRIA."
               WHEN WRK-PEN-ATIVA NOT EQUAL "S"
                AND WRK-PEN-ATIVA NOT EQUAL "N"
                   DISPLAY "INFORME S OU N PARA PENSÃO ATIVA."
               WHEN OTHER
                   SET DADOS-SAO-VALIDOS TO TRUE
           END-EVALUATE.

       0440-PROXIMA-SEQ-PENSAO SECTION.
           MOVE ZEROS      TO WRK-PROXIMA-SEQ.
           MOVE "N"        TO WRK-FIM-LISTA.
           MOVE WRK-CODIGO TO PEN-FUNCIONARIO.
           MOVE ZEROS      TO PEN-SEQUENCIA.
           START ARQ-PENSAO KEY NOT LESS PEN-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0445-LER-SEQ-PENSAO UNTIL FIM-DA-LISTA.

       0445-LER-SEQ-PENSAO SECTION.
           READ ARQ-PENSAO NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF PEN-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       MOVE PEN-SEQUENCIA TO WRK-PROXIMA-SEQ
                   END-IF
           END-READ.

       0450-MOVER-PENSAO  SECTION.
           MOVE WRK-PEN-BENEFICIARIO TO PEN-BENEFICIARIO.
           MOVE WRK-PEN-PROCESSO     TO PEN-PROCESSO.
           MOVE WRK-PEN-TIPO         TO PEN-TIPO.
           MOVE WRK-PEN-PERCENTUAL   TO PEN-PERCENTUAL.
           MOVE WRK-PEN-VALOR-FIXO   TO PEN-VALOR-FIXO.
           MOVE WRK-PEN-BANCO        TO PEN-BANCO.
           MOVE WRK-PEN-AGENCIA      TO PEN-AGENCIA.
           MOVE WRK-PEN-CONTA        TO PEN-CONTA.
           MOVE WRK-PEN-ATIVA        TO PEN-ATIVA.

       0500-ALTERAR-PENSAO SECTION.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... ".
           ACCEPT WRK-CODIGO.
           DISPLAY "SEQUÊNCIA DA PENSÃO... ".
           ACCEPT WRK-SEQUENCIA.
           MOVE WRK-CODIGO    TO PEN-FUNCIONARIO.
           MOVE WRK-SEQUENCIA TO PEN-SEQUENCIA.
           READ ARQ-PENSAO
               INVALID KEY
                   DISPLAY "PENSÃO NÃO ENCONTRADA."
               NOT INVALID KEY
                   DISPLAY "ATUAL: " PEN-BENEFICIARIO " PROC. "
                           PEN-PROCESSO " TIPO " PEN-TIPO
                           " ATIVA " PEN-ATIVA
                   PERFORM 0420-RECEBE-PENSAO
                   IF DADOS-SAO-VALIDOS
                       PERFORM 0450-MOVER-PENSAO
                       REWRITE PENSAO-REC
                       IF WRK-FS-PENSAO EQUAL "00"
                           DISPLAY "PENSÃO ALTERADA."
                       ELSE
                           DISPLAY "ERRO GRAVANDO PENSÃO. STATUS "
                                   WRK-FS-PENSAO
                       END-IF
                   END-IF
           END-READ.

      *=======CONSULTA: TODOS OS DEPENDENTES E PENSOES DO FUNCIONARIO
       0600-CONSULTAR     SECTION.
           PERFORM 0150-RECEBE-FUNCIONARIO.
           IF FUNCIONARIO-E-VALIDO
               DISPLAY "DEPENDENTES:"
               MOVE ZEROS      TO WRK-QTD-LISTADOS
               MOVE "N"        TO WRK-FIM-LISTA
               MOVE WRK-CODIGO TO DPD-FUNCIONARIO
               MOVE ZEROS      TO DPD-SEQUENCIA
               START ARQ-DEPEND KEY NOT LESS DPD-CHAVE
                   INVALID KEY
                       SET FIM-DA-LISTA TO TRUE
               END-START
               PERFORM 0620-LISTAR-DEPENDENTE UNTIL FIM-DA-LISTA
               IF WRK-QTD-LISTADOS EQUAL ZEROS
                   DISPLAY "  NENHUM DEPENDENTE CADASTRADO."
               END-IF
               DISPLAY "PENSÕES ALIMENTÍCIAS:"
               MOVE ZEROS      TO WRK-QTD-LISTADOS
               MOVE "N"        TO WRK-FIM-LISTA
               MOVE WRK-CODIGO TO PEN-FUNCIONARIO
               MOVE ZEROS      TO PEN-SEQUENCIA
               START ARQ-PENSAO KEY NOT LESS PEN-CHAVE
                   INVALID KEY
                       SET FIM-DA-LISTA TO TRUE
               END-START
               PERFORM 0640-LISTAR-PENSAO UNTIL FIM-DA-LISTA
               IF WRK-QTD-LISTADOS EQUAL ZEROS
                   DISPLAY "  NENHUMA PENSÃO CADASTRADA."
               END-IF
           END-IF.

       0620-LISTAR-DEPENDENTE SECTION.
           READ ARQ-DEPEND NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF DPD-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY "  " DPD-SEQUENCIA " " DPD-NOME
                               " " DPD-PARENTESCO " NASC. "
                               DPD-DATA-NASCIMENTO " IRRF " DPD-IRRF
                   END-IF
           END-READ.

       0640-LISTAR-PENSAO SECTION.
           READ ARQ-PENSAO NEXT
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF PEN-FUNCIONARIO NOT EQUAL WRK-CODIGO
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY "  " PEN-SEQUENCIA " "
                               PEN-BENEFICIARIO " PROC. "
                               PEN-PROCESSO " ATIVA " PEN-ATIVA
                       IF PEN-POR-PERCENTUAL
                           DISPLAY "     " PEN-PERCENTUAL
                                   "% DO LÍQUIDO"
                       ELSE
                           DISPLAY "     VALOR FIXO " PEN-VALOR-FIXO
                       END-IF
                       DISPLAY "     BCO " PEN-BANCO " AG "
                               PEN-AGENCIA " CTA " PEN-CONTA
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-DEPEND.
           CLOSE ARQ-PENSAO.
           CLOSE ARQ-FUNCIONAR.

       COPY FSERROPR.
