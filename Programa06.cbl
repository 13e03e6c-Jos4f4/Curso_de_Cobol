      *==                (PEDIDO NA ABERTURA); A FOLHA USA A VIGENCIA
      *==                PARA PAGAR A DIFERENCA RETROATIVA DE AUMENTO
      *==                DIGITADO COM ATRASO.
      *==   XX/XX/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *==                ALTERACOES DOS CADASTROS ("ALTCAD", ALTCADPR)
      *==                CADA CAMPO MUDADO, COM VALOR ANTIGO E NOVO;
      *==                SALARIO, BANCO, AGENCIA E CONTA SAO CAMPOS
      *==                SENSIVEIS. O SALHIST CONTINUA COMO ESTA.
      *==   XX/XX/2026 - INCLUIDA A FILIAL DE LOTACAO (FUNC-FILIAL),
      *==                CONFERIDA NO CADASTRO "FILIAL"; 00 =
      *==                DEPARTAMENTO COMPARTILHADO (RATEADO NO
      *==                DEMONSTRATIVO POR FILIAL, DREFIL).
      *==   XX/XX/2026 - A ALTERACAO DE SALARIO TAMBEM SAI NO AUDITLOG
      *==                (CHAVE = CODIGO DO FUNCIONARIO) COM O
      *==                OPERADOR, PARA O RELOPER CRUZAR QUEM MUDOU
      *==                SALARIO COM QUEM RODOU A FOLHA DO MES.
      *==   XX/XX/2026 - CADASTRO "FILIAL" QUE NAO ABRE ENCERRA O
      *==                PROGRAMA (ANTES A CONFERENCIA DA FILIAL
      *==                RECUSAVA TODO CODIGO E PEDIA DE NOVO PARA
      *==                SEMPRE). AUDITLOG QUE NAO ABRE OU NAO GRAVA DA
      *==                AVISO; A ALTERACAO JA ESTA GRAVADA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

           SELECT ARQ-FILIAL ASSIGN TO "FILIAL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FS-FILIAL.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.


       DATA                DIVISION.
       FILE                SECTION.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       FD  ARQ-FILIAL.
           COPY FILIAL.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.


       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-AGENCIA PIC 9(04) VALUE ZEROS.
           05 WRK-CONTA   PIC 9(08) VALUE ZEROS.
           05 WRK-DEPARTAMENTO PIC X(03) VALUE SPACES.
           05 WRK-FILIAL  PIC 9(02) VALUE ZEROS.

       77  WRK-FS-FUNCIONAR    PIC X(02) VALUE "00".
       77  WRK-FS-SALHIST      PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-FS-FILIAL       PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
           COPY ALTCADWS.
           COPY FSERRO.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-SALARIO-ANTIGO  PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-EFETIVA    PIC X(08) VALUE SPACES.
           88  FIM-DE-MANUTENCAO        VALUE "S".
       77  WRK-CODIGO-EM-USO   PIC X(01) VALUE "N".
           88  CODIGO-JA-CADASTRADO     VALUE "S".
       77  WRK-FILIAL-OK       PIC X(01) VALUE "N".
           88  FILIAL-E-VALIDA          VALUE "S".

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
       0050-ABRIR          SECTION.
           OPEN I-O ARQ-FUNCIONAR.
           OPEN EXTEND ARQ-SALHIST.
           OPEN INPUT ARQ-FILIAL.
           IF WRK-FS-FILIAL NOT EQUAL "00"
               MOVE WRK-FS-FILIAL TO UTIL-FS-CODIGO
               MOVE "FILIAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
           ELSE
               DISPLAY "OPERADOR DA SESSÃO: " WRK-OPERADOR
           END-IF.
           MOVE "PROGRAMA06" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               MOVE WRK-AGENCIA TO FUNC-AGENCIA
               MOVE WRK-CONTA   TO FUNC-CONTA
               MOVE WRK-DEPARTAMENTO TO FUNC-DEPARTAMENTO
               MOVE WRK-FILIAL  TO FUNC-FILIAL
               WRITE FUNCIONAR-REC
               IF WRK-FS-FUNCIONAR EQUAL "00"
                   DISPLAY "FUNCIONÁRIO INCLUÍDO."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO FUNCIONÁRIO. STATUS "
                           WRK-FS-FUNCIONAR
           ACCEPT WRK-CONTA.
           DISPLAY "DEPARTAMENTO (ADM/VND/DEP)... "
           ACCEPT WRK-DEPARTAMENTO.
           MOVE "N" TO WRK-FILIAL-OK.
           PERFORM 0215-RECEBE-FILIAL UNTIL FILIAL-E-VALIDA.

      *=======FILIAL DE LOTACAO: 00 = DEPARTAMENTO COMPARTILHADO
      *=======(ADMINISTRACAO CENTRAL), RATEADO ENTRE AS FILIAIS NO
      *=======DREFIL; QUALQUER OUTRO CODIGO PRECISA EXISTIR NO
      *=======CADASTRO DE FILIAIS.
       0215-RECEBE-FILIAL  SECTION.
           DISPLAY "FILIAL DE LOTAÇÃO (00 = COMPARTILHADO)... "
           ACCEPT WRK-FILIAL.
           IF WRK-FILIAL EQUAL ZEROS
               SET FILIAL-E-VALIDA TO TRUE
           ELSE
               MOVE WRK-FILIAL TO FIL-CODIGO
               READ ARQ-FILIAL
                   INVALID KEY
                       DISPLAY "FILIAL " WRK-FILIAL
                               " NÃO CADASTRADA."
                   NOT INVALID KEY
                       SET FILIAL-E-VALIDA TO TRUE
               END-READ
           END-IF.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "FUNCIONAR" TO UTIL-ALT-ARQUIVO.
           MOVE FUNC-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO"  TO UTIL-ALT-CAMPO.
           MOVE SPACES      TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO"  TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... "
                           FUNC-DEPARTAMENTO
                   DISPLAY "NOVO DEPARTAMENTO... "
                   ACCEPT WRK-DEPARTAMENTO
                   DISPLAY "FILIAL ATUAL... " FUNC-FILIAL
                   MOVE "N" TO WRK-FILIAL-OK
                   PERFORM 0215-RECEBE-FILIAL UNTIL FILIAL-E-VALIDA
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-NOME    TO FUNC-NOME
                   MOVE WRK-SALARIO TO FUNC-SALARIO
                   MOVE WRK-BANCO   TO FUNC-BANCO
                   MOVE WRK-AGENCIA TO FUNC-AGENCIA
                   MOVE WRK-CONTA   TO FUNC-CONTA
                   MOVE WRK-DEPARTAMENTO TO FUNC-DEPARTAMENTO
                   MOVE WRK-FILIAL  TO FUNC-FILIAL
                   REWRITE FUNCIONAR-REC
                   IF WRK-FS-FUNCIONAR EQUAL "00"
                       DISPLAY "FUNCIONÁRIO ALTERADO."
                       PERFORM 9350-GRAVA-ALTERACOES
                       IF WRK-SALARIO NOT EQUAL WRK-SALARIO-ANTIGO
                           PERFORM 0350-GRAVAR-SALHIST
                       END-IF
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "FUNCIONAR" TO UTIL-ALT-ARQUIVO.
           MOVE FUNC-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "NOME"       TO UTIL-ALT-CAMPO.
           MOVE FUNC-NOME    TO UTIL-ALT-ANTIGO.
           MOVE WRK-NOME     TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "SALARIO"    TO UTIL-ALT-CAMPO.
           MOVE FUNC-SALARIO TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-SALARIO  TO UTIL-ALT-NUM-NOVO.
           MOVE "S"          TO UTIL-ALT-SENSIVEL.
           PERFORM 9320-COMPARA-NUMERO.
           MOVE "BANCO"      TO UTIL-ALT-CAMPO.
           MOVE FUNC-BANCO   TO UTIL-ALT-ANTIGO.
           MOVE WRK-BANCO    TO UTIL-ALT-NOVO.
           MOVE "S"          TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "AGENCIA"    TO UTIL-ALT-CAMPO.
           MOVE FUNC-AGENCIA TO UTIL-ALT-ANTIGO.
           MOVE WRK-AGENCIA  TO UTIL-ALT-NOVO.
           MOVE "S"          TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "CONTA"      TO UTIL-ALT-CAMPO.
           MOVE FUNC-CONTA   TO UTIL-ALT-ANTIGO.
           MOVE WRK-CONTA    TO UTIL-ALT-NOVO.
           MOVE "S"          TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "DEPARTAMENTO"    TO UTIL-ALT-CAMPO.
           MOVE FUNC-DEPARTAMENTO TO UTIL-ALT-ANTIGO.
           MOVE WRK-DEPARTAMENTO  TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "FILIAL"     TO UTIL-ALT-CAMPO.
           MOVE FUNC-FILIAL  TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-FILIAL   TO UTIL-ALT-NUM-NOVO.
           PERFORM 9320-COMPARA-NUMERO.

      *=======ALTERACAO DE SALARIO DEIXA RASTRO: VALOR ANTIGO, NOVO,
      *=======VIGENCIA DO AUMENTO (PODE SER MES JA FECHADO, CASO EM
      *=======QUE A FOLHA PAGA A DIFERENCA RETROATIVA), DATA DA
               DISPLAY "ERRO GRAVANDO HISTÓRICO DE SALÁRIO. STATUS "
                       WRK-FS-SALHIST
           END-IF.
           PERFORM 0360-AUDITAR-SALARIO.

       0360-AUDITAR-SALARIO SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               DISPLAY "AVISO: AUDITLOG INDISPONÍVEL (STATUS "
                       WRK-FS-AUDITLOG ") -- ALTERAÇÃO DE SALÁRIO "
                       "SEM REGISTRO NA AUDITORIA."
           ELSE
               ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA FROM TIME
               MOVE "PROGRAMA06" TO AUDIT-PROGRAMA
               MOVE WRK-CODIGO   TO AUDIT-CHAVE
               MOVE SPACES TO AUDIT-RESULTADO
               STRING "SALARIO ALTERADO VIG " WRK-DATA-EFETIVA
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
               MOVE WRK-OPERADOR TO AUDIT-OPERADOR
               WRITE AUDIT-REC
               IF WRK-FS-AUDITLOG NOT EQUAL "00"
                   DISPLAY "AVISO: ERRO NA GRAVAÇÃO DO AUDITLOG "
                           "(STATUS " WRK-FS-AUDITLOG ") -- "
                           "ALTERAÇÃO DE SALÁRIO SEM REGISTRO NA "
                           "AUDITORIA."
               END-IF
               CLOSE ARQ-AUDITLOG
           END-IF.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DO FUNCIONÁRIO... "
           DISPLAY "BANCO... " FUNC-BANCO " AGÊNCIA... " FUNC-AGENCIA
                   " CONTA... " FUNC-CONTA.
           DISPLAY "DEPARTAMENTO... " FUNC-DEPARTAMENTO.
           DISPLAY "FILIAL... " FUNC-FILIAL.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-FUNCIONAR.
           CLOSE ARQ-SALHIST.
           CLOSE ARQ-FILIAL.

       COPY FSERROPR.
       COPY ALTCADPR.
