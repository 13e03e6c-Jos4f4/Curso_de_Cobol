      *==                AUDITLOG. A INCLUSAO CARIMBA A DATA DA SENHA
      *==                E ZERA FALHAS/BLOQUEIO/HISTORICO; A
      *==                ALTERACAO DE SENHA TAMBEM RENOVA A DATA.
      *==   XX/XX/2026 - INCLUSAO, ALTERACAO E DESBLOQUEIO GRAVAM NO
      *==                DIARIO DE ALTERACOES DOS CADASTROS ("ALTCAD",
      *==                ALTCADPR) CADA CAMPO MUDADO, COM O OPERADOR
      *==                DA SESSAO. NIVEL E SENHA SAO CAMPOS
      *==                SENSIVEIS; A TROCA DE SENHA SAI SEM O VALOR.
      *==   XX/XX/2026 - A INCLUSAO SAI SEM DATA DE ULTIMO ACESSO
      *==                (OPR-DATA-ACESSO) E A CONSULTA MOSTRA A DATA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-OPERADOR.
       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
           05 WRK-CODIGO    PIC X(08) VALUE SPACES.
       77  WRK-FS-OPERADOR     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
       77  WRK-NIVEL-SESSAO    PIC 9(01) VALUE ZEROS.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           MOVE "CADOPER"           TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR-SESSAO TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               MOVE "N"    TO OPR-BLOQUEADO
               MOVE SPACES TO OPR-SENHA-ANT1
               MOVE SPACES TO OPR-SENHA-ANT2
               MOVE SPACES TO OPR-DATA-ACESSO
               WRITE OPERADOR-REC
               IF WRK-FS-OPERADOR EQUAL "00"
                   DISPLAY "OPERADOR INCLUÍDO."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO OPERADOR. STATUS "
                           WRK-FS-OPERADOR
           DISPLAY "ATIVO (S/N)... "
           ACCEPT WRK-ATIVO.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "OPERADOR" TO UTIL-ALT-ARQUIVO.
           MOVE OPR-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DO OPERADOR... "
           ACCEPT WRK-CODIGO.
                   DISPLAY "ATIVO ATUAL... " OPR-ATIVO
                   DISPLAY "NOVO ATIVO (S/N)... "
                   ACCEPT WRK-ATIVO
                   PERFORM 0310-COMPARA-CAMPOS
                   IF WRK-SENHA NOT EQUAL OPR-SENHA
                       MOVE OPR-SENHA-ANT1 TO OPR-SENHA-ANT2
                       MOVE OPR-SENHA      TO OPR-SENHA-ANT1
                   REWRITE OPERADOR-REC
                   IF WRK-FS-OPERADOR EQUAL "00"
                       DISPLAY "OPERADOR ALTERADO."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO OPERADOR. STATUS "
                               WRK-FS-OPERADOR
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU. A
      *=======SENHA NUNCA VAI COM O VALOR, SO A MARCA DA TROCA.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "OPERADOR" TO UTIL-ALT-ARQUIVO.
           MOVE OPR-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "NOME" TO UTIL-ALT-CAMPO.
           MOVE OPR-NOME TO UTIL-ALT-ANTIGO.
           MOVE WRK-NOME TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "NIVEL" TO UTIL-ALT-CAMPO.
           MOVE OPR-NIVEL TO UTIL-ALT-ANTIGO.
           MOVE WRK-NIVEL TO UTIL-ALT-NOVO.
           MOVE "S" TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ATIVO" TO UTIL-ALT-CAMPO.
           MOVE OPR-ATIVO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ATIVO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "SENHA"  TO UTIL-ALT-CAMPO.
           MOVE SPACES   TO UTIL-ALT-ANTIGO.
           MOVE SPACES   TO UTIL-ALT-NOVO.
           IF WRK-SENHA NOT EQUAL OPR-SENHA
               MOVE "(OCULTA)"   TO UTIL-ALT-ANTIGO
               MOVE "(ALTERADA)" TO UTIL-ALT-NOVO
           END-IF.
           MOVE "S"      TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DO OPERADOR... "
           ACCEPT WRK-CODIGO.
           DISPLAY "ATIVO... " OPR-ATIVO.
           DISPLAY "BLOQUEADO... " OPR-BLOQUEADO.
           DISPLAY "SENHA TROCADA EM... " OPR-DATA-SENHA.
           DISPLAY "ÚLTIMO ACESSO... " OPR-DATA-ACESSO.

      *=======SO OPERADOR DE NIVEL 9 LIBERA UM BLOQUEIO; A LIBERACAO
      *=======ZERA AS FALHAS E SAI NO AUDITLOG COM QUEM LIBEROU.
                   INVALID KEY
                       DISPLAY "CÓDIGO NÃO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "OPERADOR"    TO UTIL-ALT-ARQUIVO
                       MOVE OPR-CODIGO    TO UTIL-ALT-CHAVE
                       PERFORM 9300-INICIA-ALTERACAO
                       MOVE "BLOQUEADO"   TO UTIL-ALT-CAMPO
                       MOVE OPR-BLOQUEADO TO UTIL-ALT-ANTIGO
                       MOVE "N"           TO UTIL-ALT-NOVO
                       MOVE "S"           TO UTIL-ALT-SENSIVEL
                       PERFORM 9310-COMPARA-CAMPO
                       MOVE "FALHAS"      TO UTIL-ALT-CAMPO
                       MOVE OPR-FALHAS    TO UTIL-ALT-ANTIGO
                       MOVE "0"           TO UTIL-ALT-NOVO
                       PERFORM 9310-COMPARA-CAMPO
                       MOVE "N"   TO OPR-BLOQUEADO
                       MOVE ZEROS TO OPR-FALHAS
                       REWRITE OPERADOR-REC
                       DISPLAY "OPERADOR " WRK-CODIGO
                               " DESBLOQUEADO."
                       PERFORM 0550-AUDITAR-DESBLOQUEIO
                       PERFORM 9350-GRAVA-ALTERACOES
               END-READ
           END-IF.


       0900-ENCERRAR       SECTION.
           CLOSE ARQ-OPERADOR.

       COPY ALTCADPR.
