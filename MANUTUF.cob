      *==DATA XX/XX/2026
      *==OBSERVACOES: A CARGAUF CONTINUA EXISTINDO PARA A CARGA
      *==             INICIAL; O DIA A DIA E AQUI.
      *==   XX/XX/2026 - A ALTERACAO VALE A PARTIR DA DATA DO DIA E E
      *==                RECUSADA SE ESSE MES JA ESTA FECHADO NO
      *==                CONTROLE DE PERIODOS ("PERIODO", PERIODPR).
      *==   XX/XX/2026 - CADA CAMPO ALTERADO TAMBEM VAI PARA O DIARIO
      *==                GERAL DE ALTERACOES DOS CADASTROS ("ALTCAD",
      *==                ALTCADPR), COM PERCENTUAL, TARIFA POR KG E
      *==                ICMS MARCADOS COMO SENSIVEIS. O UFHIST FICA
      *==                COMO ESTA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

           SELECT ARQ-ALTCAD  ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.


       DATA                DIVISION.
       FILE                SECTION.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-PERIODO.
           COPY PERIODO.

       FD  ARQ-ALTCAD.
           COPY ALTCAD.


       WORKING-STORAGE     SECTION.
       77  WRK-FS-UFRATE       PIC X(02) VALUE "00".
       77  WRK-FS-UFHIST       PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.
           COPY ALTCADWS.

       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           ELSE
               DISPLAY "OPERADOR DA SESSÃO: " WRK-OPERADOR
           END-IF.
           MOVE "MANUTUF"    TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======A TAXA NOVA VALE DESDE HOJE; COM O MES CORRENTE JA
      *=======FECHADO, NENHUMA ALTERACAO E ACEITA.
       0200-ALTERAR        SECTION.
           ACCEPT UTIL-PER-DATA FROM DATE YYYYMMDD.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY "MÊS " UTIL-PER-MES " JÁ FECHADO -- "
                       "ALTERAÇÃO RECUSADA."
           ELSE
               DISPLAY "UF... "
               ACCEPT WRK-UF
               MOVE WRK-UF TO UFRATE-UF
               READ ARQ-UFRATE
                   INVALID KEY
                       DISPLAY "UF NÃO CADASTRADA."
                   NOT INVALID KEY
                       PERFORM 0250-RECEBE-E-GRAVA
               END-READ
           END-IF.

       0250-RECEBE-E-GRAVA SECTION.
           DISPLAY "PERCENTUAL ATUAL..... " UFRATE-PERCENTUAL.
           DISPLAY "NOVO ATIVO (S/N)..... ".
           ACCEPT WRK-ATIVO.

           MOVE "UFRATE" TO UTIL-ALT-ARQUIVO.
           MOVE WRK-UF   TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           PERFORM 0300-HISTORICO-CAMPOS.

           MOVE WRK-PERCENTUAL TO UFRATE-PERCENTUAL.
           REWRITE UFRATE-REC.
           IF WRK-FS-UFRATE EQUAL "00"
               DISPLAY "UF ALTERADA."
               PERFORM 9350-GRAVA-ALTERACOES
           ELSE
               DISPLAY "ERRO ALTERANDO UF. STATUS " WRK-FS-UFRATE
           END-IF.

      *=======UMA LINHA DE HISTORICO POR CAMPO QUE REALMENTE MUDOU,
      *=======COM O VALOR ANTIGO E O NOVO FORMATADOS COMO TEXTO. AS
      *=======TAXAS (PERCENTUAL, TARIFA POR KG E ICMS) SAO CAMPOS
      *=======SENSIVEIS NO DIARIO DE ALTERACOES.
       0300-HISTORICO-CAMPOS SECTION.
           IF WRK-PERCENTUAL NOT EQUAL UFRATE-PERCENTUAL
               MOVE "PERCENTUAL" TO WRK-HIST-CAMPO
               MOVE "S" TO UTIL-ALT-SENSIVEL
               MOVE UFRATE-PERCENTUAL TO WRK-ED-PERC
               MOVE WRK-ED-PERC TO WRK-HIST-ANTIGO
               MOVE WRK-PERCENTUAL TO WRK-ED-PERC
           END-IF.
           IF WRK-VALOR-KG NOT EQUAL UFRATE-VALOR-KG
               MOVE "VALOR-KG" TO WRK-HIST-CAMPO
               MOVE "S" TO UTIL-ALT-SENSIVEL
               MOVE UFRATE-VALOR-KG TO WRK-ED-KG
               MOVE WRK-ED-KG TO WRK-HIST-ANTIGO
               MOVE WRK-VALOR-KG TO WRK-ED-KG
           END-IF.
           IF WRK-ICMS NOT EQUAL UFRATE-ICMS-PERC
               MOVE "ICMS-PERC" TO WRK-HIST-CAMPO
               MOVE "S" TO UTIL-ALT-SENSIVEL
               MOVE UFRATE-ICMS-PERC TO WRK-ED-ICMS
               MOVE WRK-ED-ICMS TO WRK-HIST-ANTIGO
               MOVE WRK-ICMS TO WRK-ED-ICMS
           MOVE WRK-HIST-ANTIGO TO UFH-VALOR-ANTIGO.
           MOVE WRK-HIST-NOVO   TO UFH-VALOR-NOVO.
           WRITE UFHIST-REC.
           MOVE WRK-HIST-CAMPO  TO UTIL-ALT-CAMPO.
           MOVE WRK-HIST-ANTIGO TO UTIL-ALT-ANTIGO.
           MOVE WRK-HIST-NOVO   TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           IF WRK-FS-UFHIST NOT EQUAL "00"
               MOVE WRK-FS-UFHIST TO UTIL-FS-CODIGO
               MOVE "UFHIST"      TO UTIL-FS-ARQUIVO
           CLOSE ARQ-UFHIST.

       COPY FSERROPR.
       COPY PERIODPR.
       COPY ALTCADPR.
