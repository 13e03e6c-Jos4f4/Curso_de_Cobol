      *==             ENCERRA). O "PARAMETR" CLASSICO E A CARGAPARM
      *==             CONTINUAM VALENDO COMO RESERVA PARA PARAMETRO
      *==             AINDA SEM VIGENCIA CADASTRADA.
      *==   XX/XX/2026 - VIGENCIA COM INICIO EM MES JA FECHADO NO
      *==                CONTROLE DE PERIODOS ("PERIODO") NAO PODE SER
      *==                INCLUIDA NEM ALTERADA (PERIODPR): O VALOR JA
      *==                FOI USADO NO MES EXPORTADO.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-PERIODO ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PARMVIG.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PARMVIG      PIC X(02) VALUE "00".
       77  WRK-FS-PARMHIST     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.

       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-NIVEL           PIC 9(01) VALUE ZEROS.
           MOVE WRK-CODIGO      TO PMV-CODIGO.
           MOVE WRK-DATA-INICIO TO PMV-DATA-INICIO.

      *=======VIGENCIA QUE COMECA EM MES FECHADO NAO E MEXIDA.
       0160-CONFERIR-PERIODO SECTION.
           MOVE WRK-DATA-INICIO TO UTIL-PER-DATA.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY "INÍCIO DA VIGÊNCIA EM MÊS JÁ FECHADO ("
                       UTIL-PER-MES ") -- OPERAÇÃO RECUSADA."
           END-IF.

       0200-INCLUIR        SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           PERFORM 0160-CONFERIR-PERIODO.
           IF PERIODO-ABERTO
               READ ARQ-PARMVIG
                   INVALID KEY
                       PERFORM 0220-RECEBE-DADOS
                       PERFORM 0250-GRAVAR
                   NOT INVALID KEY
                       DISPLAY "VIGÊNCIA JÁ CADASTRADA PARA "
                               WRK-CODIGO " EM " WRK-DATA-INICIO
                               " -- INCLUSÃO CANCELADA."
               END-READ
           END-IF.

       0220-RECEBE-DADOS   SECTION.
           DISPLAY "VALOR (DECIMAIS IMPLÍCITOS V9999)... ".

       0300-ALTERAR        SECTION.
           PERFORM 0150-RECEBE-CHAVE.
           PERFORM 0160-CONFERIR-PERIODO.
           IF PERIODO-ABERTO
               READ ARQ-PARMVIG
                   INVALID KEY
                       DISPLAY "VIGÊNCIA NÃO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM 0320-RECEBE-E-GRAVA
               END-READ
           END-IF.

       0320-RECEBE-E-GRAVA SECTION.
           DISPLAY "VALOR ATUAL....... " PMV-VALOR.
           CLOSE ARQ-PARMHIST.

       COPY FSERROPR.
       COPY PERIODPR.
