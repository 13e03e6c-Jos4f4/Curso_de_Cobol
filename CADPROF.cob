      *    ==          RESULTADO POR PROFESSOR.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PERIODO EM AAAAPP (ANO + 01/02).
      *==   XX/XX/2026 - O PROFESSOR PASSA A TER A CARGA SEMANAL DO
      *==                CONTRATO (AULAS POR SEMANA, ZERO = SEM
      *==                LIMITE), PEDIDA NA INCLUSAO E NA ALTERACAO,
      *==                PARA O CADGRADE NAO ESTOURAR O CONTRATO.
      *==   XX/XX/2026 - PROFESSOR HORISTA: PEDE TAMBEM O FUNCIONARIO
      *==                VINCULADO (CONFERIDO NO CADASTRO "FUNCIONAR",
      *==                COMO NO CADEMPR) E O VALOR DA HORA-AULA, DE
      *==                ONDE O APURAULA PAGA AS AULAS DADAS NA FOLHA.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PFT-CHAVE
               FILE STATUS IS WRK-FS-PROFTURM.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PROFESSOR.
       FD  ARQ-PROFTURM.
           COPY PROFTURM.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PROFESSOR   PIC X(02) VALUE "00".
       77  WRK-FS-PROFTURM    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
       77  WRK-CODIGO         PIC 9(04) VALUE ZEROS.
       77  WRK-NOME           PIC X(20) VALUE SPACES.
       77  WRK-ATIVO          PIC X(01) VALUE "S".
       77  WRK-CARGA          PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-CODIGO    PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-HORA     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-CAD-FUNC-ATIVO PIC X(01) VALUE "N".
           88  CADASTRO-FUNC-ATIVO     VALUE "S".
       77  WRK-TURMA          PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA     PIC X(04) VALUE SPACES.
       77  WRK-PERIODO        PIC X(06) VALUE SPACES.
               CLOSE ARQ-PROFTURM
               OPEN I-O ARQ-PROFTURM
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR EQUAL "00"
               SET CADASTRO-FUNC-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE FUNCIONÁRIOS INDISPONÍVEL "
                       "(STATUS " WRK-FS-FUNCIONAR ") -- VÍNCULO "
                       "SEM CONFERÊNCIA."
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
                   ACCEPT WRK-NOME
                   DISPLAY "ATIVO (S/N)... "
                   ACCEPT WRK-ATIVO
                   DISPLAY "CARGA SEMANAL EM AULAS (0 = SEM "
                           "LIMITE)... "
                   ACCEPT WRK-CARGA
                   PERFORM 0250-RECEBE-VINCULO
                   MOVE WRK-CODIGO TO PRF-CODIGO
                   MOVE WRK-NOME   TO PRF-NOME
                   MOVE WRK-ATIVO  TO PRF-ATIVO
                   MOVE WRK-CARGA  TO PRF-CARGA-SEMANAL
                   MOVE WRK-FUNC-CODIGO TO PRF-FUNC-CODIGO
                   MOVE WRK-VALOR-HORA  TO PRF-VALOR-HORA
                   WRITE PROFESSOR-REC
                   IF WRK-FS-PROFESSOR EQUAL "00"
                       DISPLAY "PROFESSOR INCLUÍDO."
                   ACCEPT WRK-NOME
                   DISPLAY "ATIVO (S/N)... "
                   ACCEPT WRK-ATIVO
                   DISPLAY "CARGA SEMANAL ATUAL... " PRF-CARGA-SEMANAL
                   DISPLAY "NOVA CARGA SEMANAL (0 = SEM LIMITE)... "
                   ACCEPT WRK-CARGA
                   DISPLAY "FUNCIONÁRIO VINCULADO ATUAL... "
                           PRF-FUNC-CODIGO
                           " HORA-AULA " PRF-VALOR-HORA
                   PERFORM 0250-RECEBE-VINCULO
                   MOVE WRK-NOME  TO PRF-NOME
                   MOVE WRK-ATIVO TO PRF-ATIVO
                   MOVE WRK-CARGA TO PRF-CARGA-SEMANAL
                   MOVE WRK-FUNC-CODIGO TO PRF-FUNC-CODIGO
                   MOVE WRK-VALOR-HORA  TO PRF-VALOR-HORA
                   REWRITE PROFESSOR-REC
                   IF WRK-FS-PROFESSOR EQUAL "00"
                       DISPLAY "PROFESSOR ALTERADO."
                   END-IF
           END-READ.

      *=======PROFESSOR HORISTA: FUNCIONARIO DA FOLHA E VALOR DA
      *=======HORA-AULA. CODIGO QUE NAO EXISTE NO "FUNCIONAR" FICA
      *=======ZERADO (SEM VINCULO, NAO VAI PARA A FOLHA).
       0250-RECEBE-VINCULO SECTION.
           DISPLAY "FUNCIONÁRIO VINCULADO (0 = NÃO HORISTA)... ".
           ACCEPT WRK-FUNC-CODIGO.
           MOVE ZEROS TO WRK-VALOR-HORA.
           IF WRK-FUNC-CODIGO GREATER ZEROS
              AND CADASTRO-FUNC-ATIVO
               MOVE WRK-FUNC-CODIGO TO FUNC-CODIGO
               READ ARQ-FUNCIONAR
                   INVALID KEY
                       DISPLAY "FUNCIONÁRIO " WRK-FUNC-CODIGO " NÃO "
                               "CADASTRADO -- PROFESSOR SEM VÍNCULO."
                       MOVE ZEROS TO WRK-FUNC-CODIGO
                   NOT INVALID KEY
                       DISPLAY "FUNCIONÁRIO: " FUNC-NOME
               END-READ
           END-IF.
           IF WRK-FUNC-CODIGO GREATER ZEROS
               DISPLAY "VALOR DA HORA-AULA... "
               ACCEPT WRK-VALOR-HORA
           END-IF.

       0300-ATRIBUIR      SECTION.
           PERFORM 0320-VALIDAR-PROFESSOR.
           IF PROFESSOR-E-VALIDO
       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PROFESSOR.
           CLOSE ARQ-PROFTURM.
           IF CADASTRO-FUNC-ATIVO
               CLOSE ARQ-FUNCIONAR
           END-IF.

       COPY FSERROPR.
