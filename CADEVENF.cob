      *    ==          DESLIGADO E APURAR OS MESES DO DECIMO TERCEIRO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - NO DESLIGAMENTO, PEDE TAMBEM O TIPO DE RESCISAO
      *==                (SEM JUSTA CAUSA, JUSTA CAUSA, PEDIDO DE
      *==                DEMISSAO OU ACORDO) E O AVISO PREVIO
      *==                (INDENIZADO OU TRABALHADO), QUE A FOLHA USA NA
      *==                RESCISAO COMPLETA E NO TRCT.
      *==   XX/XX/2026 - EVENTO DATADO EM MES JA FECHADO NO CONTROLE
      *==                DE PERIODOS ("PERIODO", FECHAMES/CADPERIO) E
      *==                RECUSADO ANTES DE PEDIR O RESTO (PERIODPR).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-EVENFUNC.
       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-EVENFUNC     PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.

       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR            VALUE "1".
       77  WRK-TIPO            PIC X(01) VALUE SPACES.
           88  TIPO-EVENTO-VALIDO       VALUE "A" "D" "L".
       77  WRK-DATA            PIC X(08) VALUE SPACES.
       77  WRK-TIPO-RESCISAO   PIC X(01) VALUE SPACES.
           88  TIPO-RESCISAO-VALIDO     VALUE "S" "J" "P" "A".
       77  WRK-AVISO           PIC X(01) VALUE SPACES.
           88  AVISO-VALIDO             VALUE "I" "T".

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0260-PEDIR-TIPO UNTIL TIPO-EVENTO-VALIDO.
           DISPLAY "DATA DO EVENTO (AAAAMMDD)... ".
           ACCEPT WRK-DATA.
           MOVE WRK-DATA TO UTIL-PER-DATA.
           PERFORM 9400-VERIFICA-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY "MÊS " UTIL-PER-MES " JÁ FECHADO -- EVENTO "
                       "RECUSADO."
           ELSE
               PERFORM 0255-COMPLETA-E-GRAVA
           END-IF.

      *=======DESLIGAMENTO PEDE A RESCISAO E O AVISO PREVIO.
       0255-COMPLETA-E-GRAVA SECTION.
           MOVE SPACES TO WRK-TIPO-RESCISAO.
           MOVE SPACES TO WRK-AVISO.
           IF WRK-TIPO EQUAL "D"
               PERFORM 0270-PEDIR-RESCISAO
                   UNTIL TIPO-RESCISAO-VALIDO
               PERFORM 0280-PEDIR-AVISO UNTIL AVISO-VALIDO
           END-IF.
           MOVE SPACES TO EVENFUNC-REC.
           MOVE WRK-CODIGO TO EVF-CODIGO.
           MOVE WRK-TIPO   TO EVF-TIPO.
           MOVE WRK-DATA   TO EVF-DATA.
           MOVE WRK-TIPO-RESCISAO TO EVF-TIPO-RESCISAO.
           MOVE WRK-AVISO  TO EVF-AVISO.
           WRITE EVENFUNC-REC.
           IF WRK-FS-EVENFUNC EQUAL "00"
               DISPLAY "EVENTO REGISTRADO."
               DISPLAY "TIPO INVÁLIDO. DIGITE A, D OU L."
           END-IF.

       0270-PEDIR-RESCISAO SECTION.
           DISPLAY "RESCISÃO (S=SEM JUSTA CAUSA / J=JUSTA CAUSA /".
           DISPLAY "          P=PEDIDO DE DEMISSÃO / A=ACORDO)... ".
           ACCEPT WRK-TIPO-RESCISAO.
           IF NOT TIPO-RESCISAO-VALIDO
               DISPLAY "TIPO DE RESCISÃO INVÁLIDO. DIGITE S, J, P "
                       "OU A."
           END-IF.

      *=======NO PEDIDO DE DEMISSAO, AVISO "I" = NAO CUMPRIDO PELO
      *=======FUNCIONARIO (DESCONTADO NA RESCISAO).
       0280-PEDIR-AVISO    SECTION.
           DISPLAY "AVISO PRÉVIO (I=INDENIZADO / T=TRABALHADO)... ".
           ACCEPT WRK-AVISO.
           IF NOT AVISO-VALIDO
               DISPLAY "AVISO INVÁLIDO. DIGITE I OU T."
           END-IF.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-EVENFUNC.
           CLOSE ARQ-FUNCIONAR.

       COPY FSERROPR.
       COPY PERIODPR.
