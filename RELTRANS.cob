      *==             PROMETIDA (REGISTROS ANTIGOS) CONTA NOS
      *==             EMBARQUES E NO FRETE, MAS FICA FORA DO CALCULO
      *==             DE PONTUALIDADE (COLUNA "SEM DADOS").
      *==   XX/XX/2026 - NOVA COLUNA DE SINISTROS POR TRANSPORTADORA:
      *==                QUANTIDADE E VALOR RECLAMADO DOS SINISTROS
      *==                (CADASTRO "SINISTRO") ABERTOS NO MES DE
      *==                REFERENCIA. SEM O CADASTRO, A COLUNA SAI
      *==                ZERADA. A LINHA PASSOU DE 110 PARA 132.
      *==   XX/XX/2026 - O MES SAI DO RESUMO MENSAL "PEDRESUM" (LIDO A
      *==                PARTIR DO MES DE REFERENCIA PELA CHAVE) EM
      *==                VEZ DA VARREDURA DO "PEDHIST" INTEIRO.
      *==                EMBARQUES E FRETE SAO OS PEDIDOS MENOS OS
      *==                ESTORNOS; A PONTUALIDADE VEM PRONTA DO RESUMO.
      *===========================================

       ENVIRONMENT         DIVISION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDRESUM ASSIGN TO "PEDRESUM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSM-CHAVE
               FILE STATUS IS WRK-FS-PEDRESUM.

           SELECT ARQ-TRANSP  ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-PEDIDO
               FILE STATUS IS WRK-FS-SINISTRO.

           SELECT ARQ-RELTRANS ASSIGN TO "RELTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTRANS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDRESUM.
           COPY PEDRESUM.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       FD  ARQ-RELTRANS.
       01  RELTRANS-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDRESUM    PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-FS-RELTRANS    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-FIM-PEDRESUM   PIC X(01) VALUE "N".
           88  FIM-DO-PEDRESUM         VALUE "S".
       77  WRK-FIM-SINISTRO   PIC X(01) VALUE "N".
           88  FIM-DO-SINISTRO         VALUE "S".
       77  WRK-QTD-SAIDAS     PIC 9(05) VALUE ZEROS.

      *=======LIQUIDO DO REGISTRO DO RESUMO (PEDIDOS MENOS ESTORNOS)
       77  WRK-EMB-REG        PIC S9(07) VALUE ZEROS.
       77  WRK-APURADOS-REG   PIC S9(07) VALUE ZEROS.
       77  WRK-FRETE-REG      PIC S9(11)V99 VALUE ZEROS.

      *=======TOTAIS POR TRANSPORTADORA
       77  WRK-QTD-TRNS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRN        PIC 9(02) VALUE ZEROS.
       77  WRK-TRN-PROCURADA  PIC 9(03) VALUE ZEROS.
       77  WRK-TRN-ENCONTRADA PIC X(01) VALUE "N".
           88  TRN-FOI-ENCONTRADA      VALUE "S".
       77  WRK-AVISO-TAB-TRN  PIC X(01) VALUE "N".
               10  WRK-TRN-NO-PRAZO  PIC 9(05) VALUE ZEROS.
               10  WRK-TRN-DIAS-ATR  PIC 9(07) VALUE ZEROS.
               10  WRK-TRN-FRETE     PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TRN-SIN-QTD   PIC 9(03) VALUE ZEROS.
               10  WRK-TRN-SIN-VALOR PIC 9(10)V99 VALUE ZEROS.

      *=======TOTAIS POR UF
       77  WRK-QTD-UFS        PIC 9(02) VALUE ZEROS.
       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-RESUMO.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-PEDRESUM.
           PERFORM 0400-APURAR-SINISTROS.
           PERFORM 0500-IMPRIMIR.
           PERFORM 0900-ENCERRAR.
           STOP RUN.
       0050-ABRIR         SECTION.
           DISPLAY "MÊS DE REFERÊNCIA (AAAAMM)... ".
           ACCEPT WRK-MES-REFERENCIA.
           OPEN INPUT ARQ-PEDRESUM.
           IF WRK-FS-PEDRESUM NOT EQUAL "00"
               MOVE WRK-FS-PEDRESUM TO UTIL-FS-CODIGO
               MOVE "PEDRESUM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE LOW-VALUES         TO RSM-CHAVE.
           MOVE WRK-MES-REFERENCIA TO RSM-MES.
           START ARQ-PEDRESUM KEY NOT LESS RSM-CHAVE
               INVALID KEY
                   SET FIM-DO-PEDRESUM TO TRUE
           END-START.
           OPEN INPUT ARQ-TRANSP.
           OPEN OUTPUT ARQ-RELTRANS.

      *=======O RESUMO ESTA EM ORDEM DE MES: O PRIMEIRO REGISTRO DE
      *=======OUTRO MES ENCERRA A LEITURA.
       0100-LER-RESUMO    SECTION.
           IF NOT FIM-DO-PEDRESUM
               READ ARQ-PEDRESUM NEXT
                   AT END
                       SET FIM-DO-PEDRESUM TO TRUE
                   NOT AT END
                       IF RSM-MES NOT EQUAL WRK-MES-REFERENCIA
                           SET FIM-DO-PEDRESUM TO TRUE
                       END-IF
               END-READ
           END-IF.

      *=======SO O LIQUIDO DOS ESTORNOS ENTRA (O EMBARQUE ESTORNADO FOI
      *=======DESFEITO); REGISTRO TODO ESTORNADO FICA FORA.
       0150-PROCESSAR     SECTION.
           PERFORM 0200-APURAR-REGISTRO.
           IF WRK-EMB-REG GREATER ZEROS
               ADD WRK-EMB-REG TO WRK-QTD-SAIDAS
               COMPUTE WRK-SEM-DADOS = WRK-SEM-DADOS
                       + WRK-EMB-REG - WRK-APURADOS-REG
               PERFORM 0250-ACUMULAR-TRANSP
               PERFORM 0300-ACUMULAR-UF
           END-IF.
           PERFORM 0100-LER-RESUMO.

      *=======APURADOS = ENTREGUES COM DATA PROMETIDA (NO PRAZO MAIS
      *=======ATRASADOS); O RESTO DOS EMBARQUES E "SEM DADOS".
       0200-APURAR-REGISTRO SECTION.
           COMPUTE WRK-EMB-REG = RSM-QTD-PEDIDOS - RSM-QTD-ESTORNOS.
           COMPUTE WRK-FRETE-REG = RSM-FRETE - RSM-FRETE-ESTORNOS.
           COMPUTE WRK-APURADOS-REG = RSM-QTD-NO-PRAZO
                                    + RSM-QTD-ATRASADOS.

      *=======TRANSPORTADORA QUE NAO COUBE NA TABELA FICA FORA DO
      *=======SCORECARD (AVISO UMA VEZ), SEM ESTOURAR O OCCURS.
       0250-ACUMULAR-TRANSP SECTION.
           MOVE RSM-TRANSPORTADORA TO WRK-TRN-PROCURADA.
           PERFORM 0255-LOCALIZAR-TRANSP.
           IF WRK-IDX-TRN NOT GREATER WRK-QTD-TRNS
               ADD WRK-EMB-REG      TO WRK-TRN-EMB(WRK-IDX-TRN)
               ADD WRK-FRETE-REG    TO WRK-TRN-FRETE(WRK-IDX-TRN)
               ADD WRK-APURADOS-REG TO WRK-TRN-APURADOS(WRK-IDX-TRN)
               ADD RSM-QTD-NO-PRAZO TO WRK-TRN-NO-PRAZO(WRK-IDX-TRN)
               ADD RSM-DIAS-ATRASO  TO WRK-TRN-DIAS-ATR(WRK-IDX-TRN)
           END-IF.

       0255-LOCALIZAR-TRANSP SECTION.
           MOVE "N" TO WRK-TRN-ENCONTRADA.
           MOVE 1   TO WRK-IDX-TRN.
           PERFORM 0260-PROCURAR-TRANSP
               IF WRK-QTD-TRNS LESS 20
                   ADD 1 TO WRK-QTD-TRNS
                   MOVE WRK-QTD-TRNS TO WRK-IDX-TRN
                   MOVE WRK-TRN-PROCURADA
                       TO WRK-TRN-COD(WRK-IDX-TRN)
               ELSE
                   IF NOT AVISO-TAB-TRN-DADO
                   END-IF
               END-IF
           END-IF.

       0260-PROCURAR-TRANSP SECTION.
           IF WRK-TRN-COD(WRK-IDX-TRN) EQUAL WRK-TRN-PROCURADA
               SET TRN-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-TRN
               IF WRK-QTD-UFS LESS 30
                   ADD 1 TO WRK-QTD-UFS
                   MOVE WRK-QTD-UFS  TO WRK-IDX-UF
                   MOVE RSM-ESTADO   TO WRK-UF-SIGLA(WRK-IDX-UF)
               ELSE
                   IF NOT AVISO-TAB-UF-DADO
                       DISPLAY "MAIS DE 30 UFS NO MÊS -- "
               END-IF
           END-IF.
           IF WRK-IDX-UF NOT GREATER WRK-QTD-UFS
               ADD WRK-EMB-REG      TO WRK-UF-EMB(WRK-IDX-UF)
               ADD WRK-FRETE-REG    TO WRK-UF-FRETE(WRK-IDX-UF)
               ADD WRK-APURADOS-REG TO WRK-UF-APURADOS(WRK-IDX-UF)
               ADD RSM-QTD-NO-PRAZO TO WRK-UF-NO-PRAZO(WRK-IDX-UF)
               ADD RSM-DIAS-ATRASO  TO WRK-UF-DIAS-ATR(WRK-IDX-UF)
           END-IF.

       0310-PROCURAR-UF   SECTION.
           IF WRK-UF-SIGLA(WRK-IDX-UF) EQUAL RSM-ESTADO
               SET UF-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-UF
           END-IF.

      *=======SINISTROS ABERTOS NO MES, POR TRANSPORTADORA. SEM O
      *=======CADASTRO DE SINISTROS A COLUNA SAI ZERADA.
       0400-APURAR-SINISTROS SECTION.
           OPEN INPUT ARQ-SINISTRO.
           IF WRK-FS-SINISTRO EQUAL "00"
               PERFORM 0410-LER-SINISTRO
               PERFORM 0420-ACUMULAR-SINISTRO UNTIL FIM-DO-SINISTRO
               CLOSE ARQ-SINISTRO
           ELSE
               DISPLAY "CADASTRO DE SINISTROS INDISPONÍVEL (STATUS "
                       WRK-FS-SINISTRO ") -- COLUNA DE SINISTROS "
                       "ZERADA."
           END-IF.

       0410-LER-SINISTRO  SECTION.
           READ ARQ-SINISTRO
               AT END
                   SET FIM-DO-SINISTRO TO TRUE
           END-READ.

       0420-ACUMULAR-SINISTRO SECTION.
           IF SIN-DATA-ABERTURA(1:6) EQUAL WRK-MES-REFERENCIA
               MOVE SIN-TRANSPORTADORA TO WRK-TRN-PROCURADA
               PERFORM 0255-LOCALIZAR-TRANSP
               IF WRK-IDX-TRN NOT GREATER WRK-QTD-TRNS
                   ADD 1 TO WRK-TRN-SIN-QTD(WRK-IDX-TRN)
                   ADD SIN-VALOR TO WRK-TRN-SIN-VALOR(WRK-IDX-TRN)
               END-IF
           END-IF.
           PERFORM 0410-LER-SINISTRO.

       0500-IMPRIMIR      SECTION.
           MOVE SPACES TO RELTRANS-LINHA.
           STRING "SCORECARD DE TRANSPORTADORAS - REFERENCIA "
           END-READ.
           PERFORM 0560-CALCULAR-INDICES-TRN.
           MOVE WRK-TRN-FRETE(WRK-IDX-REL) TO EDIT-MOEDA-1.
           MOVE WRK-TRN-SIN-VALOR(WRK-IDX-REL) TO EDIT-MOEDA-2.
           MOVE SPACES TO RELTRANS-LINHA.
           STRING WRK-TRN-COD(WRK-IDX-REL) " " TRN-NOME
                  " EMB " WRK-TRN-EMB(WRK-IDX-REL)
                  " NO PRAZO " WRK-PERC-ED "%"
                  " ATRASO MEDIO " WRK-MEDIA-ED
                  " FRETE " EDIT-MOEDA-1
                  " SINIST " WRK-TRN-SIN-QTD(WRK-IDX-REL)
                  " " EDIT-MOEDA-2
               DELIMITED BY SIZE INTO RELTRANS-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-REL.
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDRESUM.
           CLOSE ARQ-TRANSP.
           CLOSE ARQ-RELTRANS.
           DISPLAY "SCORECARD GRAVADO EM RELTRANS.".
