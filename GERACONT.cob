      *==OBSERVACOES: A AGENDA E REGRAVADA INTEIRA COM AS DATAS
      *==             EMPURRADAS (MESMO ESQUEMA DE REGRAVACAO DO
      *==             BACKORD NO ESTLOTE).
      *==   XX/XX/2026 - A FICHA PASSA A TRAZER O ENDERECO DE
      *==                ARMAZENAGEM DO ITEM (CORREDOR-PRATELEIRA-
      *==                NIVEL DO CADASTRO "ENDARMZ"): O DO PRODUTO
      *==                OU, SEM ELE, O PRIMEIRO LOTE ENDERECADO.
      *==                SEM CADASTRO OU SEM ENDERECO, SAI "SEM
      *==                ENDERECO" E A FICHA CONTINUA SENDO EMITIDA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FICHACON.

           SELECT ARQ-ENDARMZ  ASSIGN TO "ENDARMZ"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CHAVE
               FILE STATUS IS WRK-FS-ENDARMZ.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CICLOCON.
       FD  ARQ-FICHACON.
       01  FICHACON-LINHA      PIC X(80).

       FD  ARQ-ENDARMZ.
           COPY ENDARMZ.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CICLOCON    PIC X(02) VALUE "00".
       77  WRK-FS-FICHACON    PIC X(02) VALUE "00".
       77  WRK-FS-ENDARMZ     PIC X(02) VALUE "00".
       77  WRK-ENDARMZ-ATIVO  PIC X(01) VALUE "N".
           88  CADASTRO-ENDERECO-ATIVO VALUE "S".
           COPY FSERRO.

       77  WRK-FIM-AGENDA     PIC X(01) VALUE "N".
       77  WRK-PERIODO-DIAS   PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-FICHA      PIC 9(03) VALUE ZEROS.

      *=======ENDERECO DE ARMAZENAGEM DO ITEM DA FICHA
       77  WRK-LOCAL-ED       PIC X(12) VALUE SPACES.
       77  WRK-FIM-ENDERECO   PIC X(01) VALUE "N".
           88  FIM-DOS-ENDERECOS       VALUE "S".

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-FICHACON.
           OPEN INPUT ARQ-ENDARMZ.
           IF WRK-FS-ENDARMZ EQUAL "00"
               SET CADASTRO-ENDERECO-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE ENDEREÇOS INDISPONÍVEL (STATUS "
                       WRK-FS-ENDARMZ ") -- FICHA SEM ENDEREÇO."
           END-IF.
           MOVE SPACES TO FICHACON-LINHA.
           STRING "FICHA DE CONTAGEM CICLICA - " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO FICHACON-LINHA.
           PERFORM 0800-GRAVAR-FICHA.
           MOVE SPACES TO FICHACON-LINHA.
           STRING "FILIAL PRODUTO    ENDERECO      "
                  "CLASSE  QUANTIDADE CONTADA"
               DELIMITED BY SIZE INTO FICHACON-LINHA.
           PERFORM 0800-GRAVAR-FICHA.
           MOVE ALL "-" TO FICHACON-LINHA.
           PERFORM 0800-GRAVAR-FICHA.

       0250-EMITIR-FICHA  SECTION.
           ADD 1 TO WRK-QTD-FICHA.
           PERFORM 0260-BUSCAR-ENDERECO.
           MOVE SPACES TO FICHACON-LINHA.
           STRING "  " CIC-FILIAL
                  "   " CIC-PRODUTO
                  " " WRK-LOCAL-ED
                  "  " CIC-CLASSE
                  "     ________________"
               DELIMITED BY SIZE INTO FICHACON-LINHA.
           PERFORM 0800-GRAVAR-FICHA.

      *=======O ENDERECO DO PRODUTO (LOTE EM BRANCO) VEM PRIMEIRO NA
      *=======CHAVE; SEM ELE, VALE O PRIMEIRO LOTE ATIVO ENDERECADO.
       0260-BUSCAR-ENDERECO SECTION.
           MOVE "SEM ENDERECO" TO WRK-LOCAL-ED.
           IF CADASTRO-ENDERECO-ATIVO
               MOVE "N"         TO WRK-FIM-ENDERECO
               MOVE CIC-FILIAL  TO ARM-FILIAL
               MOVE CIC-PRODUTO TO ARM-PRODUTO
               MOVE SPACES      TO ARM-LOTE
               START ARQ-ENDARMZ KEY IS NOT LESS ARM-CHAVE
                   INVALID KEY
                       SET FIM-DOS-ENDERECOS TO TRUE
               END-START
               PERFORM 0265-LER-ENDERECO UNTIL FIM-DOS-ENDERECOS
           END-IF.

       0265-LER-ENDERECO  SECTION.
           READ ARQ-ENDARMZ NEXT
               AT END
                   SET FIM-DOS-ENDERECOS TO TRUE
               NOT AT END
                   IF ARM-FILIAL NOT EQUAL CIC-FILIAL
                      OR ARM-PRODUTO NOT EQUAL CIC-PRODUTO
                       SET FIM-DOS-ENDERECOS TO TRUE
                   ELSE
                       IF NOT ARM-DESATIVADO
                           MOVE SPACES TO WRK-LOCAL-ED
                           STRING ARM-CORREDOR "-" ARM-PRATELEIRA "-"
                                  ARM-NIVEL
                               DELIMITED BY SIZE INTO WRK-LOCAL-ED
                           SET FIM-DOS-ENDERECOS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       0270-EMPURRAR-DATA SECTION.
           EVALUATE CIC-CLASSE
               WHEN "A"

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-FICHACON.
           IF CADASTRO-ENDERECO-ATIVO
               CLOSE ARQ-ENDARMZ
           END-IF.
           DISPLAY "ITENS NA FICHA DO DIA.... " WRK-QTD-FICHA.

       COPY FSERROPR.
