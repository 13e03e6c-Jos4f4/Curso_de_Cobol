      *==DATA XX/XX/2026
      *==OBSERVACOES: PRODUTO COM MINIMO ZERADO FICA FORA DO ALERTA
      *==             (SEM PONTO DE REPOSICAO CADASTRADO).
      *==   XX/XX/2026 - A QUARENTENA DE DEVOLUCOES ("QUARENT") NAO
      *==                CONTA COMO SALDO: O ALERTA CONTINUA PELO SALDO
      *==                VENDAVEL, E A QUANTIDADE EM QUARENTENA SAI NA
      *==                LINHA SO PARA O COMPRADOR SABER QUE PODE
      *==                VOLTAR DEPOIS DA INSPECAO.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-QUARENT  ASSIGN TO "QUARENT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUA-CHAVE
               FILE STATUS IS WRK-FS-QUARENT.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.
       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-QUARENT.
           COPY QUARENT.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-QUARENT     PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-FIM-ESTOQUE    PIC X(01) VALUE "N".
           88  FIM-DO-ESTOQUE          VALUE "S".

      *=======QUARENTENA DE DEVOLUCOES: INDISPONIVEL, SO INFORMADA
       77  WRK-QUARENT-ATIVO  PIC X(01) VALUE "N".
           88  QUARENTENA-ATIVA        VALUE "S".
       77  WRK-FIM-QUARENT    PIC X(01) VALUE "N".
           88  FIM-DO-QUARENT          VALUE "S".
       77  WRK-QTD-QUARENTENA PIC 9(07)V99 VALUE ZEROS.

       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
               MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-QUARENT.
           IF WRK-FS-QUARENT EQUAL "00"
               SET QUARENTENA-ATIVA TO TRUE
           END-IF.
           OPEN EXTEND ARQ-DIATOTAL.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "=====================================".
                       " SALDO " EST-SALDO
                       " MÍNIMO " EST-MINIMO
                       " COMPRAR " EST-REPOSICAO
               IF QUARENTENA-ATIVA
                   PERFORM 0160-SOMAR-QUARENTENA
                   IF WRK-QTD-QUARENTENA GREATER ZEROS
                       DISPLAY "  EM QUARENTENA (INDISPONÍVEL) "
                               WRK-QTD-QUARENTENA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-LER-PRODUTO.


           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-DIATOTAL.
           IF QUARENTENA-ATIVA
               CLOSE ARQ-QUARENT
           END-IF.

      *=======SOMA A QUARENTENA DO PRODUTO NA FILIAL (TODOS OS LOTES),
      *=======QUE O ARQUIVO GUARDA NA ORDEM FILIAL + PRODUTO + LOTE.
       0160-SOMAR-QUARENTENA SECTION.
           MOVE ZEROS       TO WRK-QTD-QUARENTENA.
           MOVE "N"         TO WRK-FIM-QUARENT.
           MOVE EST-FILIAL  TO QUA-FILIAL.
           MOVE EST-PRODUTO TO QUA-PRODUTO.
           MOVE LOW-VALUES  TO QUA-LOTE.
           START ARQ-QUARENT KEY IS NOT LESS THAN QUA-CHAVE
               INVALID KEY
                   SET FIM-DO-QUARENT TO TRUE
           END-START.
           PERFORM 0165-LER-QUARENTENA UNTIL FIM-DO-QUARENT.

       0165-LER-QUARENTENA SECTION.
           READ ARQ-QUARENT NEXT RECORD
               AT END
                   SET FIM-DO-QUARENT TO TRUE
               NOT AT END
                   IF QUA-FILIAL NOT EQUAL EST-FILIAL
                      OR QUA-PRODUTO NOT EQUAL EST-PRODUTO
                       SET FIM-DO-QUARENT TO TRUE
                   ELSE
                       ADD QUA-SALDO TO WRK-QTD-QUARENTENA
                   END-IF
           END-READ.

       COPY FSERROPR.
