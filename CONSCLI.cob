      *==             AVISO -- A CONSULTA NUNCA ABENDA POR ARQUIVO
      *==             FALTANDO. CHAMADA PELO MENU DO PROGRAMA00
      *==             (OPCAO 11, NIVEL 1).
      *==   XX/XX/2026 - NOVA SECAO COM OS PEDIDOS DO CLIENTE
      *==                CANCELADOS NO CANCPED (ARQUIVO "PEDCANC"):
      *==                O CANCELADO NUNCA CHEGA AO "PEDHIST", ENTAO
      *==                NAO APARECIA EM LUGAR NENHUM DA CONSULTA.
      *==   XX/XX/2026 - NOVA SECAO COM OS CHAMADOS DO SAC PENDENTES DO
      *==                CLIENTE (CADASTRO "SACCHAM", PELA CHAVE
      *==                ALTERNADA DO CLIENTE).
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDREJ.

           SELECT ARQ-PEDCANC ASSIGN TO "PEDCANC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCANC.

           SELECT ARQ-SACCHAM ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAC-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SACCHAM.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CLIENTE.
       FD  ARQ-PEDREJ.
           COPY PEDREJ.

       FD  ARQ-PEDCANC.
           COPY PEDCANC.

       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-PEDREJ      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCANC     PIC X(02) VALUE "00".
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-CLIENTE        PIC 9(06) VALUE ZEROS.
           88  FIM-DO-PEDSTAT          VALUE "S".
       77  WRK-FIM-PEDREJ     PIC X(01) VALUE "N".
           88  FIM-DO-PEDREJ           VALUE "S".
       77  WRK-FIM-PEDCANC    PIC X(01) VALUE "N".
           88  FIM-DO-PEDCANC          VALUE "S".
       77  WRK-FIM-SACCHAM    PIC X(01) VALUE "N".
           88  FIM-DO-SACCHAM          VALUE "S".

      *=======POSICAO FINANCEIRA DO CLIENTE
       77  WRK-TOT-ABERTO     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QTD-PENDENTES  PIC 9(03) VALUE ZEROS.
       77  WRK-REJ-CLIENTE    PIC 9(06) VALUE ZEROS.

      *=======PEDIDOS CANCELADOS NO CANCPED
       77  WRK-QTD-CANCELADOS PIC 9(03) VALUE ZEROS.

      *=======CHAMADOS DO SAC PENDENTES
       77  WRK-QTD-CHAMADOS   PIC 9(03) VALUE ZEROS.

       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
                       PERFORM 0300-POSICAO-FINANCEIRA
                       PERFORM 0400-ULTIMOS-PEDIDOS
                       PERFORM 0600-PENDENCIAS-REJEITADOS
                       PERFORM 0700-PEDIDOS-CANCELADOS
                       PERFORM 0800-CHAMADOS-SAC
               END-READ
           END-IF.

           END-IF.
           PERFORM 0620-LER-REJEITADO.

      *=======PEDIDOS DO CLIENTE CANCELADOS ANTES DO LOTE, COM O
      *=======MOTIVO INFORMADO NO CANCELAMENTO.
       0700-PEDIDOS-CANCELADOS SECTION.
           MOVE ZEROS TO WRK-QTD-CANCELADOS.
           MOVE "N"   TO WRK-FIM-PEDCANC.
           OPEN INPUT ARQ-PEDCANC.
           IF WRK-FS-PEDCANC EQUAL "00"
               PERFORM 0720-LER-CANCELADO UNTIL FIM-DO-PEDCANC
               CLOSE ARQ-PEDCANC
               IF WRK-QTD-CANCELADOS EQUAL ZEROS
                   DISPLAY "SEM PEDIDOS CANCELADOS."
               END-IF
           ELSE
               IF WRK-FS-PEDCANC EQUAL "35"
                   DISPLAY "SEM PEDIDOS CANCELADOS."
               ELSE
                   DISPLAY "(REGISTRO DE CANCELAMENTOS INDISPONÍVEL "
                           "-- STATUS " WRK-FS-PEDCANC ")"
               END-IF
           END-IF.

       0720-LER-CANCELADO SECTION.
           READ ARQ-PEDCANC
               AT END
                   SET FIM-DO-PEDCANC TO TRUE
               NOT AT END
                   IF PCA-CLIENTE EQUAL WRK-CLIENTE
                       ADD 1 TO WRK-QTD-CANCELADOS
                       DISPLAY "  CANCELADO: PEDIDO " PCA-NUMERO
                               " EM " PCA-DATA
                               " MOTIVO " PCA-MOTIVO
                               " " PCA-TEXTO
                   END-IF
           END-READ.

      *=======CHAMADOS DO SAC AINDA ABERTOS OU EM ANDAMENTO, PELA
      *=======CHAVE ALTERNADA DO CLIENTE.
       0800-CHAMADOS-SAC  SECTION.
           MOVE ZEROS TO WRK-QTD-CHAMADOS.
           MOVE "N"   TO WRK-FIM-SACCHAM.
           OPEN INPUT ARQ-SACCHAM.
           IF WRK-FS-SACCHAM EQUAL "00"
               MOVE WRK-CLIENTE TO SAC-CLIENTE
               START ARQ-SACCHAM KEY EQUAL SAC-CLIENTE
                   INVALID KEY
                       SET FIM-DO-SACCHAM TO TRUE
               END-START
               PERFORM 0820-LER-CHAMADO UNTIL FIM-DO-SACCHAM
               CLOSE ARQ-SACCHAM
               IF WRK-QTD-CHAMADOS EQUAL ZEROS
                   DISPLAY "SEM CHAMADOS DO SAC PENDENTES."
               END-IF
           ELSE
               IF WRK-FS-SACCHAM EQUAL "35"
                   DISPLAY "SEM CHAMADOS DO SAC PENDENTES."
               ELSE
                   DISPLAY "(CHAMADOS DO SAC INDISPONÍVEIS "
                           "-- STATUS " WRK-FS-SACCHAM ")"
               END-IF
           END-IF.

       0820-LER-CHAMADO   SECTION.
           READ ARQ-SACCHAM NEXT
               AT END
                   SET FIM-DO-SACCHAM TO TRUE
               NOT AT END
                   IF SAC-CLIENTE NOT EQUAL WRK-CLIENTE
                       SET FIM-DO-SACCHAM TO TRUE
                   ELSE
                       IF SAC-PENDENTE
                           ADD 1 TO WRK-QTD-CHAMADOS
                           DISPLAY "  SAC: CHAMADO " SAC-NUMERO
                                   " PEDIDO " SAC-PEDIDO
                                   " CAT " SAC-CATEGORIA
                                   " SIT " SAC-SITUACAO
                                   " PRAZO " SAC-DATA-PRAZO
                                   " RESP " SAC-OPERADOR
                           DISPLAY "       " SAC-DESCRICAO
                       END-IF
                   END-IF
           END-READ.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CLIENTE.

