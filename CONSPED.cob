      *==                (PHIST-DATA-ENTREGA), COMO O ENTRELOT FAZ NA
      *==                CONFIRMACAO EM LOTE PELAS OCORRENCIAS DAS
      *==                TRANSPORTADORAS.
      *==   XX/XX/2026 - A TRILHA PASSA A MOSTRAR O CANCELAMENTO FEITO
      *==                NO CANCPED (STATUS "CA"), SEGUIDO DO MOTIVO,
      *==                DO OPERADOR E DA COTACAO DEVOLVIDA, LIDOS NO
      *==                ARQUIVO "PEDCANC".
      *==   XX/XX/2026 - A CONSULTA DA TRILHA MOSTRA TAMBEM OS CHAMADOS
      *==                DO SAC PENDENTES PARA O PEDIDO (CADASTRO
      *==                "SACCHAM", PELA CHAVE ALTERNADA DO PEDIDO).
      *==   XX/XX/2026 - A LINHA "EN" DA CONFIRMACAO DE ENTREGA SAI NO
      *==                LAYOUT ATUAL DO PEDSTAT (54 POSICOES), COM O
      *==                OPERADOR DO SIGN-ON (ARQUIVO "SESSAO"; SEM
      *==                SESSAO, "AVULSO"), PARA O RELOPER.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDSTATG.

           SELECT ARQ-PEDCANC  ASSIGN TO "PEDCANC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCANC.

           SELECT ARQ-SACCHAM  ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAC-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SACCHAM.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDHIST.
           COPY PEDSTAT.

       FD  ARQ-PEDSTATG.
       01  PEDSTATG-REC        PIC X(54).

       FD  ARQ-PEDCANC.
           COPY PEDCANC.

       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTATG    PIC X(02) VALUE "00".
       77  WRK-FS-PEDCANC     PIC X(02) VALUE "00".
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  FIM-DA-TRILHA           VALUE "S".
       77  WRK-QTD-LINHAS     PIC 9(05) VALUE ZEROS.
       77  WRK-DESCRICAO      PIC X(25) VALUE SPACES.
       77  WRK-HOUVE-CANCEL   PIC X(01) VALUE "N".
           88  HOUVE-CANCELAMENTO      VALUE "S".
       77  WRK-FIM-PEDCANC    PIC X(01) VALUE "N".
           88  FIM-DO-PEDCANC          VALUE "S".
       77  WRK-FIM-SACCHAM    PIC X(01) VALUE "N".
           88  FIM-DO-SACCHAM          VALUE "S".
       77  WRK-QTD-CHAMADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       COPY EDITMOEDA.

      *=======LINHA DE STATUS "EN" MONTADA EM WORKING-STORAGE: O
           05  WRK-PST-HORA        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-PST-PROGRAMA    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-PST-OPERADOR    PIC X(08).

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.

       0050-ABRIR         SECTION.
           OPEN I-O ARQ-PEDHIST.
           PERFORM 0085-LER-SESSAO.

      *=======OPERADOR DO SIGN-ON, PARA A LINHA "EN" DA TRILHA; SEM
      *=======SESSAO (PROGRAMA CHAMADO FORA DO MENU), "AVULSO".
       0085-LER-SESSAO    SECTION.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR-SESSAO
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
                   PERFORM 0250-MOSTRAR-RESUMO
           END-READ.
           PERFORM 0300-LISTAR-TRILHA.
           PERFORM 0380-CHAMADOS-PENDENTES.

       0250-MOSTRAR-RESUMO SECTION.
           MOVE PHIST-VALOR TO EDIT-MOEDA-SINAL.
           DISPLAY "TRILHA DE STATUS:".
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE "N" TO WRK-FIM-TRILHA.
           MOVE "N" TO WRK-HOUVE-CANCEL.
           OPEN INPUT ARQ-PEDSTAT.
           IF WRK-FS-PEDSTAT NOT EQUAL "00"
               DISPLAY "  (TRILHA DE STATUS INDISPONÍVEL -- STATUS "
           IF WRK-QTD-LINHAS EQUAL ZEROS
               DISPLAY "  (SEM LANÇAMENTOS PARA ESTE NÚMERO)"
           END-IF.
           IF HOUVE-CANCELAMENTO
               PERFORM 0360-MOSTRAR-CANCELAMENTO
           END-IF.

       0320-LER-TRILHA    SECTION.
           READ ARQ-PEDSTAT
                       MOVE "APROVADO (SUPERVISOR)" TO WRK-DESCRICAO
                   WHEN "RJ"
                       MOVE "REPROVADO (SUPERVISOR)" TO WRK-DESCRICAO
                   WHEN "CA"
                       MOVE "CANCELADO (CANCPED)" TO WRK-DESCRICAO
                       SET HOUVE-CANCELAMENTO TO TRUE
                   WHEN OTHER
                       MOVE "STATUS DESCONHECIDO" TO WRK-DESCRICAO
               END-EVALUATE
           END-IF.
           PERFORM 0320-LER-TRILHA.

      *=======O MOTIVO DO CANCELAMENTO MORA NO "PEDCANC", NAO NA
      *=======TRILHA.
       0360-MOSTRAR-CANCELAMENTO SECTION.
           MOVE "N" TO WRK-FIM-PEDCANC.
           OPEN INPUT ARQ-PEDCANC.
           IF WRK-FS-PEDCANC NOT EQUAL "00"
               DISPLAY "  (REGISTRO DE CANCELAMENTOS INDISPONÍVEL -- "
                       "STATUS " WRK-FS-PEDCANC ")"
           ELSE
               PERFORM 0370-LER-CANCELAMENTO UNTIL FIM-DO-PEDCANC
               CLOSE ARQ-PEDCANC
           END-IF.

       0370-LER-CANCELAMENTO SECTION.
           READ ARQ-PEDCANC
               AT END
                   SET FIM-DO-PEDCANC TO TRUE
               NOT AT END
                   IF PCA-NUMERO EQUAL WRK-NUMERO
                       DISPLAY "  CANCELAMENTO: MOTIVO " PCA-MOTIVO
                               " " PCA-TEXTO
                       DISPLAY "  POR " PCA-OPERADOR
                               " EM " PCA-DATA " " PCA-HORA
                               " RESERVA DEVOLVIDA: " PCA-RESERVA
                               " COTAÇÃO REATIVADA: " PCA-COTACAO
                   END-IF
           END-READ.

      *=======CHAMADOS DO SAC AINDA PENDENTES PARA O PEDIDO. SEM O
      *=======CADASTRO (AINDA NAO CRIADO PELO CADSAC), NAO HA CHAMADO.
       0380-CHAMADOS-PENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-CHAMADOS.
           MOVE "N"   TO WRK-FIM-SACCHAM.
           OPEN INPUT ARQ-SACCHAM.
           IF WRK-FS-SACCHAM EQUAL "00"
               MOVE WRK-NUMERO TO SAC-PEDIDO
               START ARQ-SACCHAM KEY IS EQUAL SAC-PEDIDO
                   INVALID KEY
                       SET FIM-DO-SACCHAM TO TRUE
               END-START
               PERFORM 0390-LER-CHAMADO UNTIL FIM-DO-SACCHAM
               CLOSE ARQ-SACCHAM
           ELSE
               IF WRK-FS-SACCHAM NOT EQUAL "35"
                   DISPLAY "  (CHAMADOS DO SAC INDISPONÍVEIS -- "
                           "STATUS " WRK-FS-SACCHAM ")"
               END-IF
           END-IF.
           IF WRK-QTD-CHAMADOS EQUAL ZEROS
               DISPLAY "  (SEM CHAMADOS DO SAC PENDENTES)"
           END-IF.

       0390-LER-CHAMADO   SECTION.
           READ ARQ-SACCHAM NEXT
               AT END
                   SET FIM-DO-SACCHAM TO TRUE
               NOT AT END
                   IF SAC-PEDIDO NOT EQUAL WRK-NUMERO
                       SET FIM-DO-SACCHAM TO TRUE
                   ELSE
                       IF SAC-PENDENTE
                           ADD 1 TO WRK-QTD-CHAMADOS
                           DISPLAY "  SAC: CHAMADO " SAC-NUMERO
                                   " CAT " SAC-CATEGORIA
                                   " SIT " SAC-SITUACAO
                                   " DESDE " SAC-DATA-ABERTURA
                                   " PRAZO " SAC-DATA-PRAZO
                                   " RESP " SAC-OPERADOR
                           DISPLAY "       " SAC-DESCRICAO
                       END-IF
                   END-IF
           END-READ.

      *=======A CONFIRMACAO DE ENTREGA GRAVA "EN" NA TRILHA (PELO
      *=======SELECT DE GRAVACAO, JA QUE O DE CONSULTA E SO LEITURA)
      *=======E MARCA O HISTORICO COMO ENTREGUE ("T"), TIRANDO O
           ACCEPT WRK-PST-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-PST-HORA FROM TIME.
           MOVE "CONSPED"  TO WRK-PST-PROGRAMA.
           MOVE WRK-OPERADOR-SESSAO TO WRK-PST-OPERADOR.
           MOVE WRK-PEDSTAT TO PEDSTATG-REC.
           WRITE PEDSTATG-REC.
           IF WRK-FS-PEDSTATG NOT EQUAL "00"
