       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINAT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: BALCAO DO ACOMPANHAMENTO DE CLIENTES PARADOS
      *    ==          (ARQUIVO "CLIINAT", COPYBOOK CLIINAT): O
      *    ==          VENDEDOR LISTA OS CLIENTES PENDENTES DA SUA
      *    ==          SECAO DO ALERTA SEMANAL (RELINAT) E DA O
      *    ==          RETORNO -- CONTATADO OU PERDIDO -- COM UMA
      *    ==          OBSERVACAO. A PROXIMA EXECUCAO DO RELINAT
      *    ==          RESPEITA O RETORNO DADO AQUI.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CLIENTE JA ALERTADO PELO RELINAT PODE SER
      *==             MARCADO. A RECUPERACAO NAO E MARCADA AQUI: O
      *==             RELINAT A APURA SOZINHO QUANDO O CLIENTE VOLTA A
      *==             COMPRAR. UM PERDIDO PODE SER REABERTO (VOLTA A
      *==             "A") SE O VENDEDOR DESISTIR DE DAR COMO PERDIDO.
      *==             O OPERADOR VEM DO ARQUIVO "SESSAO" (SEM SESSAO,
      *==             "AVULSO"), COMO NO CADSAC.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIINAT  ASSIGN TO "CLIINAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-CLIENTE
               ALTERNATE RECORD KEY IS INA-VENDEDOR
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIINAT.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CLIINAT.
           COPY CLIINAT.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CLIINAT     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-LISTAR            VALUE "1".
           88  OPCAO-CONTATADO         VALUE "2".
           88  OPCAO-PERDIDO           VALUE "3".
           88  OPCAO-REABRIR           VALUE "4".
           88  OPCAO-CONSULTAR         VALUE "5".
           88  OPCAO-ENCERRAR          VALUE "6".
       77  WRK-FIM-INAT       PIC X(01) VALUE "N".
           88  FIM-DO-INAT             VALUE "S".
       77  WRK-FIM-VENDEDOR   PIC X(01) VALUE "N".
           88  FIM-DO-VENDEDOR         VALUE "S".
       77  WRK-CLIENTE        PIC 9(06) VALUE ZEROS.
       77  WRK-VENDEDOR       PIC 9(04) VALUE ZEROS.
       77  WRK-OBSERVACAO     PIC X(40) VALUE SPACES.
       77  WRK-NOME-CLIENTE   PIC X(30) VALUE SPACES.
       77  WRK-ACOMP-OK       PIC X(01) VALUE "N".
           88  ACOMPANHAMENTO-E-VALIDO VALUE "S".
       77  WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.

      *=======TOTAIS DA SESSAO
       77  WRK-QTD-CONTATADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PERDIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REABERTOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-INAT.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O ACOMPANHAMENTO E CRIADO VAZIO NA PRIMEIRA VEZ.
       0050-ABRIR          SECTION.
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
           OPEN I-O ARQ-CLIINAT.
           IF WRK-FS-CLIINAT EQUAL "35"
               OPEN OUTPUT ARQ-CLIINAT
               CLOSE ARQ-CLIINAT
               OPEN I-O ARQ-CLIINAT
           END-IF.
           IF WRK-FS-CLIINAT NOT EQUAL "00"
               MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
               MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "ACOMPANHAMENTO DE CLIENTES PARADOS".
           DISPLAY "1 - PENDENTES DO VENDEDOR 2 - MARCAR CONTATADO".
           DISPLAY "3 - MARCAR PERDIDO        4 - REABRIR PERDIDO".
           DISPLAY "5 - CONSULTAR CLIENTE     6 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-LISTAR
                   PERFORM 0200-LISTAR-VENDEDOR
               WHEN OPCAO-CONTATADO
                   PERFORM 0300-MARCAR-CONTATADO
               WHEN OPCAO-PERDIDO
                   PERFORM 0400-MARCAR-PERDIDO
               WHEN OPCAO-REABRIR
                   PERFORM 0450-REABRIR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0500-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-INAT TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======PENDENTES (ALERTADOS E CONTATADOS) DO VENDEDOR, PELA
      *=======CHAVE ALTERNADA.
       0200-LISTAR-VENDEDOR SECTION.
           DISPLAY "CÓDIGO DO VENDEDOR (ZERO = SEM VENDEDOR)... ".
           ACCEPT WRK-VENDEDOR.
           MOVE "N"   TO WRK-FIM-VENDEDOR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-VENDEDOR TO INA-VENDEDOR.
           START ARQ-CLIINAT KEY IS EQUAL INA-VENDEDOR
               INVALID KEY
                   SET FIM-DO-VENDEDOR TO TRUE
           END-START.
           PERFORM 0220-LISTAR-DO-VENDEDOR UNTIL FIM-DO-VENDEDOR.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "VENDEDOR " WRK-VENDEDOR " SEM CLIENTES "
                       "PARADOS PENDENTES."
           ELSE
               DISPLAY WRK-QTD-LISTADOS " CLIENTES PENDENTES."
           END-IF.

       0220-LISTAR-DO-VENDEDOR SECTION.
           READ ARQ-CLIINAT NEXT
               AT END
                   SET FIM-DO-VENDEDOR TO TRUE
               NOT AT END
                   IF INA-VENDEDOR NOT EQUAL WRK-VENDEDOR
                       SET FIM-DO-VENDEDOR TO TRUE
                   ELSE
                       IF INA-PENDENTE
                           ADD 1 TO WRK-QTD-LISTADOS
                           PERFORM 0560-NOME-CLIENTE
                           DISPLAY "  " INA-CLIENTE
                                   " " WRK-NOME-CLIENTE
                                   " " INA-SITUACAO
                                   " ULT.PEDIDO " INA-DATA-ULT-PEDIDO
                                   " PARADO " INA-DIAS-SEM-COMPRA
                                   " DIAS"
                       END-IF
                   END-IF
           END-READ.

      *=======LOCALIZA O ACOMPANHAMENTO DO CLIENTE DIGITADO
       0250-LER-ACOMPANHAMENTO SECTION.
           MOVE "N" TO WRK-ACOMP-OK.
           DISPLAY "CÓDIGO DO CLIENTE... ".
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO INA-CLIENTE.
           READ ARQ-CLIINAT
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-CLIENTE " NUNCA FOI "
                           "ALERTADO COMO PARADO."
               NOT INVALID KEY
                   SET ACOMPANHAMENTO-E-VALIDO TO TRUE
           END-READ.

       0260-RECEBE-OBSERVACAO SECTION.
           DISPLAY "OBSERVAÇÃO (O QUE FOI TRATADO)... ".
           ACCEPT WRK-OBSERVACAO.
           IF WRK-OBSERVACAO EQUAL SPACES
               DISPLAY "OBSERVAÇÃO OBRIGATÓRIA."
           END-IF.

       0280-GRAVAR-ACOMPANHAMENTO SECTION.
           MOVE WRK-DATA-HOJE       TO INA-DATA-SITUACAO.
           MOVE WRK-OPERADOR-SESSAO TO INA-OPERADOR.
           MOVE WRK-OBSERVACAO      TO INA-OBSERVACAO.
           REWRITE CLIINAT-REC.
           IF WRK-FS-CLIINAT NOT EQUAL "00"
               MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
               MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======CONTATADO: CONTINUA NA LISTA SEMANAL, COM A DATA DO
      *=======CONTATO, ATE O CLIENTE COMPRAR OU SER DADO COMO PERDIDO.
       0300-MARCAR-CONTATADO SECTION.
           PERFORM 0250-LER-ACOMPANHAMENTO.
           IF ACOMPANHAMENTO-E-VALIDO
               IF NOT INA-PENDENTE
                   DISPLAY "CLIENTE NÃO ESTÁ PENDENTE (SITUAÇÃO "
                           INA-SITUACAO ")."
               ELSE
                   PERFORM 0550-MOSTRAR-ACOMPANHAMENTO
                   MOVE SPACES TO WRK-OBSERVACAO
                   PERFORM 0260-RECEBE-OBSERVACAO
                       UNTIL WRK-OBSERVACAO NOT EQUAL SPACES
                   MOVE "C" TO INA-SITUACAO
                   PERFORM 0280-GRAVAR-ACOMPANHAMENTO
                   ADD 1 TO WRK-QTD-CONTATADOS
                   DISPLAY "CLIENTE " INA-CLIENTE " MARCADO COMO "
                           "CONTATADO."
               END-IF
           END-IF.

      *=======PERDIDO: SAI DO ALERTA SEMANAL; SE VOLTAR A COMPRAR, O
      *=======RELINAT MARCA COMO RECUPERADO.
       0400-MARCAR-PERDIDO SECTION.
           PERFORM 0250-LER-ACOMPANHAMENTO.
           IF ACOMPANHAMENTO-E-VALIDO
               IF NOT INA-PENDENTE
                   DISPLAY "CLIENTE NÃO ESTÁ PENDENTE (SITUAÇÃO "
                           INA-SITUACAO ")."
               ELSE
                   PERFORM 0550-MOSTRAR-ACOMPANHAMENTO
                   MOVE SPACES TO WRK-OBSERVACAO
                   PERFORM 0260-RECEBE-OBSERVACAO
                       UNTIL WRK-OBSERVACAO NOT EQUAL SPACES
                   MOVE "P" TO INA-SITUACAO
                   PERFORM 0280-GRAVAR-ACOMPANHAMENTO
                   ADD 1 TO WRK-QTD-PERDIDOS
                   DISPLAY "CLIENTE " INA-CLIENTE " DADO COMO "
                           "PERDIDO -- FORA DO ALERTA SEMANAL."
               END-IF
           END-IF.

       0450-REABRIR        SECTION.
           PERFORM 0250-LER-ACOMPANHAMENTO.
           IF ACOMPANHAMENTO-E-VALIDO
               IF NOT INA-PERDIDO
                   DISPLAY "SÓ CLIENTE PERDIDO PODE SER REABERTO "
                           "(SITUAÇÃO " INA-SITUACAO ")."
               ELSE
                   PERFORM 0550-MOSTRAR-ACOMPANHAMENTO
                   MOVE SPACES TO WRK-OBSERVACAO
                   PERFORM 0260-RECEBE-OBSERVACAO
                       UNTIL WRK-OBSERVACAO NOT EQUAL SPACES
                   MOVE "A" TO INA-SITUACAO
                   PERFORM 0280-GRAVAR-ACOMPANHAMENTO
                   ADD 1 TO WRK-QTD-REABERTOS
                   DISPLAY "CLIENTE " INA-CLIENTE " REABERTO -- "
                           "VOLTA AO ALERTA SEMANAL."
               END-IF
           END-IF.

       0500-CONSULTAR      SECTION.
           PERFORM 0250-LER-ACOMPANHAMENTO.
           IF ACOMPANHAMENTO-E-VALIDO
               PERFORM 0550-MOSTRAR-ACOMPANHAMENTO
           END-IF.

       0550-MOSTRAR-ACOMPANHAMENTO SECTION.
           PERFORM 0560-NOME-CLIENTE.
           DISPLAY "CLIENTE " INA-CLIENTE " " WRK-NOME-CLIENTE
                   " VENDEDOR " INA-VENDEDOR.
           DISPLAY "SITUAÇÃO " INA-SITUACAO
                   " EM " INA-DATA-SITUACAO
                   " POR " INA-OPERADOR
                   " ALERTADO EM " INA-DATA-ALERTA.
           DISPLAY "ÚLTIMO PEDIDO " INA-DATA-ULT-PEDIDO
                   " PARADO " INA-DIAS-SEM-COMPRA " DIAS"
                   " INTERVALO NORMAL " INA-INTERVALO " DIAS".
           DISPLAY "OBSERVAÇÃO " INA-OBSERVACAO.

       0560-NOME-CLIENTE   SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE INA-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-CLIENTE
           END-READ.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-CLIINAT.
           CLOSE ARQ-CLIENTE.
           DISPLAY "MARCADOS CONTATADOS NA SESSÃO: "
                   WRK-QTD-CONTATADOS.
           DISPLAY "MARCADOS PERDIDOS NA SESSÃO...: "
                   WRK-QTD-PERDIDOS.
           DISPLAY "REABERTOS NA SESSÃO...........: "
                   WRK-QTD-REABERTOS.

       COPY FSERROPR.
