      *==                INATIVACAO E BARRADA ENQUANTO O CLIENTE TEM
      *==                PEDIDO EM ABERTO NO PEDHIST OU TITULO EM
      *==                ABERTO NO CONTAREC.
      *==   XX/XX/2026 - INCLUIDA A PREFERENCIA DE AVISO DE EMBARQUE
      *==                (C = SO CARTA, A = CARTA E ARQUIVO, N = SEM
      *==                AVISO), PEDIDA NA INCLUSAO E NA ALTERACAO E
      *==                USADA PELO AVISOCLI.
      *==   XX/XX/2026 - INCLUSAO, ALTERACAO E INATIVACAO GRAVAM NO
      *==                DIARIO DE ALTERACOES DOS CADASTROS ("ALTCAD",
      *==                ALTCADPR) CADA CAMPO MUDADO, COM VALOR
      *==                ANTIGO, VALOR NOVO E O OPERADOR DA SESSAO
      *==                (ARQUIVO "SESSAO", COMO NO MANUTUF). LIMITE E
      *==                BLOQUEIO DE CREDITO SAO CAMPOS SENSIVEIS.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS CSQ-CODIGO
               FILE STATUS IS WRK-FS-CLISEQ.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CLIENTE.
           05  CSQ-CODIGO          PIC 9(06).
           05  FILLER              PIC X(96).
           05  CSQ-CPF-CNPJ        PIC X(14).
           05  FILLER              PIC X(01).

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       01 WRK-ENTRADA.
               10 WRK-PRAZO-PARC PIC 9(03) OCCURS 3 TIMES.
           05 WRK-BLOQ-CREDITO PIC X(01) VALUE "N".
           05 WRK-CPF-CNPJ    PIC X(14) VALUE SPACES.
           05 WRK-AVISO-EMBARQUE PIC X(01) VALUE SPACES.
               88 AVISO-EMBARQUE-VALIDO VALUE "C" "A" "N".

       77  WRK-FS-CLIENTE      PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST      PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC     PIC X(02) VALUE "00".
       77  WRK-FS-CLISEQ       PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.

      *=======VALIDACAO DO CPF/CNPJ (DIGITO VERIFICADOR E UNICIDADE)
       77  WRK-DOC-VALIDO      PIC X(01) VALUE "N".

       0050-ABRIR          SECTION.
           OPEN I-O ARQ-CLIENTE.
      *=======O OPERADOR DO DIARIO DE ALTERACOES VEM DO SIGN-ON DA
      *=======SESSAO (ARQUIVO "SESSAO"); SEM SESSAO ASSINADA, CAI NO
      *=======PEDIDO MANUAL.
           MOVE SPACES TO WRK-OPERADOR.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.
           IF WRK-OPERADOR EQUAL SPACES
               DISPLAY "SEM SESSÃO ASSINADA. OPERADOR... "
               ACCEPT WRK-OPERADOR
           ELSE
               DISPLAY "OPERADOR DA SESSÃO: " WRK-OPERADOR
           END-IF.
           MOVE "PROGRAMA22" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU           SECTION.
           DISPLAY "============================================".
               MOVE "S" TO CLI-ATIVO
               MOVE WRK-COND-PAGTO TO CLI-COND-PAGTO
               MOVE WRK-CPF-CNPJ TO CLI-CPF-CNPJ
               MOVE WRK-AVISO-EMBARQUE TO CLI-AVISO-EMBARQUE
               WRITE CLIENTE-REC
               IF WRK-FS-CLIENTE EQUAL "00"
                   DISPLAY "CLIENTE INCLUÍDO."
                   PERFORM 0220-DIARIO-INCLUSAO
               ELSE
                   DISPLAY "ERRO GRAVANDO CLIENTE. STATUS "
                           WRK-FS-CLIENTE
           DISPLAY "PRAZO DA 3A PARCELA (ZERO = SEM)... "
           ACCEPT WRK-PRAZO-PARC(3).
           PERFORM 0600-RECEBE-DOCUMENTO.
           PERFORM 0700-RECEBE-AVISO.

       0220-DIARIO-INCLUSAO SECTION.
           MOVE "CLIENTE"  TO UTIL-ALT-ARQUIVO.
           MOVE CLI-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR        SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... "
                           CLI-BLOQ-CREDITO
                   DISPLAY "NOVO BLOQUEIO (S/N)... "
                   ACCEPT WRK-BLOQ-CREDITO
                   DISPLAY "CPF/CNPJ ATUAL... " CLI-CPF-CNPJ
                   PERFORM 0600-RECEBE-DOCUMENTO
                   DISPLAY "AVISO DE EMBARQUE ATUAL... "
                           CLI-AVISO-EMBARQUE
                   PERFORM 0700-RECEBE-AVISO
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-BLOQ-CREDITO TO CLI-BLOQ-CREDITO
                   MOVE WRK-CPF-CNPJ TO CLI-CPF-CNPJ
                   MOVE WRK-AVISO-EMBARQUE TO CLI-AVISO-EMBARQUE
                   MOVE WRK-NOME     TO CLI-NOME
                   MOVE WRK-IDADE    TO CLI-IDADE
                   MOVE WRK-ENDERECO TO CLI-ENDERECO
                   REWRITE CLIENTE-REC
                   IF WRK-FS-CLIENTE EQUAL "00"
                       DISPLAY "CLIENTE ALTERADO."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO CLIENTE. STATUS "
                               WRK-FS-CLIENTE
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "CLIENTE"  TO UTIL-ALT-ARQUIVO.
           MOVE CLI-CODIGO TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "NOME"       TO UTIL-ALT-CAMPO.
           MOVE CLI-NOME     TO UTIL-ALT-ANTIGO.
           MOVE WRK-NOME     TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "IDADE"      TO UTIL-ALT-CAMPO.
           MOVE CLI-IDADE    TO UTIL-ALT-ANTIGO.
           MOVE WRK-IDADE    TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ENDERECO"   TO UTIL-ALT-CAMPO.
           MOVE CLI-ENDERECO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ENDERECO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "UF-PREF"    TO UTIL-ALT-CAMPO.
           MOVE CLI-UF-PREF  TO UTIL-ALT-ANTIGO.
           MOVE WRK-UF-PREF  TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "LIMITE-CREDITO"   TO UTIL-ALT-CAMPO.
           MOVE CLI-LIMITE-CREDITO TO UTIL-ALT-NUM-ANTIGO.
           MOVE WRK-LIMITE-CREDITO TO UTIL-ALT-NUM-NOVO.
           MOVE "S"                TO UTIL-ALT-SENSIVEL.
           PERFORM 9320-COMPARA-NUMERO.
           MOVE "COND-PAGTO"   TO UTIL-ALT-CAMPO.
           MOVE CLI-COND-PAGTO TO UTIL-ALT-ANTIGO.
           MOVE WRK-COND-PAGTO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "BLOQ-CREDITO"   TO UTIL-ALT-CAMPO.
           MOVE CLI-BLOQ-CREDITO TO UTIL-ALT-ANTIGO.
           MOVE WRK-BLOQ-CREDITO TO UTIL-ALT-NOVO.
           MOVE "S"              TO UTIL-ALT-SENSIVEL.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "CPF-CNPJ"   TO UTIL-ALT-CAMPO.
           MOVE CLI-CPF-CNPJ TO UTIL-ALT-ANTIGO.
           MOVE WRK-CPF-CNPJ TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "AVISO-EMBARQUE"   TO UTIL-ALT-CAMPO.
           MOVE CLI-AVISO-EMBARQUE TO UTIL-ALT-ANTIGO.
           MOVE WRK-AVISO-EMBARQUE TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.

       0400-CONSULTAR      SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... "
           ACCEPT WRK-CODIGO.
           DISPLAY "BLOQUEIO DE CRÉDITO... " CLI-BLOQ-CREDITO.
           DISPLAY "CPF/CNPJ... " CLI-CPF-CNPJ.
           DISPLAY "ATIVO... " CLI-ATIVO.
           DISPLAY "AVISO DE EMBARQUE... " CLI-AVISO-EMBARQUE.

      *=======A INATIVACAO SO MARCA O FLAG (O REGISTRO FICA PARA O
      *=======HISTORICO), E E BARRADA ENQUANTO O CLIENTE TEM PEDIDO
                       DISPLAY "CLIENTE COM PEDIDO OU TÍTULO EM "
                               "ABERTO -- INATIVAÇÃO CANCELADA."
                   ELSE
                       MOVE "CLIENTE"  TO UTIL-ALT-ARQUIVO
                       MOVE CLI-CODIGO TO UTIL-ALT-CHAVE
                       PERFORM 9300-INICIA-ALTERACAO
                       MOVE "ATIVO"    TO UTIL-ALT-CAMPO
                       MOVE CLI-ATIVO  TO UTIL-ALT-ANTIGO
                       MOVE "N"        TO UTIL-ALT-NOVO
                       PERFORM 9310-COMPARA-CAMPO
                       MOVE "N" TO CLI-ATIVO
                       REWRITE CLIENTE-REC
                       IF WRK-FS-CLIENTE EQUAL "00"
                           DISPLAY "CLIENTE INATIVADO."
                           PERFORM 9350-GRAVA-ALTERACOES
                       ELSE
                           DISPLAY "ERRO INATIVANDO CLIENTE. STATUS "
                                   WRK-FS-CLIENTE
                   END-IF
           END-READ.

      *=======PREFERENCIA DE AVISO DE EMBARQUE DO AVISOCLI: C = SO A
      *=======CARTA, A = CARTA E REGISTRO NO ARQUIVO DE INTERFACE,
      *=======N = CLIENTE NAO RECEBE AVISO.
       0700-RECEBE-AVISO   SECTION.
           MOVE SPACES TO WRK-AVISO-EMBARQUE.
           PERFORM 0710-PEDIR-AVISO UNTIL AVISO-EMBARQUE-VALIDO.

       0710-PEDIR-AVISO    SECTION.
           DISPLAY "AVISO DE EMBARQUE (C=CARTA A=CARTA E ARQUIVO "
                   "N=SEM AVISO)... ".
           ACCEPT WRK-AVISO-EMBARQUE.
           IF NOT AVISO-EMBARQUE-VALIDO
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE C, A OU N."
           END-IF.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-CLIENTE.

       COPY ALTCADPR.
