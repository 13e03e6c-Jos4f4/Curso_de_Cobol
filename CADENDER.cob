      *    ==          A INATIVACAO E PELO FLAG CLIEND-ATIVO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDO O CEP DO ENDERECO (CLIEND-CEP),
      *==                OBRIGATORIO NA INCLUSAO E NA ALTERACAO E
      *==                CONFERIDO NAS ZONAS DE ENTREGA DA UF (TABELA
      *==                "ZONACEP", VIA BUSCAZON): CEP FORA DE
      *==                QUALQUER ZONA NAO E ACEITO, JA QUE O CRITPED
      *==                REJEITARIA OS PEDIDOS PARA ELE. SEM A TABELA,
      *==                O CEP E ACEITO SEM CONFERENCIA.
      *==   XX/XX/2026 - INCLUSAO E ALTERACAO GRAVAM NO DIARIO DE
      *==                ALTERACOES DOS CADASTROS ("ALTCAD", ALTCADPR)
      *==                CADA CAMPO MUDADO, COM VALOR ANTIGO, VALOR
      *==                NOVO E O OPERADOR DA SESSAO ("SESSAO").
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS UFRATE-UF
               FILE STATUS IS WRK-FS-UFRATE.

           SELECT ARQ-SESSAO  ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-ALTCAD  ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CLIENDER.
       FD  ARQ-UFRATE.
           COPY UFRATE.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-UFRATE      PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
           COPY ALTCADWS.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
       77  WRK-UF-VALIDA      PIC X(01) VALUE "N".
           88  UF-E-VALIDA             VALUE "S".

      *=======CEP DO ENDERECO E ZONA DE ENTREGA DEVOLVIDA PELA BUSCAZON
       77  WRK-CEP-DIGITADO   PIC X(08) VALUE SPACES.
       77  WRK-CEP            PIC 9(08) VALUE ZEROS.
       77  WRK-CEP-VALIDO     PIC X(01) VALUE "N".
           88  CEP-E-VALIDO            VALUE "S".
       77  WRK-ZONA-CODIGO    PIC X(06) VALUE SPACES.
       77  WRK-ZONA-AJUSTE    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ZONA-DIAS      PIC 9(03) VALUE ZEROS.
       77  WRK-ZONA-ACHADA    PIC X(01) VALUE "N".
           88  ZONA-FOI-ACHADA         VALUE "S".
           88  ZONAS-INDISPONIVEIS     VALUE "9".

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           OPEN INPUT ARQ-UFRATE.
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
           MOVE "CADENDER" TO UTIL-ALT-PROGRAMA.
           MOVE WRK-OPERADOR TO UTIL-ALT-OPERADOR.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           ACCEPT WRK-ENDERECO.
           MOVE "N" TO WRK-UF-VALIDA.
           PERFORM 0230-RECEBE-UF UNTIL UF-E-VALIDA.
           MOVE "N" TO WRK-CEP-VALIDO.
           PERFORM 0240-RECEBE-CEP UNTIL CEP-E-VALIDO.
           DISPLAY "ATIVO (S/N)... ".
           ACCEPT WRK-ATIVO.

                   SET UF-E-VALIDA TO TRUE
           END-READ.

      *=======O CEP PRECISA CAIR NUMA ZONA DE ENTREGA DA UF DIGITADA.
       0240-RECEBE-CEP    SECTION.
           DISPLAY "CEP DO ENDEREÇO (8 NÚMEROS)... ".
           ACCEPT WRK-CEP-DIGITADO.
           IF WRK-CEP-DIGITADO IS NOT NUMERIC
              OR WRK-CEP-DIGITADO EQUAL "00000000"
               DISPLAY "CEP INVÁLIDO. DIGITE OS 8 NÚMEROS."
           ELSE
               MOVE WRK-CEP-DIGITADO TO WRK-CEP
               CALL "BUSCAZON" USING WRK-CEP
                                     WRK-UF
                                     WRK-ZONA-CODIGO
                                     WRK-ZONA-AJUSTE
                                     WRK-ZONA-DIAS
                                     WRK-ZONA-ACHADA
               EVALUATE TRUE
                   WHEN ZONA-FOI-ACHADA
                       DISPLAY "ZONA DE ENTREGA " WRK-ZONA-CODIGO
                               " (PRAZO +" WRK-ZONA-DIAS " DIAS)"
                       SET CEP-E-VALIDO TO TRUE
                   WHEN ZONAS-INDISPONIVEIS
                       SET CEP-E-VALIDO TO TRUE
                   WHEN OTHER
                       DISPLAY "CEP " WRK-CEP " FORA DAS ZONAS DE "
                               "ENTREGA DA UF " WRK-UF
                               ". DIGITE NOVAMENTE."
               END-EVALUATE
           END-IF.

       0250-GRAVAR        SECTION.
           MOVE WRK-CLIENTE  TO CLIEND-CLIENTE.
           MOVE WRK-CODIGO   TO CLIEND-CODIGO.
           MOVE WRK-ENDERECO TO CLIEND-ENDERECO.
           MOVE WRK-UF       TO CLIEND-UF.
           MOVE WRK-ATIVO    TO CLIEND-ATIVO.
           MOVE WRK-CEP      TO CLIEND-CEP.
           WRITE CLIENDER-REC.
           IF WRK-FS-CLIENDER EQUAL "00"
               DISPLAY "ENDEREÇO INCLUÍDO."
               PERFORM 0260-DIARIO-INCLUSAO
           ELSE
               DISPLAY "ERRO GRAVANDO ENDEREÇO. STATUS "
                       WRK-FS-CLIENDER
           END-IF.

       0260-DIARIO-INCLUSAO SECTION.
           MOVE "CLIENDER" TO UTIL-ALT-ARQUIVO.
           MOVE CLIEND-CHAVE TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "REGISTRO" TO UTIL-ALT-CAMPO.
           MOVE SPACES     TO UTIL-ALT-ANTIGO.
           MOVE "INCLUIDO" TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           PERFORM 9350-GRAVA-ALTERACOES.

       0300-ALTERAR       SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... ".
           ACCEPT WRK-CLIENTE.
               NOT INVALID KEY
                   DISPLAY "ENDEREÇO ATUAL... " CLIEND-ENDERECO
                   DISPLAY "UF ATUAL... " CLIEND-UF
                   DISPLAY "CEP ATUAL... " CLIEND-CEP
                   DISPLAY "ATIVO ATUAL... " CLIEND-ATIVO
                   PERFORM 0220-RECEBE-DADOS
                   PERFORM 0310-COMPARA-CAMPOS
                   MOVE WRK-ENDERECO TO CLIEND-ENDERECO
                   MOVE WRK-UF       TO CLIEND-UF
                   MOVE WRK-ATIVO    TO CLIEND-ATIVO
                   MOVE WRK-CEP      TO CLIEND-CEP
                   REWRITE CLIENDER-REC
                   IF WRK-FS-CLIENDER EQUAL "00"
                       DISPLAY "ENDEREÇO ALTERADO."
                       PERFORM 9350-GRAVA-ALTERACOES
                   ELSE
                       DISPLAY "ERRO ALTERANDO ENDEREÇO. STATUS "
                               WRK-FS-CLIENDER
                   END-IF
           END-READ.

      *=======ANTES DO REWRITE, COM O REGISTRO AINDA COM OS VALORES
      *=======ANTIGOS: GUARDA PARA O DIARIO SO O CAMPO QUE MUDOU.
       0310-COMPARA-CAMPOS SECTION.
           MOVE "CLIENDER" TO UTIL-ALT-ARQUIVO.
           MOVE CLIEND-CHAVE TO UTIL-ALT-CHAVE.
           PERFORM 9300-INICIA-ALTERACAO.
           MOVE "ENDERECO" TO UTIL-ALT-CAMPO.
           MOVE CLIEND-ENDERECO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ENDERECO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "UF" TO UTIL-ALT-CAMPO.
           MOVE CLIEND-UF TO UTIL-ALT-ANTIGO.
           MOVE WRK-UF TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "CEP" TO UTIL-ALT-CAMPO.
           MOVE CLIEND-CEP TO UTIL-ALT-ANTIGO.
           MOVE WRK-CEP TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.
           MOVE "ATIVO" TO UTIL-ALT-CAMPO.
           MOVE CLIEND-ATIVO TO UTIL-ALT-ANTIGO.
           MOVE WRK-ATIVO TO UTIL-ALT-NOVO.
           PERFORM 9310-COMPARA-CAMPO.

       0400-CONSULTAR     SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... ".
           ACCEPT WRK-CLIENTE.
                           " ENDEREÇO " CLIEND-CODIGO
                   DISPLAY CLIEND-ENDERECO
                   DISPLAY "UF... " CLIEND-UF
                           "  CEP... " CLIEND-CEP
                           "  ATIVO... " CLIEND-ATIVO
           END-READ.

           CLOSE ARQ-UFRATE.

       COPY FSERROPR.
       COPY ALTCADPR.
