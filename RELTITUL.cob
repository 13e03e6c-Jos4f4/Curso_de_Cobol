       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITUL.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO DO TITULAR (LGPD): TUDO O QUE A
      *    ==          EMPRESA GUARDA SOBRE UM CPF/CNPJ, PARA ATENDER
      *    ==          O PEDIDO DE ACESSO DO PROPRIO TITULAR -- O
      *    ==          CADASTRO "CLIENTE" COM OS ENDERECOS DE ENTREGA
      *    ==          ("CLIENDER"), OS TITULOS ("CONTAREC"), OS
      *    ==          PEDIDOS ("PEDHIST"), OS CHAMADOS DO SAC, OS
      *    ==          SINISTROS, OS ALUNOS DE QUEM ELE E RESPONSAVEL,
      *    ==          AS NOTAS DE FRETE ("NOTAFISC" E A COPIA
      *    ==          ARQUIVADA "NOTAFARQ") E AS ALTERACOES DO
      *    ==          CADASTRO ("ALTCAD"). CADA CONSULTA SAI NA TELA
      *    ==          E NO RELATORIO "RELTITUL" ENTREGUE AO TITULAR.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CONSULTA. O CPF/CNPJ SO EXISTE NO CADASTRO
      *==             "CLIENTE": O RESTO E ACHADO PELO CODIGO DO
      *==             CLIENTE (OU PELO CPF GRAVADO NA NOTA). CLIENTE
      *==             JA ANONIMIZADO PELO ANONIMIZ NAO TEM MAIS CPF
      *==             E NAO APARECE.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-CLIENDER ASSIGN TO "CLIENDER"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-SACCHAM  ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAC-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SACCHAM.

           SELECT ARQ-SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIN-PEDIDO
               FILE STATUS IS WRK-FS-SINISTRO.

           SELECT ARQ-ALUNO    ASSIGN TO "ALUNO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNO.

           SELECT ARQ-NOTA     ASSIGN TO "NOTAFISC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTA.

           SELECT ARQ-NOTAFARQ ASSIGN TO "NOTAFARQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAFARQ.

           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.

           SELECT ARQ-RELTITUL ASSIGN TO "RELTITUL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTITUL.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-NOTA.
           COPY NOTA.

       FD  ARQ-NOTAFARQ.
       01  NOTAFARQ-REC        PIC X(402).

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       FD  ARQ-RELTITUL.
       01  RELTITUL-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-NOTA        PIC X(02) VALUE "00".
       77  WRK-FS-NOTAFARQ    PIC X(02) VALUE "00".
       77  WRK-FS-ALTCAD      PIC X(02) VALUE "00".
       77  WRK-FS-RELTITUL    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-TITULAR           VALUE "1".
           88  OPCAO-ENCERRAR          VALUE "2".
       77  WRK-FIM-CONSULTA   PIC X(01) VALUE "N".
           88  FIM-DE-CONSULTA         VALUE "S".
       77  WRK-FIM-LISTA      PIC X(01) VALUE "N".
           88  FIM-DA-LISTA            VALUE "S".

       77  WRK-CPF-CNPJ       PIC X(14) VALUE SPACES.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-ARQ-PASSO      PIC X(09) VALUE SPACES.
       77  WRK-FS-PASSO       PIC X(02) VALUE SPACES.
       77  WRK-ABERTO-PASSO   PIC X(01) VALUE "N".
           88  PASSO-ABERTO            VALUE "S".
       77  WRK-QTD-ACHADOS    PIC 9(05) VALUE ZEROS.

      *=======CODIGOS DE CLIENTE COM O CPF/CNPJ PEDIDO (NORMALMENTE UM
      *=======SO; MAIS DE UM QUANDO O CADASTRO FOI DUPLICADO)
       77  WRK-QTD-COD        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COD        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-BUSCA      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ACHADO     PIC 9(02) VALUE ZEROS.
       77  WRK-COD-PROCURA    PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-CODIGOS.
           05  WRK-COD-CLIENTE OCCURS 20 TIMES PIC 9(06).

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-VALOR-ED       PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-LIMITE-ED      PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-CONSULTA.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-RELTITUL.
           IF WRK-FS-RELTITUL NOT EQUAL "00"
               MOVE WRK-FS-RELTITUL TO UTIL-FS-CODIGO
               MOVE "RELTITUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "RELATÓRIO DO TITULAR DOS DADOS (LGPD)".
           DISPLAY "1 - CONSULTAR CPF/CNPJ  2 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-TITULAR
                   PERFORM 0200-CONSULTAR-TITULAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-CONSULTA TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======ARQUIVO QUE NAO ABRIU SAI COMO LINHA NO RELATORIO -- O
      *=======TITULAR PRECISA SABER QUE AQUELA PARTE NAO FOI OLHADA.
       0090-CONFERIR-ABERTURA SECTION.
           IF WRK-FS-PASSO EQUAL "00"
               SET PASSO-ABERTO TO TRUE
           ELSE
               MOVE "N" TO WRK-ABERTO-PASSO
               MOVE SPACES TO RELTITUL-LINHA
               IF WRK-FS-PASSO EQUAL "35"
                   STRING "  (" WRK-ARQ-PASSO " AINDA NAO CRIADO)"
                       DELIMITED BY SIZE INTO RELTITUL-LINHA
               ELSE
                   STRING "  *** " WRK-ARQ-PASSO
                          " INDISPONIVEL (STATUS " WRK-FS-PASSO
                          ") - NAO CONSULTADO"
                       DELIMITED BY SIZE INTO RELTITUL-LINHA
               END-IF
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0200-CONSULTAR-TITULAR SECTION.
           DISPLAY "CPF/CNPJ (SÓ NÚMEROS)... ".
           ACCEPT WRK-CPF-CNPJ.
           IF WRK-CPF-CNPJ EQUAL SPACES
               DISPLAY "CPF/CNPJ EM BRANCO."
           ELSE
               MOVE ALL "=" TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE SPACES TO RELTITUL-LINHA
               STRING "DADOS PESSOAIS GUARDADOS - CPF/CNPJ "
                      WRK-CPF-CNPJ " - EMITIDO EM " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ALL "=" TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE ZEROS TO WRK-QTD-COD
               PERFORM 0300-LISTAR-CLIENTES
               IF WRK-QTD-COD GREATER ZEROS
                   PERFORM 0350-LISTAR-ENDERECOS
                   PERFORM 0400-LISTAR-TITULOS
                   PERFORM 0450-LISTAR-PEDIDOS
                   PERFORM 0500-LISTAR-CHAMADOS
                   PERFORM 0550-LISTAR-SINISTROS
                   PERFORM 0600-LISTAR-ALUNOS
                   PERFORM 0700-LISTAR-ALTERACOES
               END-IF
               PERFORM 0650-LISTAR-NOTAS
               MOVE SPACES TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "FUNCIONARIOS E ALUNOS NAO TEM CPF/CNPJ NO CADASTRO"
                   TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE "- SO APARECEM PELO VINCULO COM O CLIENTE ACIMA."
                   TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0250-TITULO-BLOCO  SECTION.
           MOVE SPACES TO RELTITUL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-ARQ-PASSO TO RELTITUL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QTD-ACHADOS.

       0260-FIM-BLOCO     SECTION.
           IF PASSO-ABERTO
              AND WRK-QTD-ACHADOS EQUAL ZEROS
               MOVE "  (NADA ENCONTRADO)" TO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

      *=======CADASTRO DE CLIENTES: LEITURA INTEIRA, O CPF/CNPJ NAO E
      *=======CHAVE.
       0300-LISTAR-CLIENTES SECTION.
           MOVE "CLIENTE" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-CLIENTE.
           MOVE WRK-FS-CLIENTE TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0310-LER-CLIENTE UNTIL FIM-DA-LISTA
               CLOSE ARQ-CLIENTE
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0310-LER-CLIENTE   SECTION.
           READ ARQ-CLIENTE
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF CLI-CPF-CNPJ EQUAL WRK-CPF-CNPJ
                       PERFORM 0320-MOSTRAR-CLIENTE
                   END-IF
           END-READ.

       0320-MOSTRAR-CLIENTE SECTION.
           ADD 1 TO WRK-QTD-ACHADOS.
           IF WRK-QTD-COD LESS 20
               ADD 1 TO WRK-QTD-COD
               MOVE CLI-CODIGO TO WRK-COD-CLIENTE(WRK-QTD-COD)
           END-IF.
           MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-ED.
           MOVE SPACES TO RELTITUL-LINHA.
           STRING "  CODIGO " CLI-CODIGO "  NOME " CLI-NOME
                  "  IDADE " CLI-IDADE "  ATIVO " CLI-ATIVO
                  "  LIMITE " WRK-LIMITE-ED
               DELIMITED BY SIZE INTO RELTITUL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELTITUL-LINHA.
           STRING "         ENDERECO " CLI-ENDERECO
                  "  UF PREFERIDA " CLI-UF-PREF
                  "  AVISO DE EMBARQUE " CLI-AVISO-EMBARQUE
               DELIMITED BY SIZE INTO RELTITUL-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0350-LISTAR-ENDERECOS SECTION.
           MOVE "CLIENDER" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-CLIENDER.
           MOVE WRK-FS-CLIENDER TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE 1 TO WRK-IDX-COD
               PERFORM 0360-ENDERECOS-DO-CLIENTE
                   UNTIL WRK-IDX-COD GREATER WRK-QTD-COD
               CLOSE ARQ-CLIENDER
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0360-ENDERECOS-DO-CLIENTE SECTION.
           MOVE "N" TO WRK-FIM-LISTA.
           MOVE WRK-COD-CLIENTE(WRK-IDX-COD) TO CLIEND-CLIENTE.
           MOVE ZEROS                        TO CLIEND-CODIGO.
           START ARQ-CLIENDER KEY IS NOT LESS THAN CLIEND-CHAVE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0370-MOSTRAR-ENDERECO UNTIL FIM-DA-LISTA.
           ADD 1 TO WRK-IDX-COD.

       0370-MOSTRAR-ENDERECO SECTION.
           READ ARQ-CLIENDER NEXT RECORD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF CLIEND-CLIENTE NOT EQUAL
                      WRK-COD-CLIENTE(WRK-IDX-COD)
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  " CLIEND-CLIENTE "/" CLIEND-CODIGO
                              "  " CLIEND-ENDERECO "  UF " CLIEND-UF
                              "  CEP " CLIEND-CEP
                              "  ATIVO " CLIEND-ATIVO
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

       0400-LISTAR-TITULOS SECTION.
           MOVE "CONTAREC" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-CONTAREC.
           MOVE WRK-FS-CONTAREC TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0410-LER-TITULO UNTIL FIM-DA-LISTA
               CLOSE ARQ-CONTAREC
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0410-LER-TITULO    SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   MOVE CREC-CLIENTE TO WRK-COD-PROCURA
                   PERFORM 0850-PROCURAR-CODIGO
                   IF WRK-IDX-ACHADO GREATER ZEROS
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE CREC-VALOR TO WRK-VALOR-ED
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  TITULO " CREC-NUMERO
                              "  EMISSAO " CREC-DATA-EMISSAO
                              "  VENCIMENTO " CREC-DATA-VENCIMENTO
                              "  VALOR " WRK-VALOR-ED
                              "  SITUACAO " CREC-SITUACAO
                              "  PAGAMENTO " CREC-DATA-PAGAMENTO
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

      *=======PEDIDOS E CHAMADOS PELA CHAVE ALTERNATIVA DO CLIENTE.
       0450-LISTAR-PEDIDOS SECTION.
           MOVE "PEDHIST" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-PEDHIST.
           MOVE WRK-FS-PEDHIST TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE 1 TO WRK-IDX-COD
               PERFORM 0460-PEDIDOS-DO-CLIENTE
                   UNTIL WRK-IDX-COD GREATER WRK-QTD-COD
               CLOSE ARQ-PEDHIST
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0460-PEDIDOS-DO-CLIENTE SECTION.
           MOVE "N" TO WRK-FIM-LISTA.
           MOVE WRK-COD-CLIENTE(WRK-IDX-COD) TO PHIST-CLIENTE.
           START ARQ-PEDHIST KEY IS EQUAL PHIST-CLIENTE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0470-MOSTRAR-PEDIDO UNTIL FIM-DA-LISTA.
           ADD 1 TO WRK-IDX-COD.

       0470-MOSTRAR-PEDIDO SECTION.
           READ ARQ-PEDHIST NEXT RECORD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF PHIST-CLIENTE NOT EQUAL
                      WRK-COD-CLIENTE(WRK-IDX-COD)
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE PHIST-VALOR TO WRK-VALOR-ED
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  PEDIDO " PHIST-NUMERO
                              "  DATA " PHIST-DATA-PROC
                              "  UF " PHIST-ESTADO
                              "  " PHIST-PRODUTO
                              "  VALOR " WRK-VALOR-ED
                              "  ENTREGA " PHIST-DATA-ENTREGA
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

       0500-LISTAR-CHAMADOS SECTION.
           MOVE "SACCHAM" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-SACCHAM.
           MOVE WRK-FS-SACCHAM TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE 1 TO WRK-IDX-COD
               PERFORM 0510-CHAMADOS-DO-CLIENTE
                   UNTIL WRK-IDX-COD GREATER WRK-QTD-COD
               CLOSE ARQ-SACCHAM
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0510-CHAMADOS-DO-CLIENTE SECTION.
           MOVE "N" TO WRK-FIM-LISTA.
           MOVE WRK-COD-CLIENTE(WRK-IDX-COD) TO SAC-CLIENTE.
           START ARQ-SACCHAM KEY IS EQUAL SAC-CLIENTE
               INVALID KEY
                   SET FIM-DA-LISTA TO TRUE
           END-START.
           PERFORM 0520-MOSTRAR-CHAMADO UNTIL FIM-DA-LISTA.
           ADD 1 TO WRK-IDX-COD.

       0520-MOSTRAR-CHAMADO SECTION.
           READ ARQ-SACCHAM NEXT RECORD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF SAC-CLIENTE NOT EQUAL
                      WRK-COD-CLIENTE(WRK-IDX-COD)
                       SET FIM-DA-LISTA TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  CHAMADO " SAC-NUMERO
                              "  PEDIDO " SAC-PEDIDO
                              "  ABERTURA " SAC-DATA-ABERTURA
                              "  SITUACAO " SAC-SITUACAO
                              "  " SAC-DESCRICAO
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

       0550-LISTAR-SINISTROS SECTION.
           MOVE "SINISTRO" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-SINISTRO.
           MOVE WRK-FS-SINISTRO TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0560-LER-SINISTRO UNTIL FIM-DA-LISTA
               CLOSE ARQ-SINISTRO
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0560-LER-SINISTRO  SECTION.
           READ ARQ-SINISTRO
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   MOVE SIN-CLIENTE TO WRK-COD-PROCURA
                   PERFORM 0850-PROCURAR-CODIGO
                   IF WRK-IDX-ACHADO GREATER ZEROS
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SIN-VALOR TO WRK-VALOR-ED
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  SINISTRO DO PEDIDO " SIN-PEDIDO
                              "  ABERTURA " SIN-DATA-ABERTURA
                              "  TIPO " SIN-TIPO
                              "  SITUACAO " SIN-SITUACAO
                              "  VALOR " WRK-VALOR-ED
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

      *=======ALUNOS DE QUEM O CLIENTE E RESPONSAVEL FINANCEIRO
       0600-LISTAR-ALUNOS SECTION.
           MOVE "ALUNO" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-ALUNO.
           MOVE WRK-FS-ALUNO TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0610-LER-ALUNO UNTIL FIM-DA-LISTA
               CLOSE ARQ-ALUNO
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0610-LER-ALUNO     SECTION.
           READ ARQ-ALUNO
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   MOVE ALU-RESPONSAVEL TO WRK-COD-PROCURA
                   PERFORM 0850-PROCURAR-CODIGO
                   IF ALU-RESPONSAVEL GREATER ZEROS
                      AND WRK-IDX-ACHADO GREATER ZEROS
                       ADD 1 TO WRK-QTD-ACHADOS
                       MOVE SPACES TO RELTITUL-LINHA
                       STRING "  MATRICULA " ALU-MATRICULA
                              "  NOME " ALU-NOME
                              "  STATUS " ALU-STATUS
                              "  RESPONSAVEL " ALU-RESPONSAVEL
                           DELIMITED BY SIZE INTO RELTITUL-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
           END-READ.

      *=======NOTAS DE FRETE PELO CPF/CNPJ IMPRESSO NA LINHA DE TOTAIS
      *=======(ACHA TAMBEM NOTA DE CLIENTE JA INATIVADO). A COPIA
      *=======ARQUIVADA E LIDA NA AREA DO NOTAFISC, MESMO LAYOUT.
       0650-LISTAR-NOTAS  SECTION.
           MOVE "NOTAFISC" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-NOTA.
           MOVE WRK-FS-NOTA TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0660-LER-NOTA UNTIL FIM-DA-LISTA
               CLOSE ARQ-NOTA
               PERFORM 0260-FIM-BLOCO
           END-IF.
           MOVE "NOTAFARQ" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-NOTAFARQ.
           MOVE WRK-FS-NOTAFARQ TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0670-LER-NOTA-ARQUIVADA UNTIL FIM-DA-LISTA
               CLOSE ARQ-NOTAFARQ
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0660-LER-NOTA      SECTION.
           READ ARQ-NOTA
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   PERFORM 0680-TESTAR-NOTA
           END-READ.

       0670-LER-NOTA-ARQUIVADA SECTION.
           READ ARQ-NOTAFARQ
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   MOVE NOTAFARQ-REC TO NOTA-LINHA
                   PERFORM 0680-TESTAR-NOTA
           END-READ.

       0680-TESTAR-NOTA   SECTION.
           IF NOTA-LINHA(1:5) NOT EQUAL "ITEM "
              AND NOTA-CPF-CNPJ EQUAL WRK-CPF-CNPJ
               ADD 1 TO WRK-QTD-ACHADOS
               MOVE SPACES TO RELTITUL-LINHA
               STRING "  NOTA DO PEDIDO " NOTA-NUMERO
                      "  DATA " NOTA-DATA
                      "  NOME " NOTA-CLIENTE-NOME
                      "  TOTAL " NOTA-VALOR-FINAL-ED
                   DELIMITED BY SIZE INTO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
               MOVE SPACES TO RELTITUL-LINHA
               STRING "         ENDERECO " NOTA-ENDERECO
                      "  UF " NOTA-ESTADO
                   DELIMITED BY SIZE INTO RELTITUL-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

      *=======ALTERACOES DO CADASTRO DO CLIENTE E DOS ENDERECOS DELE
       0700-LISTAR-ALTERACOES SECTION.
           MOVE "ALTCAD" TO WRK-ARQ-PASSO.
           PERFORM 0250-TITULO-BLOCO.
           OPEN INPUT ARQ-ALTCAD.
           MOVE WRK-FS-ALTCAD TO WRK-FS-PASSO.
           PERFORM 0090-CONFERIR-ABERTURA.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-LISTA
               PERFORM 0710-LER-ALTERACAO UNTIL FIM-DA-LISTA
               CLOSE ARQ-ALTCAD
               PERFORM 0260-FIM-BLOCO
           END-IF.

       0710-LER-ALTERACAO SECTION.
           READ ARQ-ALTCAD
               AT END
                   SET FIM-DA-LISTA TO TRUE
               NOT AT END
                   IF (ALT-ARQUIVO EQUAL "CLIENTE"
                       OR ALT-ARQUIVO EQUAL "CLIENDER")
                      AND ALT-CHAVE(1:6) IS NUMERIC
                       MOVE ALT-CHAVE(1:6) TO WRK-COD-PROCURA
                       PERFORM 0850-PROCURAR-CODIGO
                       IF WRK-IDX-ACHADO GREATER ZEROS
                           ADD 1 TO WRK-QTD-ACHADOS
                           MOVE SPACES TO RELTITUL-LINHA
                           STRING "  " ALT-DATA " " ALT-ARQUIVO
                                  " " ALT-CHAVE " " ALT-CAMPO
                                  " DE " ALT-VALOR-ANTIGO
                                  " PARA " ALT-VALOR-NOVO
                               DELIMITED BY SIZE INTO RELTITUL-LINHA
                           PERFORM 0800-GRAVAR-LINHA
                       END-IF
                   END-IF
           END-READ.

       0800-GRAVAR-LINHA  SECTION.
           DISPLAY RELTITUL-LINHA.
           WRITE RELTITUL-LINHA.
           IF WRK-FS-RELTITUL NOT EQUAL "00"
               MOVE WRK-FS-RELTITUL TO UTIL-FS-CODIGO
               MOVE "RELTITUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0850-PROCURAR-CODIGO SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           MOVE 1     TO WRK-IDX-BUSCA.
           PERFORM 0855-TESTAR-CODIGO
               UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-COD
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0855-TESTAR-CODIGO SECTION.
           IF WRK-COD-CLIENTE(WRK-IDX-BUSCA) EQUAL WRK-COD-PROCURA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-RELTITUL.

       COPY FSERROPR.
