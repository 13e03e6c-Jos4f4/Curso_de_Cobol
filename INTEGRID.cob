       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRID.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: VERIFICACAO SEMANAL DA INTEGRIDADE ENTRE OS
      *    ==          ARQUIVOS INDEXADOS: PERCORRE CADA ARQUIVO QUE
      *    ==          APONTA PARA UM CADASTRO E CONFERE SE O CODIGO
      *    ==          APONTADO EXISTE (E, ONDE IMPORTA, SE ESTA
      *    ==          ATIVO) -- TITULO DO "CONTAREC" X CLIENTE,
      *    ==          PEDIDO DO "PEDHIST" X TRANSPORTADORA E CLIENTE,
      *    ==          "ESTOQUE" X PRODUTO, RESPONSAVEL DO "ALUNO" X
      *    ==          CLIENTE, "MATRICUL" X ALUNO, "PROFESSOR" X
      *    ==          FUNCIONARIO, "PROFTURM" X PROFESSOR E
      *    ==          EMPRESTIMO DO "EMPRFUNC" X FUNCIONARIO ATIVO
      *    ==          (DESLIGAMENTO PELO "EVENFUNC"). CADA REGISTRO
      *    ==          ORFAO SAI NO RELATORIO "INTEGRID" COM O
      *    ==          ARQUIVO, A CHAVE E A REFERENCIA QUEBRADA, E NO
      *    ==          FIM A CONTAGEM POR REGRA -- ANTES O ORFAO SO
      *    ==          APARECIA POR ACASO, MESES DEPOIS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CONSULTA, NAO CORRIGE NADA. CADA REGRA E
      *==             "CRITICO" OU "AVISO" (TABELA WRK-TAB-REGRAS).
      *==             RETURN-CODE 0008 QUANDO HOUVE ORFAO CRITICO;
      *==             0004 QUANDO SO HOUVE AVISO OU QUANDO ALGUM
      *==             ARQUIVO NAO ABRIU (A VERIFICACAO DAQUELE PAR
      *==             FICA DE FORA E SAI MARCADA NO RELATORIO).
      *==             EMPRESTIMO SO CONTA COM PARCELA RESTANTE; O
      *==             DESLIGADO NO MES CORRENTE AINDA TEM O SALDO
      *==             DESCONTADO NO TRCT DA FOLHA, ENTAO SO E ORFAO O
      *==             DESLIGADO EM MES ANTERIOR (READMISSAO POSTERIOR
      *==             AO DESLIGAMENTO CONTA COMO ATIVO).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-ESTOQUE  ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

           SELECT ARQ-PROFTURM ASSIGN TO "PROFTURM"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PFT-CHAVE
               FILE STATUS IS WRK-FS-PROFTURM.

           SELECT ARQ-EMPRFUNC ASSIGN TO "EMPRFUNC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRFUNC.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-TRANSP   ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-PRODUTO  ASSIGN TO "PRODUTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

      *=======ALUNO E PROFESSOR SAO PERCORRIDOS (RESPONSAVEL E
      *=======FUNCIONARIO) E DEPOIS CONSULTADOS PELA CHAVE.
           SELECT ARQ-ALUNO    ASSIGN TO "ALUNO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNO.

           SELECT ARQ-PROFESSOR ASSIGN TO "PROFESSOR"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROFESSOR.

           SELECT ARQ-EVENFUNC ASSIGN TO "EVENFUNC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENFUNC.

           SELECT ARQ-INTEGRID ASSIGN TO "INTEGRID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTEGRID.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-PROFTURM.
           COPY PROFTURM.

       FD  ARQ-EMPRFUNC.
           COPY EMPRFUNC.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-PRODUTO.
           COPY PRODUTO.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-PROFESSOR.
           COPY PROFESSOR.

       FD  ARQ-EVENFUNC.
           COPY EVENFUNC.

       FD  ARQ-INTEGRID.
       01  INTEGRID-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-PROFTURM    PIC X(02) VALUE "00".
       77  WRK-FS-EMPRFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-FS-PRODUTO     PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-PROFESSOR   PIC X(02) VALUE "00".
       77  WRK-FS-EVENFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-INTEGRID    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

      *=======CADASTROS DE REFERENCIA QUE ABRIRAM (SEM O CADASTRO, A
      *=======VERIFICACAO QUE DEPENDE DELE FICA DE FORA)
       77  WRK-CLIENTE-OK     PIC X(01) VALUE "N".
           88  CLIENTE-DISPONIVEL       VALUE "S".
       77  WRK-TRANSP-OK      PIC X(01) VALUE "N".
           88  TRANSP-DISPONIVEL        VALUE "S".
       77  WRK-PRODUTO-OK     PIC X(01) VALUE "N".
           88  PRODUTO-DISPONIVEL       VALUE "S".
       77  WRK-FUNCIONAR-OK   PIC X(01) VALUE "N".
           88  FUNCIONAR-DISPONIVEL     VALUE "S".
       77  WRK-ALUNO-OK       PIC X(01) VALUE "N".
           88  ALUNO-DISPONIVEL         VALUE "S".
       77  WRK-PROFESSOR-OK   PIC X(01) VALUE "N".
           88  PROFESSOR-DISPONIVEL     VALUE "S".
       77  WRK-EVENFUNC-OK    PIC X(01) VALUE "N".
           88  EVENFUNC-DISPONIVEL      VALUE "S".

       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO           VALUE "S".
       77  WRK-REF-ACHADA     PIC X(01) VALUE "N".
           88  REFERENCIA-ACHADA        VALUE "S".
       77  WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-ARQ-PASSO      PIC X(09) VALUE SPACES.
       77  WRK-REF-PASSO      PIC X(09) VALUE SPACES.
       77  WRK-FS-PASSO       PIC X(02) VALUE SPACES.

      *=======REGRAS: GRAU ("C" = CRITICO, "A" = AVISO), ARQUIVO
      *=======VERIFICADO E DESCRICAO DA REFERENCIA QUEBRADA
       01  WRK-TAB-REGRAS.
           05  FILLER PIC X(50) VALUE
               "CCONTAREC TITULO EM ABERTO - CLIENTE INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CCONTAREC TITULO EM ABERTO - CLIENTE INATIVO".
           05  FILLER PIC X(50) VALUE
               "CPEDHIST  PEDIDO - TRANSPORTADORA INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CPEDHIST  PEDIDO - CLIENTE INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CESTOQUE  POSICAO - PRODUTO INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "AESTOQUE  SALDO EM PRODUTO INATIVO".
           05  FILLER PIC X(50) VALUE
               "AALUNO    RESPONSAVEL FINANCEIRO INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CMATRICUL MATRICULA - ALUNO INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "APROFESSORPROFESSOR - FUNCIONARIO INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CPROFTURM ATRIBUICAO - PROFESSOR INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CEMPRFUNC EMPRESTIMO - FUNCIONARIO INEXISTENTE".
           05  FILLER PIC X(50) VALUE
               "CEMPRFUNC EMPRESTIMO - FUNCIONARIO DESLIGADO".
       01  WRK-TAB-REGRAS-R REDEFINES WRK-TAB-REGRAS.
           05  WRK-REGRA-ITEM OCCURS 12 TIMES.
               10  WRK-REGRA-GRAU      PIC X(01).
               10  WRK-REGRA-ARQUIVO   PIC X(09).
               10  WRK-REGRA-DESCRICAO PIC X(40).
       01  WRK-TAB-CONTAGEM.
           05  WRK-REGRA-QTD OCCURS 12 TIMES PIC 9(07).
       77  WRK-QTD-REGRAS     PIC 9(02) VALUE 12.
       77  WRK-REGRA          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-REGRA      PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CRITICOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AVISOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NAO-VERIF  PIC 9(02) VALUE ZEROS.

      *=======EVENTOS FUNCIONAIS (ADMISSAO E DESLIGAMENTO), COMO NA
      *=======FOLHA
       77  WRK-FIM-EVENTOS    PIC X(01) VALUE "N".
           88  FIM-DE-EVENTOS           VALUE "S".
       77  WRK-QTD-EVENTOS    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-EV         PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-EVENTOS  PIC X(01) VALUE "N".
           88  AVISO-EVENTOS-DADO       VALUE "S".
       01  WRK-TAB-EVENTOS.
           05  WRK-EVENTO OCCURS 200 TIMES.
               10  WRK-EV-CODIGO   PIC 9(04).
               10  WRK-EV-TIPO     PIC X(01).
               10  WRK-EV-DATA     PIC X(08).
       77  WRK-DATA-ADMISSAO  PIC X(08) VALUE SPACES.
       77  WRK-DATA-DESLIGTO  PIC X(08) VALUE SPACES.

      *=======LINHA DE DETALHE DO RELATORIO (UM ORFAO POR LINHA)
       01  WRK-LINHA-DET.
           05  FILLER              PIC X(06) VALUE "REGRA ".
           05  WRK-DET-REGRA       PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-GRAU        PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-ARQUIVO     PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-CHAVE       PIC X(22).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-DESCRICAO   PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-REFERENCIA  PIC X(20).
           05  FILLER              PIC X(16) VALUE SPACES.

      *=======LINHA DO RESUMO POR REGRA
       01  WRK-LINHA-RES.
           05  FILLER              PIC X(06) VALUE "REGRA ".
           05  WRK-RES-REGRA       PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-RES-GRAU        PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-RES-ARQUIVO     PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-RES-DESCRICAO   PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-RES-QTD         PIC Z.ZZZ.ZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.
       77  WRK-QTD-ED         PIC Z.ZZZ.ZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-VERIFICAR-CONTAREC.
           PERFORM 0150-VERIFICAR-PEDHIST.
           PERFORM 0200-VERIFICAR-ESTOQUE.
           PERFORM 0250-VERIFICAR-ALUNO.
           PERFORM 0300-VERIFICAR-MATRICUL.
           PERFORM 0350-VERIFICAR-PROFESSOR.
           PERFORM 0400-VERIFICAR-PROFTURM.
           PERFORM 0450-VERIFICAR-EMPRFUNC.
           PERFORM 0700-IMPRIMIR-RESUMO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======OS CADASTROS DE REFERENCIA ABREM UMA VEZ SO; O QUE NAO
      *=======ABRIR SO TIRA FORA AS VERIFICACOES QUE DEPENDEM DELE.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-INTEGRID.
           IF WRK-FS-INTEGRID NOT EQUAL "00"
               MOVE WRK-FS-INTEGRID TO UTIL-FS-CODIGO
               MOVE "INTEGRID"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE EQUAL "00"
               SET CLIENTE-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-TRANSP.
           IF WRK-FS-TRANSP EQUAL "00"
               SET TRANSP-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-PRODUTO.
           IF WRK-FS-PRODUTO EQUAL "00"
               SET PRODUTO-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR EQUAL "00"
               SET FUNCIONAR-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-ALUNO.
           IF WRK-FS-ALUNO EQUAL "00"
               SET ALUNO-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-PROFESSOR.
           IF WRK-FS-PROFESSOR EQUAL "00"
               SET PROFESSOR-DISPONIVEL TO TRUE
           END-IF.
           PERFORM 0060-CARREGAR-EVENTOS.

           MOVE SPACES TO INTEGRID-LINHA.
           STRING "VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS - "
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0060-CARREGAR-EVENTOS SECTION.
           OPEN INPUT ARQ-EVENFUNC.
           IF WRK-FS-EVENFUNC EQUAL "00"
               SET EVENFUNC-DISPONIVEL TO TRUE
               PERFORM 0070-LER-EVENTO UNTIL FIM-DE-EVENTOS
               CLOSE ARQ-EVENFUNC
           END-IF.

       0070-LER-EVENTO    SECTION.
           READ ARQ-EVENFUNC
               AT END
                   SET FIM-DE-EVENTOS TO TRUE
               NOT AT END
                   IF EVF-ADMISSAO OR EVF-DESLIGAMENTO
                       IF WRK-QTD-EVENTOS LESS 200
                           ADD 1 TO WRK-QTD-EVENTOS
                           MOVE EVF-CODIGO
                               TO WRK-EV-CODIGO(WRK-QTD-EVENTOS)
                           MOVE EVF-TIPO
                               TO WRK-EV-TIPO(WRK-QTD-EVENTOS)
                           MOVE EVF-DATA
                               TO WRK-EV-DATA(WRK-QTD-EVENTOS)
                       ELSE
                           IF NOT AVISO-EVENTOS-DADO
                               DISPLAY "MAIS DE 200 ADMISSÕES/"
                                       "DESLIGAMENTOS NO EVENFUNC -- "
                                       "EXCEDENTES FORA DA "
                                       "VERIFICAÇÃO."
                               SET AVISO-EVENTOS-DADO TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *=======REGRAS 01 E 02: TITULO EM ABERTO DO CONTAREC
       0100-VERIFICAR-CONTAREC SECTION.
           MOVE "CONTAREC" TO WRK-ARQ-PASSO.
           MOVE "CLIENTE"  TO WRK-REF-PASSO.
           MOVE ZEROS      TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-CONTAREC.
           MOVE WRK-FS-CONTAREC TO WRK-FS-PASSO.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
              OR NOT CLIENTE-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-CONTAREC
               PERFORM 0120-CONFERIR-CONTAREC UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-CONTAREC EQUAL "00"
               CLOSE ARQ-CONTAREC
           END-IF.

       0110-LER-CONTAREC  SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0120-CONFERIR-CONTAREC SECTION.
           IF CREC-EM-ABERTO
               MOVE SPACES TO WRK-DET-CHAVE
               STRING "TITULO " CREC-NUMERO
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE
               MOVE SPACES TO WRK-DET-REFERENCIA
               STRING "CLIENTE " CREC-CLIENTE
                   DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
               MOVE CREC-CLIENTE TO CLI-CODIGO
               PERFORM 0600-LER-CLIENTE
               IF NOT REFERENCIA-ACHADA
                   MOVE 1 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               ELSE
                   IF CLI-ATIVO EQUAL "N"
                       MOVE 2 TO WRK-REGRA
                       PERFORM 0750-REGISTRAR-VIOLACAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0110-LER-CONTAREC.

      *=======REGRAS 03 E 04: PEDIDO DO HISTORICO (TRANSPORTADORA
      *=======ZERO = PEDIDO SEM ENTREGA REGISTRADA, NAO E ORFAO)
       0150-VERIFICAR-PEDHIST SECTION.
           MOVE "PEDHIST"  TO WRK-ARQ-PASSO.
           MOVE "TRANSP"   TO WRK-REF-PASSO.
           MOVE ZEROS      TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-PEDHIST.
           MOVE WRK-FS-PEDHIST TO WRK-FS-PASSO.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
              OR NOT TRANSP-DISPONIVEL
              OR NOT CLIENTE-DISPONIVEL
               IF TRANSP-DISPONIVEL
                   MOVE "CLIENTE" TO WRK-REF-PASSO
               END-IF
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-PEDHIST
               PERFORM 0170-CONFERIR-PEDHIST UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-PEDHIST EQUAL "00"
               CLOSE ARQ-PEDHIST
           END-IF.

       0160-LER-PEDHIST   SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0170-CONFERIR-PEDHIST SECTION.
           MOVE SPACES TO WRK-DET-CHAVE.
           STRING "PEDIDO " PHIST-NUMERO
               DELIMITED BY SIZE INTO WRK-DET-CHAVE.
           IF PHIST-TRANSPORTADORA NOT EQUAL ZEROS
               MOVE PHIST-TRANSPORTADORA TO TRN-CODIGO
               PERFORM 0610-LER-TRANSP
               IF NOT REFERENCIA-ACHADA
                   MOVE SPACES TO WRK-DET-REFERENCIA
                   STRING "TRANSPORTADORA " PHIST-TRANSPORTADORA
                       DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
                   MOVE 3 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               END-IF
           END-IF.
           MOVE PHIST-CLIENTE TO CLI-CODIGO.
           PERFORM 0600-LER-CLIENTE.
           IF NOT REFERENCIA-ACHADA
               MOVE SPACES TO WRK-DET-REFERENCIA
               STRING "CLIENTE " PHIST-CLIENTE
                   DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
               MOVE 4 TO WRK-REGRA
               PERFORM 0750-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 0160-LER-PEDHIST.

      *=======REGRAS 05 E 06: POSICAO DO ESTOQUE POR FILIAL
       0200-VERIFICAR-ESTOQUE SECTION.
           MOVE "ESTOQUE"  TO WRK-ARQ-PASSO.
           MOVE "PRODUTO"  TO WRK-REF-PASSO.
           MOVE ZEROS      TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-ESTOQUE.
           MOVE WRK-FS-ESTOQUE TO WRK-FS-PASSO.
           IF WRK-FS-ESTOQUE NOT EQUAL "00"
              OR NOT PRODUTO-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0210-LER-ESTOQUE
               PERFORM 0220-CONFERIR-ESTOQUE UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-ESTOQUE EQUAL "00"
               CLOSE ARQ-ESTOQUE
           END-IF.

       0210-LER-ESTOQUE   SECTION.
           READ ARQ-ESTOQUE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0220-CONFERIR-ESTOQUE SECTION.
           MOVE SPACES TO WRK-DET-CHAVE.
           STRING "FILIAL " EST-FILIAL " " EST-PRODUTO
               DELIMITED BY SIZE INTO WRK-DET-CHAVE.
           MOVE SPACES TO WRK-DET-REFERENCIA.
           STRING "PRODUTO " EST-PRODUTO
               DELIMITED BY SIZE INTO WRK-DET-REFERENCIA.
           MOVE EST-PRODUTO TO PROD-CODIGO.
           PERFORM 0620-LER-PRODUTO.
           IF NOT REFERENCIA-ACHADA
               MOVE 5 TO WRK-REGRA
               PERFORM 0750-REGISTRAR-VIOLACAO
           ELSE
               IF PROD-ATIVO EQUAL "N"
                  AND EST-SALDO GREATER ZEROS
                   MOVE 6 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               END-IF
           END-IF.
           PERFORM 0210-LER-ESTOQUE.

      *=======REGRA 07: RESPONSAVEL FINANCEIRO DO ALUNO (ZERO = SEM
      *=======RESPONSAVEL)
       0250-VERIFICAR-ALUNO SECTION.
           MOVE "ALUNO"    TO WRK-ARQ-PASSO.
           MOVE "CLIENTE"  TO WRK-REF-PASSO.
           MOVE ZEROS      TO WRK-QTD-LIDOS.
           MOVE WRK-FS-ALUNO TO WRK-FS-PASSO.
           IF NOT ALUNO-DISPONIVEL
              OR NOT CLIENTE-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO ALU-MATRICULA
               START ARQ-ALUNO KEY IS NOT LESS THAN ALU-MATRICULA
                   INVALID KEY
                       SET FIM-DO-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-DO-ARQUIVO
                   PERFORM 0260-LER-ALUNO
               END-IF
               PERFORM 0270-CONFERIR-ALUNO UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.

       0260-LER-ALUNO     SECTION.
           READ ARQ-ALUNO NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0270-CONFERIR-ALUNO SECTION.
           IF ALU-RESPONSAVEL NOT EQUAL ZEROS
               MOVE ALU-RESPONSAVEL TO CLI-CODIGO
               PERFORM 0600-LER-CLIENTE
               IF NOT REFERENCIA-ACHADA
                   MOVE SPACES TO WRK-DET-CHAVE
                   STRING "MATRICULA " ALU-MATRICULA
                       DELIMITED BY SIZE INTO WRK-DET-CHAVE
                   MOVE SPACES TO WRK-DET-REFERENCIA
                   STRING "CLIENTE " ALU-RESPONSAVEL
                       DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
                   MOVE 7 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               END-IF
           END-IF.
           PERFORM 0260-LER-ALUNO.

      *=======REGRA 08: MATRICULA EM DISCIPLINA X CADASTRO DO ALUNO
       0300-VERIFICAR-MATRICUL SECTION.
           MOVE "MATRICUL" TO WRK-ARQ-PASSO.
           MOVE "ALUNO"    TO WRK-REF-PASSO.
           MOVE ZEROS      TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-MATRICUL.
           MOVE WRK-FS-MATRICUL TO WRK-FS-PASSO.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
              OR NOT ALUNO-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0310-LER-MATRICUL
               PERFORM 0320-CONFERIR-MATRICUL UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-MATRICUL EQUAL "00"
               CLOSE ARQ-MATRICUL
           END-IF.

       0310-LER-MATRICUL  SECTION.
           READ ARQ-MATRICUL
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0320-CONFERIR-MATRICUL SECTION.
           MOVE MAT-MATRICULA TO ALU-MATRICULA.
           PERFORM 0640-LER-ALUNO.
           IF NOT REFERENCIA-ACHADA
               MOVE SPACES TO WRK-DET-CHAVE
               STRING MAT-TURMA " " MAT-DISCIPLINA " " MAT-MATRICULA
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE
               MOVE SPACES TO WRK-DET-REFERENCIA
               STRING "ALUNO " MAT-MATRICULA
                   DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
               MOVE 8 TO WRK-REGRA
               PERFORM 0750-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 0310-LER-MATRICUL.

      *=======REGRA 09: PROFESSOR X CADASTRO DE FUNCIONARIOS (ZERO =
      *=======PROFESSOR SEM VINCULO NA FOLHA)
       0350-VERIFICAR-PROFESSOR SECTION.
           MOVE "PROFESSOR" TO WRK-ARQ-PASSO.
           MOVE "FUNCIONAR" TO WRK-REF-PASSO.
           MOVE ZEROS       TO WRK-QTD-LIDOS.
           MOVE WRK-FS-PROFESSOR TO WRK-FS-PASSO.
           IF NOT PROFESSOR-DISPONIVEL
              OR NOT FUNCIONAR-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO PRF-CODIGO
               START ARQ-PROFESSOR KEY IS NOT LESS THAN PRF-CODIGO
                   INVALID KEY
                       SET FIM-DO-ARQUIVO TO TRUE
               END-START
               IF NOT FIM-DO-ARQUIVO
                   PERFORM 0360-LER-PROFESSOR
               END-IF
               PERFORM 0370-CONFERIR-PROFESSOR UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.

       0360-LER-PROFESSOR SECTION.
           READ ARQ-PROFESSOR NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0370-CONFERIR-PROFESSOR SECTION.
           IF PRF-FUNC-CODIGO NOT EQUAL ZEROS
               MOVE PRF-FUNC-CODIGO TO FUNC-CODIGO
               PERFORM 0630-LER-FUNCIONARIO
               IF NOT REFERENCIA-ACHADA
                   MOVE SPACES TO WRK-DET-CHAVE
                   STRING "PROFESSOR " PRF-CODIGO
                       DELIMITED BY SIZE INTO WRK-DET-CHAVE
                   MOVE SPACES TO WRK-DET-REFERENCIA
                   STRING "FUNCIONARIO " PRF-FUNC-CODIGO
                       DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
                   MOVE 9 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               END-IF
           END-IF.
           PERFORM 0360-LER-PROFESSOR.

      *=======REGRA 10: PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA
       0400-VERIFICAR-PROFTURM SECTION.
           MOVE "PROFTURM"  TO WRK-ARQ-PASSO.
           MOVE "PROFESSOR" TO WRK-REF-PASSO.
           MOVE ZEROS       TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-PROFTURM.
           MOVE WRK-FS-PROFTURM TO WRK-FS-PASSO.
           IF WRK-FS-PROFTURM NOT EQUAL "00"
              OR NOT PROFESSOR-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0410-LER-PROFTURM
               PERFORM 0420-CONFERIR-PROFTURM UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-PROFTURM EQUAL "00"
               CLOSE ARQ-PROFTURM
           END-IF.

       0410-LER-PROFTURM  SECTION.
           READ ARQ-PROFTURM
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0420-CONFERIR-PROFTURM SECTION.
           MOVE PFT-PROFESSOR TO PRF-CODIGO.
           PERFORM 0650-LER-PROFESSOR.
           IF NOT REFERENCIA-ACHADA
               MOVE SPACES TO WRK-DET-CHAVE
               STRING PFT-TURMA " " PFT-DISCIPLINA " " PFT-PERIODO
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE
               MOVE SPACES TO WRK-DET-REFERENCIA
               STRING "PROFESSOR " PFT-PROFESSOR
                   DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
               MOVE 10 TO WRK-REGRA
               PERFORM 0750-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 0410-LER-PROFTURM.

      *=======REGRAS 11 E 12: EMPRESTIMO CONSIGNADO COM PARCELA
      *=======RESTANTE (SEM O EVENFUNC, SO A REGRA 11)
       0450-VERIFICAR-EMPRFUNC SECTION.
           MOVE "EMPRFUNC"  TO WRK-ARQ-PASSO.
           MOVE "FUNCIONAR" TO WRK-REF-PASSO.
           MOVE ZEROS       TO WRK-QTD-LIDOS.
           OPEN INPUT ARQ-EMPRFUNC.
           MOVE WRK-FS-EMPRFUNC TO WRK-FS-PASSO.
           IF WRK-FS-EMPRFUNC NOT EQUAL "00"
              OR NOT FUNCIONAR-DISPONIVEL
               PERFORM 0780-PASSO-NAO-VERIFICADO
           ELSE
               IF NOT EVENFUNC-DISPONIVEL
                   MOVE "EVENFUNC"      TO WRK-REF-PASSO
                   MOVE WRK-FS-EVENFUNC TO WRK-FS-PASSO
                   PERFORM 0780-PASSO-NAO-VERIFICADO
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0460-LER-EMPRFUNC
               PERFORM 0470-CONFERIR-EMPRFUNC UNTIL FIM-DO-ARQUIVO
               PERFORM 0770-GRAVAR-LIDOS
           END-IF.
           IF WRK-FS-EMPRFUNC EQUAL "00"
               CLOSE ARQ-EMPRFUNC
           END-IF.

       0460-LER-EMPRFUNC  SECTION.
           READ ARQ-EMPRFUNC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

       0470-CONFERIR-EMPRFUNC SECTION.
           IF EMP-PARCELAS-REST GREATER ZEROS
               MOVE SPACES TO WRK-DET-CHAVE
               STRING "EMPRESTIMO " EMP-CODIGO
                   DELIMITED BY SIZE INTO WRK-DET-CHAVE
               MOVE SPACES TO WRK-DET-REFERENCIA
               STRING "FUNCIONARIO " EMP-CODIGO
                   DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
               MOVE EMP-CODIGO TO FUNC-CODIGO
               PERFORM 0630-LER-FUNCIONARIO
               IF NOT REFERENCIA-ACHADA
                   MOVE 11 TO WRK-REGRA
                   PERFORM 0750-REGISTRAR-VIOLACAO
               ELSE
                   PERFORM 0480-APURAR-VINCULO
                   IF WRK-DATA-DESLIGTO NOT EQUAL SPACES
                      AND WRK-DATA-DESLIGTO
                          NOT LESS WRK-DATA-ADMISSAO
                      AND WRK-DATA-DESLIGTO(1:6)
                          LESS WRK-DATA-HOJE(1:6)
                       MOVE SPACES TO WRK-DET-REFERENCIA
                       STRING "FUNC " EMP-CODIGO
                              " DESL " WRK-DATA-DESLIGTO
                           DELIMITED BY SIZE INTO WRK-DET-REFERENCIA
                       MOVE 12 TO WRK-REGRA
                       PERFORM 0750-REGISTRAR-VIOLACAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0460-LER-EMPRFUNC.

      *=======ULTIMA ADMISSAO E ULTIMO DESLIGAMENTO DO FUNCIONARIO
       0480-APURAR-VINCULO SECTION.
           MOVE SPACES TO WRK-DATA-ADMISSAO.
           MOVE SPACES TO WRK-DATA-DESLIGTO.
           MOVE 1      TO WRK-IDX-EV.
           PERFORM 0490-TESTAR-EVENTO
               UNTIL WRK-IDX-EV GREATER WRK-QTD-EVENTOS.

       0490-TESTAR-EVENTO SECTION.
           IF WRK-EV-CODIGO(WRK-IDX-EV) EQUAL EMP-CODIGO
               EVALUATE WRK-EV-TIPO(WRK-IDX-EV)
                   WHEN "A"
                       IF WRK-EV-DATA(WRK-IDX-EV)
                          GREATER WRK-DATA-ADMISSAO
                           MOVE WRK-EV-DATA(WRK-IDX-EV)
                               TO WRK-DATA-ADMISSAO
                       END-IF
                   WHEN "D"
                       IF WRK-EV-DATA(WRK-IDX-EV)
                          GREATER WRK-DATA-DESLIGTO
                           MOVE WRK-EV-DATA(WRK-IDX-EV)
                               TO WRK-DATA-DESLIGTO
                       END-IF
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-IDX-EV.

      *=======LEITURAS DOS CADASTROS DE REFERENCIA PELA CHAVE
       0600-LER-CLIENTE   SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0610-LER-TRANSP    SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-TRANSP
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0620-LER-PRODUTO   SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-PRODUTO
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0630-LER-FUNCIONARIO SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0640-LER-ALUNO     SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-ALUNO
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0650-LER-PROFESSOR SECTION.
           MOVE "S" TO WRK-REF-ACHADA.
           READ ARQ-PROFESSOR
               INVALID KEY
                   MOVE "N" TO WRK-REF-ACHADA
           END-READ.

       0700-IMPRIMIR-RESUMO SECTION.
           MOVE ALL "=" TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "ORFAOS POR REGRA" TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-REGRA.
           PERFORM 0720-IMPRIMIR-REGRA
               UNTIL WRK-IDX-REGRA GREATER WRK-QTD-REGRAS.
           MOVE ALL "=" TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-CRITICOS TO WRK-QTD-ED.
           MOVE SPACES TO INTEGRID-LINHA.
           STRING "CRITICOS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-AVISOS TO WRK-QTD-ED.
           MOVE SPACES TO INTEGRID-LINHA.
           STRING "AVISOS:   " WRK-QTD-ED
               DELIMITED BY SIZE INTO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-NAO-VERIF GREATER ZEROS
               MOVE SPACES TO INTEGRID-LINHA
               STRING "VERIFICACOES FORA POR ARQUIVO INDISPONIVEL: "
                      WRK-QTD-NAO-VERIF
                   DELIMITED BY SIZE INTO INTEGRID-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0720-IMPRIMIR-REGRA SECTION.
           MOVE WRK-IDX-REGRA TO WRK-RES-REGRA.
           IF WRK-REGRA-GRAU(WRK-IDX-REGRA) EQUAL "C"
               MOVE "CRITICO" TO WRK-RES-GRAU
           ELSE
               MOVE "AVISO"   TO WRK-RES-GRAU
           END-IF.
           MOVE WRK-REGRA-ARQUIVO(WRK-IDX-REGRA)   TO WRK-RES-ARQUIVO.
           MOVE WRK-REGRA-DESCRICAO(WRK-IDX-REGRA)
               TO WRK-RES-DESCRICAO.
           MOVE WRK-REGRA-QTD(WRK-IDX-REGRA) TO WRK-RES-QTD.
           MOVE WRK-LINHA-RES TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-IDX-REGRA.

      *=======UMA LINHA POR ORFAO; A CHAVE E A REFERENCIA JA VEM
      *=======MONTADAS POR QUEM CHAMA, O RESTO SAI DA TABELA DE REGRAS.
       0750-REGISTRAR-VIOLACAO SECTION.
           ADD 1 TO WRK-REGRA-QTD(WRK-REGRA).
           MOVE WRK-REGRA TO WRK-DET-REGRA.
           IF WRK-REGRA-GRAU(WRK-REGRA) EQUAL "C"
               ADD 1 TO WRK-QTD-CRITICOS
               MOVE "CRITICO" TO WRK-DET-GRAU
           ELSE
               ADD 1 TO WRK-QTD-AVISOS
               MOVE "AVISO"   TO WRK-DET-GRAU
           END-IF.
           MOVE WRK-REGRA-ARQUIVO(WRK-REGRA)   TO WRK-DET-ARQUIVO.
           MOVE WRK-REGRA-DESCRICAO(WRK-REGRA) TO WRK-DET-DESCRICAO.
           MOVE WRK-LINHA-DET TO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0770-GRAVAR-LIDOS  SECTION.
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           MOVE SPACES TO INTEGRID-LINHA.
           STRING "  " WRK-ARQ-PASSO " LIDOS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0780-PASSO-NAO-VERIFICADO SECTION.
           ADD 1 TO WRK-QTD-NAO-VERIF.
           IF WRK-FS-PASSO EQUAL "00"
               MOVE "??" TO WRK-FS-PASSO
           END-IF.
           MOVE SPACES TO INTEGRID-LINHA.
           STRING "*** " WRK-ARQ-PASSO " X " WRK-REF-PASSO
                  " NAO VERIFICADO (ARQUIVO INDISPONIVEL, STATUS "
                  WRK-FS-PASSO ")"
               DELIMITED BY SIZE INTO INTEGRID-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY WRK-ARQ-PASSO " X " WRK-REF-PASSO
                   " NÃO VERIFICADO -- ARQUIVO INDISPONÍVEL.".

       0800-GRAVAR-LINHA  SECTION.
           WRITE INTEGRID-LINHA.
           IF WRK-FS-INTEGRID NOT EQUAL "00"
               MOVE WRK-FS-INTEGRID TO UTIL-FS-CODIGO
               MOVE "INTEGRID"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           IF CLIENTE-DISPONIVEL
               CLOSE ARQ-CLIENTE
           END-IF.
           IF TRANSP-DISPONIVEL
               CLOSE ARQ-TRANSP
           END-IF.
           IF PRODUTO-DISPONIVEL
               CLOSE ARQ-PRODUTO
           END-IF.
           IF FUNCIONAR-DISPONIVEL
               CLOSE ARQ-FUNCIONAR
           END-IF.
           IF ALUNO-DISPONIVEL
               CLOSE ARQ-ALUNO
           END-IF.
           IF PROFESSOR-DISPONIVEL
               CLOSE ARQ-PROFESSOR
           END-IF.
           CLOSE ARQ-INTEGRID.
           DISPLAY "ORFÃOS CRÍTICOS.......... " WRK-QTD-CRITICOS.
           DISPLAY "AVISOS................... " WRK-QTD-AVISOS.
           EVALUATE TRUE
               WHEN WRK-QTD-CRITICOS GREATER ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-AVISOS GREATER ZEROS
                 OR WRK-QTD-NAO-VERIF GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       COPY FSERROPR.
