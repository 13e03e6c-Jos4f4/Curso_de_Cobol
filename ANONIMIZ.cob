       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZ.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ANONIMIZACAO ANUAL DOS DADOS PESSOAIS QUE
      *    ==          PASSARAM DO PRAZO DE RETENCAO (LGPD), PELA
      *    ==          TABELA "RETENCAO" (PRAZO EM ANOS POR
      *    ==          CATEGORIA, CONTADO DO ULTIMO MOVIMENTO DO
      *    ==          TITULAR): CLIENTE INATIVO (NOME, ENDERECO,
      *    ==          CPF/CNPJ E IDADE, MAIS OS ENDERECOS DE ENTREGA
      *    ==          DO "CLIENDER"), FUNCIONARIO DESLIGADO (NOME E
      *    ==          DADOS BANCARIOS) E ALUNO EGRESSO (NOME). O
      *    ==          CODIGO, OS VALORES E O RESTO DO REGISTRO FICAM
      *    ==          -- TITULOS, PEDIDOS, FOLHA E NOTAS CONTINUAM
      *    ==          FECHANDO. NAS COPIAS ARQUIVADAS, A NOTA DE
      *    ==          FRETE ("NOTAFARQ") PERDE NOME, ENDERECO E
      *    ==          CPF/CNPJ DO CLIENTE E A AUDITORIA ("AUDITARQ")
      *    ==          PERDE O NOME GRAVADO PELO PROGRAMA02; NO DIARIO
      *    ==          "ALTCAD" OS VALORES ANTIGO/NOVO DOS CAMPOS
      *    ==          PESSOAIS DE QUEM FOI ANONIMIZADO SAEM OCULTOS.
      *    ==          CADA REGISTRO ANONIMIZADO OU MANTIDO POR
      *    ==          PENDENCIA SAI NO RELATORIO "ANONIMIZ"; CADA
      *    ==          ANONIMIZADO GRAVA UMA LINHA NO AUDITLOG.
      *==DATA XX/XX/2026
      *==OBSERVACOES: ULTIMO MOVIMENTO DO CLIENTE = MAIOR DATA ENTRE
      *==             TITULOS (CONTAREC), PEDIDOS (PEDHIST), CHAMADOS
      *==             (SACCHAM), SINISTROS E ALTERACOES DO CADASTRO
      *==             (ALTCAD); DO ALUNO = ULTIMA MATRICULA; DO
      *==             FUNCIONARIO = ULTIMO DESLIGAMENTO DO EVENFUNC
      *==             (SEM READMISSAO DEPOIS). SEM MOVIMENTO CONHECIDO
      *==             O PRAZO JA ESTA VENCIDO. NAO E ANONIMIZADO QUEM
      *==             TEM TITULO EM ABERTO, CHAMADO OU SINISTRO
      *==             PENDENTE, ALUNO ATIVO SOB SUA RESPONSABILIDADE
      *==             (CLIENTE), RESPONSAVEL COM TITULO EM ABERTO
      *==             (ALUNO) OU EMPRESTIMO COM PARCELA RESTANTE
      *==             (FUNCIONARIO); A NOTA ARQUIVADA DE PEDIDO COM
      *==             TITULO EM ABERTO OU RECLAMACAO PENDENTE TAMBEM
      *==             FICA. REGISTRO ANONIMIZADO LEVA "ANONIMIZADO" NO
      *==             NOME E NAO E TOCADO DE NOVO. CATEGORIA FORA DA
      *==             TABELA, CADASTRO INDISPONIVEL OU ARQUIVO DE
      *==             PENDENCIA QUE NAO ABRIU (STATUS DIFERENTE DE
      *==             "35" = AINDA NAO EXISTE) DEIXA A CATEGORIA DE
      *==             FORA, COM RETURN-CODE 0004. AS COPIAS NOVAS
      *==             "NOTAFANM", "AUDITANM" E "ALTCDANM" SAO
      *==             TROCADAS PELA OPERACAO POR CIMA DO NOTAFARQ, DO
      *==             AUDITARQ E DO ALTCAD, COMO NO ARQUIVA. RODA UMA
      *==             VEZ POR ANO, NO PRIMEIRO FECHADIA DO ANO
      *==             (CONTROLE "RUNCTRL").
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL  ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-RETENCAO ASSIGN TO "RETENCAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENCAO.

      *=======OS CADASTROS SAO PERCORRIDOS NA SELECAO E DEPOIS
      *=======REGRAVADOS PELA CHAVE.
           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-CLIENDER ASSIGN TO "CLIENDER"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

           SELECT ARQ-ALUNO    ASSIGN TO "ALUNO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNO.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

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

           SELECT ARQ-SACCHAM  ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

           SELECT ARQ-EMPRFUNC ASSIGN TO "EMPRFUNC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-FS-EMPRFUNC.

           SELECT ARQ-EVENFUNC ASSIGN TO "EVENFUNC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENFUNC.

           SELECT ARQ-ALTCAD   ASSIGN TO "ALTCAD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCAD.
           SELECT ARQ-ALTCDANM ASSIGN TO "ALTCDANM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALTCDANM.

           SELECT ARQ-NOTAFARQ ASSIGN TO "NOTAFARQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAFARQ.
           SELECT ARQ-NOTAFANM ASSIGN TO "NOTAFANM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAFANM.

           SELECT ARQ-AUDITARQ ASSIGN TO "AUDITARQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITARQ.
           SELECT ARQ-AUDITANM ASSIGN TO "AUDITANM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITANM.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-ANONIMIZ ASSIGN TO "ANONIMIZ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANONIMIZ.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-RETENCAO.
           COPY RETENCAO.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-EMPRFUNC.
           COPY EMPRFUNC.

       FD  ARQ-EVENFUNC.
           COPY EVENFUNC.

       FD  ARQ-ALTCAD.
           COPY ALTCAD.

       FD  ARQ-ALTCDANM.
       01  ALTCDANM-REC        PIC X(150).

       FD  ARQ-NOTAFARQ.
           COPY NOTA.

       FD  ARQ-NOTAFANM.
       01  NOTAFANM-REC        PIC X(402).

       FD  ARQ-AUDITARQ.
       01  AUDITARQ-REC        PIC X(80).

       FD  ARQ-AUDITANM.
       01  AUDITANM-REC        PIC X(80).

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-ANONIMIZ.
       01  ANONIMIZ-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-RETENCAO    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-EMPRFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-EVENFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-ALTCAD      PIC X(02) VALUE "00".
       77  WRK-FS-ALTCDANM    PIC X(02) VALUE "00".
       77  WRK-FS-NOTAFARQ    PIC X(02) VALUE "00".
       77  WRK-FS-NOTAFANM    PIC X(02) VALUE "00".
       77  WRK-FS-AUDITARQ    PIC X(02) VALUE "00".
       77  WRK-FS-AUDITANM    PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-ANONIMIZ    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-ANO-HOJE       PIC 9(04) VALUE ZEROS.
       77  WRK-MARCA-ANONIMO  PIC X(11) VALUE "ANONIMIZADO".
       77  WRK-VALOR-OCULTO   PIC X(13) VALUE "(ANONIMIZADO)".

      *=======DATA DE CORTE POR CATEGORIA: MOVIMENTO ANTERIOR AO CORTE
      *=======PASSOU DO PRAZO. EM BRANCO = CATEGORIA SEM PRAZO NA
      *=======TABELA, FICA DE FORA.
       01  WRK-CORTE-CALC.
           05  WRK-CORTE-ANO       PIC 9(04).
           05  WRK-CORTE-MMDD      PIC X(04).
       77  WRK-CORTE-CLIENTE  PIC X(08) VALUE SPACES.
       77  WRK-CORTE-FUNC     PIC X(08) VALUE SPACES.
       77  WRK-CORTE-ALUNO    PIC X(08) VALUE SPACES.
       77  WRK-CORTE-NOTA     PIC X(08) VALUE SPACES.
       77  WRK-CORTE-AUDIT    PIC X(08) VALUE SPACES.
       77  WRK-FIM-RETENCAO   PIC X(01) VALUE "N".
           88  FIM-DA-RETENCAO          VALUE "S".

      *=======CATEGORIAS QUE PODEM SER ANONIMIZADAS NESTA EXECUCAO
      *=======(CADASTRO OU ARQUIVO DE PENDENCIA QUE NAO ABRIU
      *=======DESLIGA A CATEGORIA QUE DEPENDE DELE)
       77  WRK-FAZ-CLIENTES   PIC X(01) VALUE "S".
           88  FAZER-CLIENTES           VALUE "S".
       77  WRK-FAZ-ALUNOS     PIC X(01) VALUE "S".
           88  FAZER-ALUNOS             VALUE "S".
       77  WRK-FAZ-FUNCS      PIC X(01) VALUE "S".
           88  FAZER-FUNCIONARIOS       VALUE "S".
       77  WRK-FAZ-NOTAS      PIC X(01) VALUE "S".
           88  FAZER-NOTAS              VALUE "S".
       77  WRK-CLIENDER-OK    PIC X(01) VALUE "N".
           88  CLIENDER-DISPONIVEL      VALUE "S".
       77  WRK-AUDITLOG-OK    PIC X(01) VALUE "N".
           88  AUDITLOG-DISPONIVEL      VALUE "S".

       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO           VALUE "S".
       77  WRK-ARQ-PASSO      PIC X(09) VALUE SPACES.
       77  WRK-FS-PASSO       PIC X(02) VALUE SPACES.
       77  WRK-ABERTO-PASSO   PIC X(01) VALUE "N".
           88  PASSO-ABERTO             VALUE "S".
           88  PASSO-FALHOU             VALUE "F".
       77  WRK-DATA-MOVTO     PIC X(08) VALUE SPACES.
       77  WRK-DATA-NOTA      PIC X(08) VALUE SPACES.

      *=======CLIENTES INATIVOS CANDIDATOS ("C") E RESPONSAVEIS DE
      *=======ALUNO EGRESSO ("R", SO PARA SABER DO TITULO EM ABERTO)
       77  WRK-QTD-CLI        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLI        PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-CLI      PIC X(01) VALUE "N".
           88  AVISO-CLIENTES-DADO      VALUE "S".
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI-ITEM OCCURS 500 TIMES.
               10  WRK-CLI-CODIGO  PIC 9(06).
               10  WRK-CLI-TIPO    PIC X(01).
               10  WRK-CLI-ULTIMO  PIC X(08).
               10  WRK-CLI-ABERTO  PIC X(01).
               10  WRK-CLI-BLOQUEIO PIC X(30).
               10  WRK-CLI-FEITO   PIC X(01).

      *=======ALUNOS EGRESSOS CANDIDATOS
       77  WRK-QTD-ALU        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ALU        PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-ALU      PIC X(01) VALUE "N".
           88  AVISO-ALUNOS-DADO        VALUE "S".
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES.
               10  WRK-ALU-MATRICULA PIC 9(06).
               10  WRK-ALU-RESPONSAVEL PIC 9(06).
               10  WRK-ALU-ULTIMO  PIC X(08).
               10  WRK-ALU-BLOQUEIO PIC X(30).

      *=======FUNCIONARIOS COM ADMISSAO/DESLIGAMENTO NO EVENFUNC
       77  WRK-QTD-FUN        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FUN        PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-FUN      PIC X(01) VALUE "N".
           88  AVISO-FUNCS-DADO         VALUE "S".
       01  WRK-TAB-FUNCS.
           05  WRK-FUN-ITEM OCCURS 500 TIMES.
               10  WRK-FUN-CODIGO  PIC 9(04).
               10  WRK-FUN-ADMISSAO PIC X(08).
               10  WRK-FUN-DESLIGTO PIC X(08).
               10  WRK-FUN-EMPRESTIMO PIC X(01).
               10  WRK-FUN-FEITO   PIC X(01).

      *=======PEDIDOS COM TITULO EM ABERTO OU RECLAMACAO PENDENTE (A
      *=======NOTA ARQUIVADA DELES NAO E ANONIMIZADA)
       77  WRK-QTD-PED        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-NUMERO OCCURS 500 TIMES PIC 9(08).

      *=======BUSCA NAS TABELAS
       77  WRK-IDX-BUSCA      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO     PIC 9(03) VALUE ZEROS.
       77  WRK-COD-PROCURA    PIC 9(06) VALUE ZEROS.
       77  WRK-FUN-PROCURA    PIC 9(04) VALUE ZEROS.
       77  WRK-PED-PROCURA    PIC 9(08) VALUE ZEROS.

      *=======CONTADORES
       77  WRK-QTD-CLI-ANON   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CLI-MANT   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-END-ANON   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALU-ANON   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALU-MANT   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FUN-ANON   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FUN-MANT   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOTA-ANON  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NOTA-MANT  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AUD-ANON   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ALT-ANON   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AVISOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ED         PIC Z.ZZZ.ZZ9.

      *=======LINHA DE DETALHE (UM REGISTRO ANONIMIZADO OU MANTIDO
      *=======POR PENDENCIA POR LINHA)
       01  WRK-LINHA-DET.
           05  WRK-DET-ARQUIVO     PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-CHAVE       PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-ULTIMO      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-SITUACAO    PIC X(11).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-MOTIVO      PIC X(30).
           05  FILLER              PIC X(57) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CARREGAR-RETENCAO.
           PERFORM 0150-SELECIONAR-CLIENTES.
           PERFORM 0200-SELECIONAR-ALUNOS.
           PERFORM 0250-MOVIMENTO-MATRICUL.
           PERFORM 0300-MOVIMENTO-CONTAREC.
           PERFORM 0350-MOVIMENTO-PEDHIST.
           PERFORM 0400-MOVIMENTO-SACCHAM.
           PERFORM 0450-MOVIMENTO-SINISTRO.
           PERFORM 0500-MOVIMENTO-ALTCAD.
           PERFORM 0550-SELECIONAR-FUNCIONARIOS.
           PERFORM 0600-ANONIMIZAR-CLIENTES.
           PERFORM 0650-ANONIMIZAR-ALUNOS.
           PERFORM 0700-ANONIMIZAR-FUNCIONARIOS.
           PERFORM 0720-ANONIMIZAR-NOTAFARQ.
           PERFORM 0740-ANONIMIZAR-AUDITARQ.
           PERFORM 0760-ANONIMIZAR-ALTCAD.
           PERFORM 0890-IMPRIMIR-RESUMO.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======CADASTRO QUE NAO ABRIU SO DESLIGA A CATEGORIA DELE.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
           MOVE "ANONIMIZ" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN OUTPUT ARQ-ANONIMIZ.
           IF WRK-FS-ANONIMIZ NOT EQUAL "00"
               MOVE WRK-FS-ANONIMIZ TO UTIL-FS-CODIGO
               MOVE "ANONIMIZ"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "ANONIMIZACAO DE DADOS PESSOAIS FORA DO PRAZO DE "
                  "RETENCAO (LGPD) - " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           OPEN I-O ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE "CLIENTE"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-CLIENTE TO WRK-FS-PASSO
               PERFORM 0090-CATEGORIA-FORA
               MOVE "N" TO WRK-FAZ-CLIENTES
           END-IF.
      *=======SEM O CADERNO DE ENDERECOS AINDA CRIADO NAO HA ENDERECO
      *=======DE ENTREGA A ANONIMIZAR.
           OPEN I-O ARQ-CLIENDER.
           EVALUATE WRK-FS-CLIENDER
               WHEN "00"
                   SET CLIENDER-DISPONIVEL TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "CLIENDER"      TO WRK-ARQ-PASSO
                   MOVE WRK-FS-CLIENDER TO WRK-FS-PASSO
                   PERFORM 0090-CATEGORIA-FORA
                   MOVE "N" TO WRK-FAZ-CLIENTES
           END-EVALUATE.
           OPEN I-O ARQ-ALUNO.
           IF WRK-FS-ALUNO NOT EQUAL "00"
               MOVE "ALUNO"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-ALUNO TO WRK-FS-PASSO
               PERFORM 0090-CATEGORIA-FORA
               MOVE "N" TO WRK-FAZ-ALUNOS
           END-IF.
           OPEN I-O ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR NOT EQUAL "00"
               MOVE "FUNCIONAR"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-FUNCIONAR TO WRK-FS-PASSO
               PERFORM 0090-CATEGORIA-FORA
               MOVE "N" TO WRK-FAZ-FUNCS
           END-IF.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           IF WRK-FS-AUDITLOG EQUAL "00"
               SET AUDITLOG-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AUDITLOG INDISPONÍVEL (STATUS "
                       WRK-FS-AUDITLOG ") -- ANONIMIZAÇÕES SÓ NO "
                       "RELATÓRIO."
           END-IF.

      *=======ARQUIVO QUE NAO ABRIU: LINHA NO RELATORIO E AVISO; QUEM
      *=======CHAMA DESLIGA AS CATEGORIAS QUE DEPENDEM DELE.
       0090-CATEGORIA-FORA SECTION.
           ADD 1 TO WRK-QTD-AVISOS.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "*** " WRK-ARQ-PASSO " INDISPONIVEL (STATUS "
                  WRK-FS-PASSO ") - CATEGORIA DEPENDENTE FORA"
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY WRK-ARQ-PASSO " INDISPONÍVEL (STATUS "
                   WRK-FS-PASSO ") -- CATEGORIA QUE DEPENDE DELE "
                   "FICA PARA A PRÓXIMA EXECUÇÃO.".

      *=======ARQUIVO DE MOVIMENTO OU PENDENCIA: "35" = AINDA NAO
      *=======EXISTE, NADA A CONSIDERAR; OUTRO STATUS = FALHOU.
       0095-CONFERIR-ABERTURA SECTION.
           EVALUATE WRK-FS-PASSO
               WHEN "00"
                   SET PASSO-ABERTO TO TRUE
               WHEN "35"
                   MOVE "N" TO WRK-ABERTO-PASSO
               WHEN OTHER
                   SET PASSO-FALHOU TO TRUE
                   PERFORM 0090-CATEGORIA-FORA
           END-EVALUATE.

      *=======PRAZO POR CATEGORIA: CORTE = HOJE MENOS OS ANOS DA TABELA.
       0100-CARREGAR-RETENCAO SECTION.
           OPEN INPUT ARQ-RETENCAO.
           IF WRK-FS-RETENCAO NOT EQUAL "00"
               DISPLAY "TABELA DE RETENÇÃO RETENCAO INDISPONÍVEL "
                       "(STATUS " WRK-FS-RETENCAO ")."
               MOVE "RETENCAO"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-RETENCAO TO WRK-FS-PASSO
               PERFORM 0090-CATEGORIA-FORA
           ELSE
               MOVE "PRAZOS DE RETENCAO" TO ANONIMIZ-LINHA
               PERFORM 0800-GRAVAR-LINHA
               PERFORM 0110-LER-RETENCAO UNTIL FIM-DA-RETENCAO
               CLOSE ARQ-RETENCAO
           END-IF.
           MOVE SPACES TO WRK-ARQ-PASSO.
           IF WRK-CORTE-CLIENTE EQUAL SPACES
               MOVE "CLIENTE"  TO WRK-ARQ-PASSO
               PERFORM 0130-SEM-PRAZO
           END-IF.
           IF WRK-CORTE-FUNC EQUAL SPACES
               MOVE "FUNCIONA" TO WRK-ARQ-PASSO
               PERFORM 0130-SEM-PRAZO
           END-IF.
           IF WRK-CORTE-ALUNO EQUAL SPACES
               MOVE "ALUNO"    TO WRK-ARQ-PASSO
               PERFORM 0130-SEM-PRAZO
           END-IF.
           IF WRK-CORTE-NOTA EQUAL SPACES
               MOVE "NOTAFARQ" TO WRK-ARQ-PASSO
               PERFORM 0130-SEM-PRAZO
           END-IF.
           IF WRK-CORTE-AUDIT EQUAL SPACES
               MOVE "AUDITARQ" TO WRK-ARQ-PASSO
               PERFORM 0130-SEM-PRAZO
           END-IF.
           MOVE ALL "=" TO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0110-LER-RETENCAO  SECTION.
           READ ARQ-RETENCAO
               AT END
                   SET FIM-DA-RETENCAO TO TRUE
               NOT AT END
                   PERFORM 0120-GUARDAR-PRAZO
           END-READ.

      *=======PRAZO ZERO OU NAO NUMERICO NAO VALE (ANONIMIZARIA ATE O
      *=======MOVIMENTO DE ONTEM).
       0120-GUARDAR-PRAZO SECTION.
           IF RET-ANOS IS NUMERIC
              AND RET-ANOS GREATER ZEROS
               COMPUTE WRK-CORTE-ANO = WRK-ANO-HOJE - RET-ANOS
               MOVE WRK-DATA-HOJE(5:4) TO WRK-CORTE-MMDD
               EVALUATE RET-CATEGORIA
                   WHEN "CLIENTE"
                       MOVE WRK-CORTE-CALC TO WRK-CORTE-CLIENTE
                   WHEN "FUNCIONA"
                       MOVE WRK-CORTE-CALC TO WRK-CORTE-FUNC
                   WHEN "ALUNO"
                       MOVE WRK-CORTE-CALC TO WRK-CORTE-ALUNO
                   WHEN "NOTAFARQ"
                       MOVE WRK-CORTE-CALC TO WRK-CORTE-NOTA
                   WHEN "AUDITARQ"
                       MOVE WRK-CORTE-CALC TO WRK-CORTE-AUDIT
                   WHEN OTHER
                       MOVE SPACES TO WRK-CORTE-CALC
               END-EVALUATE
               MOVE SPACES TO ANONIMIZ-LINHA
               IF WRK-CORTE-CALC EQUAL SPACES
                   STRING "  " RET-CATEGORIA " CATEGORIA DESCONHECIDA"
                          " - IGNORADA"
                       DELIMITED BY SIZE INTO ANONIMIZ-LINHA
               ELSE
                   STRING "  " RET-CATEGORIA " " RET-ANOS
                          " ANOS - MOVIMENTO ANTERIOR A "
                          WRK-CORTE-CALC "  " RET-DESCRICAO
                       DELIMITED BY SIZE INTO ANONIMIZ-LINHA
               END-IF
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0130-SEM-PRAZO     SECTION.
           ADD 1 TO WRK-QTD-AVISOS.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "  " WRK-ARQ-PASSO " SEM PRAZO NA TABELA - "
                  "CATEGORIA NAO ANONIMIZADA"
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY "CATEGORIA " WRK-ARQ-PASSO " SEM PRAZO NA TABELA "
                   "RETENCAO -- NÃO ANONIMIZADA.".

      *=======CANDIDATO = CLIENTE INATIVADO AINDA NAO ANONIMIZADO.
      *=======EXCEDENTE DA TABELA FICA PARA A PROXIMA EXECUCAO.
       0150-SELECIONAR-CLIENTES SECTION.
           IF WRK-FS-CLIENTE EQUAL "00"
               MOVE "N"   TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO CLI-CODIGO
               START ARQ-CLIENTE KEY IS NOT LESS THAN CLI-CODIGO
                   INVALID KEY
                       SET FIM-DO-ARQUIVO TO TRUE
               END-START
               PERFORM 0160-LER-CLIENTE UNTIL FIM-DO-ARQUIVO
           END-IF.

       0160-LER-CLIENTE   SECTION.
           READ ARQ-CLIENTE NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CLI-ATIVO EQUAL "N"
                      AND CLI-NOME NOT EQUAL WRK-MARCA-ANONIMO
                       PERFORM 0170-GUARDAR-CLIENTE
                   END-IF
           END-READ.

       0170-GUARDAR-CLIENTE SECTION.
           IF WRK-QTD-CLI LESS 500
               ADD 1 TO WRK-QTD-CLI
               MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-QTD-CLI)
               MOVE "C"        TO WRK-CLI-TIPO(WRK-QTD-CLI)
               MOVE SPACES     TO WRK-CLI-ULTIMO(WRK-QTD-CLI)
               MOVE "N"        TO WRK-CLI-ABERTO(WRK-QTD-CLI)
               MOVE SPACES     TO WRK-CLI-BLOQUEIO(WRK-QTD-CLI)
               MOVE "N"        TO WRK-CLI-FEITO(WRK-QTD-CLI)
           ELSE
               IF NOT AVISO-CLIENTES-DADO
                   DISPLAY "MAIS DE 500 CLIENTES INATIVOS -- "
                           "EXCEDENTES FICAM PARA A PRÓXIMA "
                           "EXECUÇÃO."
                   SET AVISO-CLIENTES-DADO TO TRUE
               END-IF
           END-IF.

      *=======CANDIDATO = ALUNO EGRESSO AINDA NAO ANONIMIZADO; O
      *=======RESPONSAVEL DELE ENTRA NA TABELA DE CLIENTES PARA O
      *=======TITULO EM ABERTO. ALUNO AINDA ATIVO SEGURA O CLIENTE
      *=======RESPONSAVEL.
       0200-SELECIONAR-ALUNOS SECTION.
           IF WRK-FS-ALUNO EQUAL "00"
               MOVE "N"   TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO ALU-MATRICULA
               START ARQ-ALUNO KEY IS NOT LESS THAN ALU-MATRICULA
                   INVALID KEY
                       SET FIM-DO-ARQUIVO TO TRUE
               END-START
               PERFORM 0210-LER-ALUNO UNTIL FIM-DO-ARQUIVO
           END-IF.

       0210-LER-ALUNO     SECTION.
           READ ARQ-ALUNO NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0220-TRATAR-ALUNO
           END-READ.

       0220-TRATAR-ALUNO  SECTION.
           IF ALU-STATUS EQUAL "E"
               IF ALU-NOME NOT EQUAL WRK-MARCA-ANONIMO
                   PERFORM 0230-GUARDAR-ALUNO
               END-IF
           ELSE
               IF ALU-RESPONSAVEL GREATER ZEROS
                   MOVE ALU-RESPONSAVEL TO WRK-COD-PROCURA
                   PERFORM 0830-PROCURAR-CLIENTE
                   IF WRK-IDX-ACHADO GREATER ZEROS
                      AND WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO)
                          EQUAL SPACES
                       MOVE "RESPONSAVEL DE ALUNO ATIVO"
                           TO WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       0230-GUARDAR-ALUNO SECTION.
           IF WRK-QTD-ALU NOT LESS 500
               IF NOT AVISO-ALUNOS-DADO
                   DISPLAY "MAIS DE 500 ALUNOS EGRESSOS -- "
                           "EXCEDENTES FICAM PARA A PRÓXIMA "
                           "EXECUÇÃO."
                   SET AVISO-ALUNOS-DADO TO TRUE
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-ALU
               MOVE ALU-MATRICULA   TO WRK-ALU-MATRICULA(WRK-QTD-ALU)
               MOVE ALU-RESPONSAVEL
                   TO WRK-ALU-RESPONSAVEL(WRK-QTD-ALU)
               MOVE SPACES          TO WRK-ALU-ULTIMO(WRK-QTD-ALU)
               MOVE SPACES          TO WRK-ALU-BLOQUEIO(WRK-QTD-ALU)
               IF ALU-RESPONSAVEL GREATER ZEROS
                   MOVE ALU-RESPONSAVEL TO WRK-COD-PROCURA
                   PERFORM 0830-PROCURAR-CLIENTE
                   IF WRK-IDX-ACHADO EQUAL ZEROS
                       IF WRK-QTD-CLI LESS 500
                           ADD 1 TO WRK-QTD-CLI
                           MOVE ALU-RESPONSAVEL
                               TO WRK-CLI-CODIGO(WRK-QTD-CLI)
                           MOVE "R"    TO WRK-CLI-TIPO(WRK-QTD-CLI)
                           MOVE SPACES TO WRK-CLI-ULTIMO(WRK-QTD-CLI)
                           MOVE "N"    TO WRK-CLI-ABERTO(WRK-QTD-CLI)
                           MOVE SPACES
                               TO WRK-CLI-BLOQUEIO(WRK-QTD-CLI)
                           MOVE "N"    TO WRK-CLI-FEITO(WRK-QTD-CLI)
                       ELSE
                           MOVE "RESPONSAVEL NAO CONFERIDO"
                               TO WRK-ALU-BLOQUEIO(WRK-QTD-ALU)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *=======ULTIMA MATRICULA DO ALUNO EGRESSO
       0250-MOVIMENTO-MATRICUL SECTION.
           OPEN INPUT ARQ-MATRICUL.
           MOVE "MATRICUL"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-MATRICUL TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-ALUNOS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0260-LER-MATRICUL UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-MATRICUL
           END-IF.

       0260-LER-MATRICUL  SECTION.
           READ ARQ-MATRICUL
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE MAT-MATRICULA TO WRK-COD-PROCURA
                   PERFORM 0840-PROCURAR-ALUNO
                   IF WRK-IDX-ACHADO GREATER ZEROS
                      AND MAT-DATA GREATER
                          WRK-ALU-ULTIMO(WRK-IDX-ACHADO)
                       MOVE MAT-DATA TO WRK-ALU-ULTIMO(WRK-IDX-ACHADO)
                   END-IF
           END-READ.

      *=======TITULOS: DATAS DE EMISSAO, PAGAMENTO E PERDA; TITULO EM
      *=======ABERTO SEGURA O CLIENTE E A NOTA DO PEDIDO ANTIGO.
       0300-MOVIMENTO-CONTAREC SECTION.
           OPEN INPUT ARQ-CONTAREC.
           MOVE "CONTAREC"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-CONTAREC TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-CLIENTES
               MOVE "N" TO WRK-FAZ-ALUNOS
               MOVE "N" TO WRK-FAZ-NOTAS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0310-LER-CONTAREC UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-CONTAREC
           END-IF.

       0310-LER-CONTAREC  SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0320-TRATAR-TITULO
           END-READ.

       0320-TRATAR-TITULO SECTION.
           MOVE CREC-CLIENTE TO WRK-COD-PROCURA.
           PERFORM 0830-PROCURAR-CLIENTE.
           IF WRK-IDX-ACHADO GREATER ZEROS
               MOVE CREC-DATA-EMISSAO   TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               MOVE CREC-DATA-PAGAMENTO TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               MOVE CREC-DATA-PERDA     TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               IF CREC-EM-ABERTO
                   MOVE "S" TO WRK-CLI-ABERTO(WRK-IDX-ACHADO)
                   IF WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO) EQUAL SPACES
                       MOVE "TITULO EM ABERTO NO CONTAREC"
                           TO WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.
           IF CREC-EM-ABERTO
              AND CREC-DATA-EMISSAO LESS WRK-CORTE-NOTA
               IF CREC-PEDIDO-ORIGEM GREATER ZEROS
                   MOVE CREC-PEDIDO-ORIGEM TO WRK-PED-PROCURA
               ELSE
                   MOVE CREC-NUMERO        TO WRK-PED-PROCURA
               END-IF
               PERFORM 0870-GUARDAR-PEDIDO
           END-IF.

      *=======PEDIDOS: DATA DE PROCESSAMENTO E DE ENTREGA
       0350-MOVIMENTO-PEDHIST SECTION.
           OPEN INPUT ARQ-PEDHIST.
           MOVE "PEDHIST"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-PEDHIST TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-CLIENTES
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0360-LER-PEDHIST UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-PEDHIST
           END-IF.

       0360-LER-PEDHIST   SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PHIST-CLIENTE TO WRK-COD-PROCURA
                   PERFORM 0830-PROCURAR-CLIENTE
                   IF WRK-IDX-ACHADO GREATER ZEROS
                       MOVE PHIST-DATA-PROC    TO WRK-DATA-MOVTO
                       PERFORM 0880-ATUALIZAR-ULTIMO
                       MOVE PHIST-DATA-ENTREGA TO WRK-DATA-MOVTO
                       PERFORM 0880-ATUALIZAR-ULTIMO
                   END-IF
           END-READ.

      *=======CHAMADOS DO SAC: PENDENTE SEGURA O CLIENTE E O PEDIDO.
       0400-MOVIMENTO-SACCHAM SECTION.
           OPEN INPUT ARQ-SACCHAM.
           MOVE "SACCHAM"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-SACCHAM TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-CLIENTES
               MOVE "N" TO WRK-FAZ-NOTAS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0410-LER-SACCHAM UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-SACCHAM
           END-IF.

       0410-LER-SACCHAM   SECTION.
           READ ARQ-SACCHAM
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0420-TRATAR-CHAMADO
           END-READ.

       0420-TRATAR-CHAMADO SECTION.
           MOVE SAC-CLIENTE TO WRK-COD-PROCURA.
           PERFORM 0830-PROCURAR-CLIENTE.
           IF WRK-IDX-ACHADO GREATER ZEROS
               MOVE SAC-DATA-ABERTURA   TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               MOVE SAC-DATA-FECHAMENTO TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               IF SAC-PENDENTE
                  AND WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO) EQUAL SPACES
                   MOVE "CHAMADO DO SAC PENDENTE"
                       TO WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO)
               END-IF
           END-IF.
           IF SAC-PENDENTE
              AND SAC-PEDIDO GREATER ZEROS
               MOVE SAC-PEDIDO TO WRK-PED-PROCURA
               PERFORM 0870-GUARDAR-PEDIDO
           END-IF.

      *=======SINISTROS: PENDENTE SEGURA O CLIENTE E O PEDIDO.
       0450-MOVIMENTO-SINISTRO SECTION.
           OPEN INPUT ARQ-SINISTRO.
           MOVE "SINISTRO"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-SINISTRO TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-CLIENTES
               MOVE "N" TO WRK-FAZ-NOTAS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0460-LER-SINISTRO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-SINISTRO
           END-IF.

       0460-LER-SINISTRO  SECTION.
           READ ARQ-SINISTRO
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0470-TRATAR-SINISTRO
           END-READ.

       0470-TRATAR-SINISTRO SECTION.
           MOVE SIN-CLIENTE TO WRK-COD-PROCURA.
           PERFORM 0830-PROCURAR-CLIENTE.
           IF WRK-IDX-ACHADO GREATER ZEROS
               MOVE SIN-DATA-ABERTURA  TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               MOVE SIN-DATA-DECISAO   TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               MOVE SIN-DATA-PAGAMENTO TO WRK-DATA-MOVTO
               PERFORM 0880-ATUALIZAR-ULTIMO
               IF SIN-PENDENTE
                  AND WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO) EQUAL SPACES
                   MOVE "SINISTRO PENDENTE"
                       TO WRK-CLI-BLOQUEIO(WRK-IDX-ACHADO)
               END-IF
           END-IF.
           IF SIN-PENDENTE
               MOVE SIN-PEDIDO TO WRK-PED-PROCURA
               PERFORM 0870-GUARDAR-PEDIDO
           END-IF.

      *=======ALTERACOES DO CADASTRO (INATIVACAO INCLUSIVE) CONTAM
      *=======COMO MOVIMENTO DO CLIENTE.
       0500-MOVIMENTO-ALTCAD SECTION.
           OPEN INPUT ARQ-ALTCAD.
           MOVE "ALTCAD"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-ALTCAD TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-CLIENTES
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0510-LER-ALTCAD UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-ALTCAD
           END-IF.

       0510-LER-ALTCAD    SECTION.
           READ ARQ-ALTCAD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF (ALT-ARQUIVO EQUAL "CLIENTE"
                       OR ALT-ARQUIVO EQUAL "CLIENDER")
                      AND ALT-CHAVE(1:6) IS NUMERIC
                       MOVE ALT-CHAVE(1:6) TO WRK-COD-PROCURA
                       PERFORM 0830-PROCURAR-CLIENTE
                       IF WRK-IDX-ACHADO GREATER ZEROS
                           MOVE ALT-DATA TO WRK-DATA-MOVTO
                           PERFORM 0880-ATUALIZAR-ULTIMO
                       END-IF
                   END-IF
           END-READ.

      *=======ULTIMA ADMISSAO E ULTIMO DESLIGAMENTO POR FUNCIONARIO
      *=======(EVENFUNC) E EMPRESTIMO COM PARCELA RESTANTE (EMPRFUNC).
       0550-SELECIONAR-FUNCIONARIOS SECTION.
           OPEN INPUT ARQ-EVENFUNC.
           MOVE "EVENFUNC"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-EVENFUNC TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-FUNCS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0560-LER-EVENTO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-EVENFUNC
           END-IF.
           OPEN INPUT ARQ-EMPRFUNC.
           MOVE "EMPRFUNC"      TO WRK-ARQ-PASSO.
           MOVE WRK-FS-EMPRFUNC TO WRK-FS-PASSO.
           PERFORM 0095-CONFERIR-ABERTURA.
           IF PASSO-FALHOU
               MOVE "N" TO WRK-FAZ-FUNCS
           END-IF.
           IF PASSO-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0580-LER-EMPRFUNC UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-EMPRFUNC
           END-IF.

       0560-LER-EVENTO    SECTION.
           READ ARQ-EVENFUNC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF EVF-ADMISSAO OR EVF-DESLIGAMENTO
                       PERFORM 0570-GUARDAR-EVENTO
                   END-IF
           END-READ.

       0570-GUARDAR-EVENTO SECTION.
           MOVE EVF-CODIGO TO WRK-FUN-PROCURA.
           PERFORM 0850-PROCURAR-FUNCIONARIO.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               IF WRK-QTD-FUN LESS 500
                   ADD 1 TO WRK-QTD-FUN
                   MOVE WRK-QTD-FUN TO WRK-IDX-ACHADO
                   MOVE EVF-CODIGO TO WRK-FUN-CODIGO(WRK-QTD-FUN)
                   MOVE SPACES     TO WRK-FUN-ADMISSAO(WRK-QTD-FUN)
                   MOVE SPACES     TO WRK-FUN-DESLIGTO(WRK-QTD-FUN)
                   MOVE "N"        TO WRK-FUN-EMPRESTIMO(WRK-QTD-FUN)
                   MOVE "N"        TO WRK-FUN-FEITO(WRK-QTD-FUN)
               ELSE
                   IF NOT AVISO-FUNCS-DADO
                       DISPLAY "MAIS DE 500 FUNCIONÁRIOS NO EVENFUNC "
                               "-- EXCEDENTES FICAM PARA A PRÓXIMA "
                               "EXECUÇÃO."
                       SET AVISO-FUNCS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WRK-IDX-ACHADO GREATER ZEROS
               IF EVF-ADMISSAO
                   IF EVF-DATA GREATER WRK-FUN-ADMISSAO(WRK-IDX-ACHADO)
                       MOVE EVF-DATA
                           TO WRK-FUN-ADMISSAO(WRK-IDX-ACHADO)
                   END-IF
               ELSE
                   IF EVF-DATA GREATER WRK-FUN-DESLIGTO(WRK-IDX-ACHADO)
                       MOVE EVF-DATA
                           TO WRK-FUN-DESLIGTO(WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       0580-LER-EMPRFUNC  SECTION.
           READ ARQ-EMPRFUNC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF EMP-PARCELAS-REST GREATER ZEROS
                       MOVE EMP-CODIGO TO WRK-FUN-PROCURA
                       PERFORM 0850-PROCURAR-FUNCIONARIO
                       IF WRK-IDX-ACHADO GREATER ZEROS
                           MOVE "S"
                               TO WRK-FUN-EMPRESTIMO(WRK-IDX-ACHADO)
                       END-IF
                   END-IF
           END-READ.

      *=======CLIENTE FORA DO PRAZO: SEM PENDENCIA E ANONIMIZADO COM OS
      *=======ENDERECOS DE ENTREGA; COM PENDENCIA SAI COMO MANTIDO.
       0600-ANONIMIZAR-CLIENTES SECTION.
           IF FAZER-CLIENTES
              AND WRK-CORTE-CLIENTE NOT EQUAL SPACES
               MOVE 1 TO WRK-IDX-CLI
               PERFORM 0610-DECIDIR-CLIENTE
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
           END-IF.

       0610-DECIDIR-CLIENTE SECTION.
           IF WRK-CLI-TIPO(WRK-IDX-CLI) EQUAL "C"
              AND WRK-CLI-ULTIMO(WRK-IDX-CLI) LESS WRK-CORTE-CLIENTE
               MOVE "CLIENTE"                  TO WRK-DET-ARQUIVO
               MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO WRK-DET-CHAVE
               MOVE WRK-CLI-ULTIMO(WRK-IDX-CLI) TO WRK-DET-ULTIMO
               IF WRK-CLI-BLOQUEIO(WRK-IDX-CLI) NOT EQUAL SPACES
                   ADD 1 TO WRK-QTD-CLI-MANT
                   MOVE "MANTIDO" TO WRK-DET-SITUACAO
                   MOVE WRK-CLI-BLOQUEIO(WRK-IDX-CLI)
                       TO WRK-DET-MOTIVO
                   PERFORM 0810-GRAVAR-DETALHE
               ELSE
                   PERFORM 0620-ANONIMIZAR-CLIENTE
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-CLI.

       0620-ANONIMIZAR-CLIENTE SECTION.
           MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-MARCA-ANONIMO TO CLI-NOME
                   MOVE ZEROS             TO CLI-IDADE
                   MOVE SPACES            TO CLI-ENDERECO
                   MOVE SPACES            TO CLI-CPF-CNPJ
                   REWRITE CLIENTE-REC
                   IF WRK-FS-CLIENTE NOT EQUAL "00"
                       MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
                       MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   MOVE "S" TO WRK-CLI-FEITO(WRK-IDX-CLI)
                   ADD 1 TO WRK-QTD-CLI-ANON
                   MOVE "ANONIMIZADO" TO WRK-DET-SITUACAO
                   MOVE SPACES        TO WRK-DET-MOTIVO
                   PERFORM 0810-GRAVAR-DETALHE
                   PERFORM 0820-GRAVAR-AUDITORIA
                   IF CLIENDER-DISPONIVEL
                       PERFORM 0630-ANONIMIZAR-ENDERECOS
                   END-IF
           END-READ.

       0630-ANONIMIZAR-ENDERECOS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-CLI-CODIGO(WRK-IDX-CLI) TO CLIEND-CLIENTE.
           MOVE ZEROS                       TO CLIEND-CODIGO.
           START ARQ-CLIENDER KEY IS NOT LESS THAN CLIEND-CHAVE
               INVALID KEY
                   SET FIM-DO-ARQUIVO TO TRUE
           END-START.
           PERFORM 0640-ANONIMIZAR-ENDERECO UNTIL FIM-DO-ARQUIVO.

       0640-ANONIMIZAR-ENDERECO SECTION.
           READ ARQ-CLIENDER NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CLIEND-CLIENTE NOT EQUAL
                      WRK-CLI-CODIGO(WRK-IDX-CLI)
                       SET FIM-DO-ARQUIVO TO TRUE
                   ELSE
                       MOVE SPACES TO CLIEND-ENDERECO
                       MOVE ZEROS  TO CLIEND-CEP
                       REWRITE CLIENDER-REC
                       IF WRK-FS-CLIENDER NOT EQUAL "00"
                           MOVE WRK-FS-CLIENDER TO UTIL-FS-CODIGO
                           MOVE "CLIENDER"      TO UTIL-FS-ARQUIVO
                           PERFORM 9800-TRATA-ERRO-ARQUIVO
                       END-IF
                       ADD 1 TO WRK-QTD-END-ANON
                   END-IF
           END-READ.

      *=======ALUNO EGRESSO FORA DO PRAZO; O RESPONSAVEL COM TITULO EM
      *=======ABERTO SEGURA O ALUNO.
       0650-ANONIMIZAR-ALUNOS SECTION.
           IF FAZER-ALUNOS
              AND WRK-CORTE-ALUNO NOT EQUAL SPACES
               MOVE 1 TO WRK-IDX-ALU
               PERFORM 0660-DECIDIR-ALUNO
                   UNTIL WRK-IDX-ALU GREATER WRK-QTD-ALU
           END-IF.

       0660-DECIDIR-ALUNO SECTION.
           IF WRK-ALU-ULTIMO(WRK-IDX-ALU) LESS WRK-CORTE-ALUNO
               MOVE "ALUNO"                        TO WRK-DET-ARQUIVO
               MOVE WRK-ALU-MATRICULA(WRK-IDX-ALU) TO WRK-DET-CHAVE
               MOVE WRK-ALU-ULTIMO(WRK-IDX-ALU)    TO WRK-DET-ULTIMO
               IF WRK-ALU-BLOQUEIO(WRK-IDX-ALU) EQUAL SPACES
                  AND WRK-ALU-RESPONSAVEL(WRK-IDX-ALU) GREATER ZEROS
                   MOVE WRK-ALU-RESPONSAVEL(WRK-IDX-ALU)
                       TO WRK-COD-PROCURA
                   PERFORM 0830-PROCURAR-CLIENTE
                   IF WRK-IDX-ACHADO GREATER ZEROS
                      AND WRK-CLI-ABERTO(WRK-IDX-ACHADO) EQUAL "S"
                       MOVE "RESPONSAVEL COM TITULO ABERTO"
                           TO WRK-ALU-BLOQUEIO(WRK-IDX-ALU)
                   END-IF
               END-IF
               IF WRK-ALU-BLOQUEIO(WRK-IDX-ALU) NOT EQUAL SPACES
                   ADD 1 TO WRK-QTD-ALU-MANT
                   MOVE "MANTIDO" TO WRK-DET-SITUACAO
                   MOVE WRK-ALU-BLOQUEIO(WRK-IDX-ALU)
                       TO WRK-DET-MOTIVO
                   PERFORM 0810-GRAVAR-DETALHE
               ELSE
                   PERFORM 0670-ANONIMIZAR-ALUNO
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-ALU.

       0670-ANONIMIZAR-ALUNO SECTION.
           MOVE WRK-ALU-MATRICULA(WRK-IDX-ALU) TO ALU-MATRICULA.
           READ ARQ-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-MARCA-ANONIMO TO ALU-NOME
                   REWRITE ALUNO-REC
                   IF WRK-FS-ALUNO NOT EQUAL "00"
                       MOVE WRK-FS-ALUNO TO UTIL-FS-CODIGO
                       MOVE "ALUNO"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   ADD 1 TO WRK-QTD-ALU-ANON
                   MOVE "ANONIMIZADO" TO WRK-DET-SITUACAO
                   MOVE SPACES        TO WRK-DET-MOTIVO
                   PERFORM 0810-GRAVAR-DETALHE
                   PERFORM 0820-GRAVAR-AUDITORIA
           END-READ.

      *=======FUNCIONARIO DESLIGADO (SEM READMISSAO DEPOIS) ANTES DO
      *=======CORTE; EMPRESTIMO COM PARCELA RESTANTE SEGURA O REGISTRO.
      *=======O SALARIO FICA (HISTORICO DA FOLHA).
       0700-ANONIMIZAR-FUNCIONARIOS SECTION.
           IF FAZER-FUNCIONARIOS
              AND WRK-CORTE-FUNC NOT EQUAL SPACES
               MOVE 1 TO WRK-IDX-FUN
               PERFORM 0710-DECIDIR-FUNCIONARIO
                   UNTIL WRK-IDX-FUN GREATER WRK-QTD-FUN
           END-IF.

       0710-DECIDIR-FUNCIONARIO SECTION.
           IF WRK-FUN-DESLIGTO(WRK-IDX-FUN) NOT EQUAL SPACES
              AND WRK-FUN-DESLIGTO(WRK-IDX-FUN)
                  NOT LESS WRK-FUN-ADMISSAO(WRK-IDX-FUN)
              AND WRK-FUN-DESLIGTO(WRK-IDX-FUN) LESS WRK-CORTE-FUNC
               MOVE WRK-FUN-CODIGO(WRK-IDX-FUN) TO FUNC-CODIGO
               READ ARQ-FUNCIONAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNC-NOME NOT EQUAL WRK-MARCA-ANONIMO
                           PERFORM 0715-ANONIMIZAR-FUNCIONARIO
                       END-IF
               END-READ
           END-IF.
           ADD 1 TO WRK-IDX-FUN.

       0715-ANONIMIZAR-FUNCIONARIO SECTION.
           MOVE "FUNCIONAR"                    TO WRK-DET-ARQUIVO.
           MOVE WRK-FUN-CODIGO(WRK-IDX-FUN)    TO WRK-DET-CHAVE.
           MOVE WRK-FUN-DESLIGTO(WRK-IDX-FUN)  TO WRK-DET-ULTIMO.
           IF WRK-FUN-EMPRESTIMO(WRK-IDX-FUN) EQUAL "S"
               ADD 1 TO WRK-QTD-FUN-MANT
               MOVE "MANTIDO" TO WRK-DET-SITUACAO
               MOVE "EMPRESTIMO COM PARCELA" TO WRK-DET-MOTIVO
               PERFORM 0810-GRAVAR-DETALHE
           ELSE
               MOVE WRK-MARCA-ANONIMO TO FUNC-NOME
               MOVE ZEROS             TO FUNC-BANCO
               MOVE ZEROS             TO FUNC-AGENCIA
               MOVE ZEROS             TO FUNC-CONTA
               REWRITE FUNCIONAR-REC
               IF WRK-FS-FUNCIONAR NOT EQUAL "00"
                   MOVE WRK-FS-FUNCIONAR TO UTIL-FS-CODIGO
                   MOVE "FUNCIONAR"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               MOVE "S" TO WRK-FUN-FEITO(WRK-IDX-FUN)
               ADD 1 TO WRK-QTD-FUN-ANON
               MOVE "ANONIMIZADO" TO WRK-DET-SITUACAO
               MOVE SPACES        TO WRK-DET-MOTIVO
               PERFORM 0810-GRAVAR-DETALHE
               PERFORM 0820-GRAVAR-AUDITORIA
           END-IF.

      *=======NOTA ARQUIVADA: SO A LINHA DE TOTAIS TEM DADO PESSOAL; A
      *=======COPIA INTEIRA SAI NO NOTAFANM.
       0720-ANONIMIZAR-NOTAFARQ SECTION.
           IF FAZER-NOTAS
              AND WRK-CORTE-NOTA NOT EQUAL SPACES
               OPEN INPUT ARQ-NOTAFARQ
               MOVE "NOTAFARQ"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-NOTAFARQ TO WRK-FS-PASSO
               PERFORM 0095-CONFERIR-ABERTURA
               IF PASSO-ABERTO
                   OPEN OUTPUT ARQ-NOTAFANM
                   IF WRK-FS-NOTAFANM NOT EQUAL "00"
                       MOVE WRK-FS-NOTAFANM TO UTIL-FS-CODIGO
                       MOVE "NOTAFANM"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0725-LER-NOTA UNTIL FIM-DO-ARQUIVO
                   CLOSE ARQ-NOTAFARQ
                   CLOSE ARQ-NOTAFANM
                   MOVE "NOTAFANM SUBSTITUI O NOTAFARQ"
                       TO ANONIMIZ-LINHA
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
           END-IF.

       0725-LER-NOTA      SECTION.
           READ ARQ-NOTAFARQ
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0730-TRATAR-NOTA
           END-READ.

       0730-TRATAR-NOTA   SECTION.
           IF NOTA-LINHA(1:5) NOT EQUAL "ITEM "
              AND NOTA-CLIENTE-NOME NOT EQUAL WRK-MARCA-ANONIMO
               MOVE SPACES TO WRK-DATA-NOTA
               STRING NOTA-DATA(7:4) NOTA-DATA(4:2) NOTA-DATA(1:2)
                   DELIMITED BY SIZE INTO WRK-DATA-NOTA
               IF WRK-DATA-NOTA LESS WRK-CORTE-NOTA
                   MOVE ZEROS TO WRK-IDX-ACHADO
                   IF NOTA-NUMERO IS NUMERIC
                       MOVE NOTA-NUMERO TO WRK-PED-PROCURA
                       PERFORM 0860-PROCURAR-PEDIDO
                   END-IF
                   IF WRK-IDX-ACHADO GREATER ZEROS
                       ADD 1 TO WRK-QTD-NOTA-MANT
                   ELSE
                       MOVE WRK-MARCA-ANONIMO TO NOTA-CLIENTE-NOME
                       MOVE SPACES            TO NOTA-ENDERECO
                       MOVE SPACES            TO NOTA-CPF-CNPJ
                       ADD 1 TO WRK-QTD-NOTA-ANON
                   END-IF
               END-IF
           END-IF.
           MOVE NOTA-LINHA TO NOTAFANM-REC.
           WRITE NOTAFANM-REC.

      *=======AUDITORIA ARQUIVADA: O PROGRAMA02 GRAVA O NOME DIGITADO
      *=======NA CHAVE. A LINHA E TRATADA NA AREA DO AUDITLOG, QUE JA
      *=======ESTA ABERTO.
       0740-ANONIMIZAR-AUDITARQ SECTION.
           IF WRK-CORTE-AUDIT NOT EQUAL SPACES
               OPEN INPUT ARQ-AUDITARQ
               MOVE "AUDITARQ"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-AUDITARQ TO WRK-FS-PASSO
               PERFORM 0095-CONFERIR-ABERTURA
               IF PASSO-ABERTO
                   OPEN OUTPUT ARQ-AUDITANM
                   IF WRK-FS-AUDITANM NOT EQUAL "00"
                       MOVE WRK-FS-AUDITANM TO UTIL-FS-CODIGO
                       MOVE "AUDITANM"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0745-LER-AUDITORIA UNTIL FIM-DO-ARQUIVO
                   CLOSE ARQ-AUDITARQ
                   CLOSE ARQ-AUDITANM
                   MOVE "AUDITANM SUBSTITUI O AUDITARQ"
                       TO ANONIMIZ-LINHA
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
           END-IF.

       0745-LER-AUDITORIA SECTION.
           READ ARQ-AUDITARQ
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE AUDITARQ-REC TO AUDIT-REC
                   IF AUDIT-PROGRAMA EQUAL "PROGRAMA02"
                      AND AUDIT-DATA LESS WRK-CORTE-AUDIT
                      AND AUDIT-CHAVE NOT EQUAL WRK-MARCA-ANONIMO
                       MOVE WRK-MARCA-ANONIMO TO AUDIT-CHAVE
                       ADD 1 TO WRK-QTD-AUD-ANON
                   END-IF
                   MOVE AUDIT-REC TO AUDITANM-REC
                   WRITE AUDITANM-REC
           END-READ.

      *=======DIARIO DE ALTERACOES: VALOR ANTIGO/NOVO DOS CAMPOS
      *=======PESSOAIS DE QUEM FOI ANONIMIZADO AGORA SAI OCULTO (O
      *=======DE ANOS ANTERIORES JA FOI OCULTADO NA SUA VEZ).
       0760-ANONIMIZAR-ALTCAD SECTION.
           IF WRK-QTD-CLI-ANON GREATER ZEROS
              OR WRK-QTD-FUN-ANON GREATER ZEROS
               OPEN INPUT ARQ-ALTCAD
               MOVE "ALTCAD"      TO WRK-ARQ-PASSO
               MOVE WRK-FS-ALTCAD TO WRK-FS-PASSO
               PERFORM 0095-CONFERIR-ABERTURA
               IF PASSO-ABERTO
                   OPEN OUTPUT ARQ-ALTCDANM
                   IF WRK-FS-ALTCDANM NOT EQUAL "00"
                       MOVE WRK-FS-ALTCDANM TO UTIL-FS-CODIGO
                       MOVE "ALTCDANM"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM 0765-LER-ALTERACAO UNTIL FIM-DO-ARQUIVO
                   CLOSE ARQ-ALTCAD
                   CLOSE ARQ-ALTCDANM
                   MOVE "ALTCDANM SUBSTITUI O ALTCAD"
                       TO ANONIMIZ-LINHA
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
           END-IF.

       0765-LER-ALTERACAO SECTION.
           READ ARQ-ALTCAD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0770-TRATAR-ALTERACAO
                   MOVE ALTCAD-REC TO ALTCDANM-REC
                   WRITE ALTCDANM-REC
           END-READ.

       0770-TRATAR-ALTERACAO SECTION.
           EVALUATE ALT-ARQUIVO
               WHEN "CLIENTE"
               WHEN "CLIENDER"
                   IF ALT-CHAVE(1:6) IS NUMERIC
                       MOVE ALT-CHAVE(1:6) TO WRK-COD-PROCURA
                       PERFORM 0830-PROCURAR-CLIENTE
                       IF WRK-IDX-ACHADO GREATER ZEROS
                          AND WRK-CLI-FEITO(WRK-IDX-ACHADO) EQUAL "S"
                          AND (ALT-CAMPO EQUAL "NOME"
                               OR ALT-CAMPO EQUAL "IDADE"
                               OR ALT-CAMPO EQUAL "ENDERECO"
                               OR ALT-CAMPO EQUAL "CPF-CNPJ"
                               OR ALT-CAMPO EQUAL "CEP")
                           PERFORM 0775-OCULTAR-VALORES
                       END-IF
                   END-IF
               WHEN "FUNCIONAR"
                   IF ALT-CHAVE(1:4) IS NUMERIC
                       MOVE ALT-CHAVE(1:4) TO WRK-FUN-PROCURA
                       PERFORM 0850-PROCURAR-FUNCIONARIO
                       IF WRK-IDX-ACHADO GREATER ZEROS
                          AND WRK-FUN-FEITO(WRK-IDX-ACHADO) EQUAL "S"
                          AND (ALT-CAMPO EQUAL "NOME"
                               OR ALT-CAMPO EQUAL "BANCO"
                               OR ALT-CAMPO EQUAL "AGENCIA"
                               OR ALT-CAMPO EQUAL "CONTA")
                           PERFORM 0775-OCULTAR-VALORES
                       END-IF
                   END-IF
           END-EVALUATE.

       0775-OCULTAR-VALORES SECTION.
           IF ALT-VALOR-ANTIGO NOT EQUAL SPACES
               MOVE WRK-VALOR-OCULTO TO ALT-VALOR-ANTIGO
           END-IF.
           IF ALT-VALOR-NOVO NOT EQUAL SPACES
               MOVE WRK-VALOR-OCULTO TO ALT-VALOR-NOVO
           END-IF.
           ADD 1 TO WRK-QTD-ALT-ANON.

       0800-GRAVAR-LINHA  SECTION.
           WRITE ANONIMIZ-LINHA.
           IF WRK-FS-ANONIMIZ NOT EQUAL "00"
               MOVE WRK-FS-ANONIMIZ TO UTIL-FS-CODIGO
               MOVE "ANONIMIZ"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0810-GRAVAR-DETALHE SECTION.
           IF WRK-DET-ULTIMO EQUAL SPACES
               MOVE "SEM MOVTO" TO WRK-DET-ULTIMO
           END-IF.
           MOVE WRK-LINHA-DET TO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======UMA LINHA POR REGISTRO ANONIMIZADO, SO COM A CHAVE.
       0820-GRAVAR-AUDITORIA SECTION.
           IF AUDITLOG-DISPONIVEL
               ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA FROM TIME
               MOVE "ANONIMIZ" TO AUDIT-PROGRAMA
               MOVE SPACES     TO AUDIT-CHAVE
               STRING WRK-DET-ARQUIVO DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      WRK-DET-CHAVE   DELIMITED BY SPACE
                   INTO AUDIT-CHAVE
               MOVE "DADOS PESSOAIS ANONIMIZADOS" TO AUDIT-RESULTADO
               MOVE "BATCH"    TO AUDIT-OPERADOR
               WRITE AUDIT-REC
           END-IF.

      *=======BUSCAS NAS TABELAS (WRK-IDX-ACHADO ZERO = NAO ACHOU)
       0830-PROCURAR-CLIENTE SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           MOVE 1     TO WRK-IDX-BUSCA.
           PERFORM 0835-TESTAR-CLIENTE
               UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-CLI
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0835-TESTAR-CLIENTE SECTION.
           IF WRK-CLI-CODIGO(WRK-IDX-BUSCA) EQUAL WRK-COD-PROCURA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

       0840-PROCURAR-ALUNO SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           MOVE 1     TO WRK-IDX-BUSCA.
           PERFORM 0845-TESTAR-ALUNO
               UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-ALU
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0845-TESTAR-ALUNO  SECTION.
           IF WRK-ALU-MATRICULA(WRK-IDX-BUSCA) EQUAL WRK-COD-PROCURA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

       0850-PROCURAR-FUNCIONARIO SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           MOVE 1     TO WRK-IDX-BUSCA.
           PERFORM 0855-TESTAR-FUNCIONARIO
               UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-FUN
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0855-TESTAR-FUNCIONARIO SECTION.
           IF WRK-FUN-CODIGO(WRK-IDX-BUSCA) EQUAL WRK-FUN-PROCURA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

       0860-PROCURAR-PEDIDO SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           MOVE 1     TO WRK-IDX-BUSCA.
           PERFORM 0865-TESTAR-PEDIDO
               UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-PED
                  OR WRK-IDX-ACHADO GREATER ZEROS.

       0865-TESTAR-PEDIDO SECTION.
           IF WRK-PED-NUMERO(WRK-IDX-BUSCA) EQUAL WRK-PED-PROCURA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHADO
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

      *=======SEM LUGAR PARA O PEDIDO NA TABELA NAO DA PARA SABER QUAL
      *=======NOTA SEGURAR: AS NOTAS FICAM TODAS PARA A PROXIMA VEZ.
       0870-GUARDAR-PEDIDO SECTION.
           PERFORM 0860-PROCURAR-PEDIDO.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               IF WRK-QTD-PED LESS 500
                   ADD 1 TO WRK-QTD-PED
                   MOVE WRK-PED-PROCURA TO WRK-PED-NUMERO(WRK-QTD-PED)
               ELSE
                   IF FAZER-NOTAS
                       ADD 1 TO WRK-QTD-AVISOS
                       MOVE "N" TO WRK-FAZ-NOTAS
                       MOVE SPACES TO ANONIMIZ-LINHA
                       STRING "*** MAIS DE 500 PEDIDOS PENDENTES - "
                              "NOTAS ARQUIVADAS NAO ANONIMIZADAS"
                           DELIMITED BY SIZE INTO ANONIMIZ-LINHA
                       PERFORM 0800-GRAVAR-LINHA
                       DISPLAY "MAIS DE 500 PEDIDOS PENDENTES -- NOTAS "
                               "ARQUIVADAS FICAM PARA A PRÓXIMA "
                               "EXECUÇÃO."
                   END-IF
               END-IF
           END-IF.

       0880-ATUALIZAR-ULTIMO SECTION.
           IF WRK-DATA-MOVTO NOT EQUAL SPACES
              AND WRK-DATA-MOVTO GREATER WRK-CLI-ULTIMO(WRK-IDX-ACHADO)
               MOVE WRK-DATA-MOVTO TO WRK-CLI-ULTIMO(WRK-IDX-ACHADO)
           END-IF.

       0890-IMPRIMIR-RESUMO SECTION.
           MOVE ALL "=" TO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-CLI-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "CLIENTES ANONIMIZADOS............. " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-END-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "ENDERECOS DE ENTREGA ANONIMIZADOS. " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-CLI-MANT TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "CLIENTES MANTIDOS POR PENDENCIA... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ALU-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "ALUNOS ANONIMIZADOS............... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ALU-MANT TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "ALUNOS MANTIDOS POR PENDENCIA..... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-FUN-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "FUNCIONARIOS ANONIMIZADOS......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-FUN-MANT TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "FUNCIONARIOS MANTIDOS POR PENDENCIA " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-NOTA-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "NOTAS ARQUIVADAS ANONIMIZADAS..... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-NOTA-MANT TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "NOTAS MANTIDAS POR PEDIDO PENDENTE " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-AUD-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "LINHAS DE AUDITORIA ANONIMIZADAS.. " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-ALT-ANON TO WRK-QTD-ED.
           MOVE SPACES TO ANONIMIZ-LINHA.
           STRING "VALORES OCULTADOS NO ALTCAD....... " WRK-QTD-ED
               DELIMITED BY SIZE INTO ANONIMIZ-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-AVISOS GREATER ZEROS
               MOVE SPACES TO ANONIMIZ-LINHA
               STRING "AVISOS (CATEGORIA OU ARQUIVO FORA): "
                      WRK-QTD-AVISOS
                   DELIMITED BY SIZE INTO ANONIMIZ-LINHA
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0900-ENCERRAR      SECTION.
           IF WRK-FS-CLIENTE EQUAL "00"
               CLOSE ARQ-CLIENTE
           END-IF.
           IF CLIENDER-DISPONIVEL
               CLOSE ARQ-CLIENDER
           END-IF.
           IF WRK-FS-ALUNO EQUAL "00"
               CLOSE ARQ-ALUNO
           END-IF.
           IF WRK-FS-FUNCIONAR EQUAL "00"
               CLOSE ARQ-FUNCIONAR
           END-IF.
           IF AUDITLOG-DISPONIVEL
               CLOSE ARQ-AUDITLOG
           END-IF.
           CLOSE ARQ-ANONIMIZ.
           DISPLAY "CLIENTES ANONIMIZADOS.... " WRK-QTD-CLI-ANON.
           DISPLAY "ALUNOS ANONIMIZADOS...... " WRK-QTD-ALU-ANON.
           DISPLAY "FUNCIONÁRIOS ANONIMIZADOS " WRK-QTD-FUN-ANON.
           DISPLAY "NOTAS ARQUIVADAS......... " WRK-QTD-NOTA-ANON.
           DISPLAY "LINHAS DE AUDITORIA...... " WRK-QTD-AUD-ANON.
           IF WRK-QTD-AVISOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FSERROPR.
       COPY RUNCTRLPR.
