       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRAANO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: VIRADA DO ANO LETIVO: LE O BOLETIM FECHADO
      *    ==          ("BOLETIM2", RESULTADO FINAL POR DISCIPLINA) E
      *    ==          A TABELA DE PROGRESSAO DE SERIES ("SERIEPRG"),
      *    ==          PROPOE PARA CADA ALUNO A PROMOCAO, A RETENCAO
      *    ==          OU A SAIDA COMO EGRESSO (ULTIMA SERIE) E
      *    ==          IMPRIME A LISTA ("RELVIRA") PARA A SECRETARIA
      *    ==          CONFERIR. CONFIRMADA, GRAVA AS MATRICULAS DO
      *    ==          ANO SEGUINTE NO "MATRICUL" EM TODAS AS
      *    ==          DISCIPLINAS DA TURMA DESTINO, RESPEITANDO A
      *    ==          CAPACIDADE DO "TURMACAD" E A LISTA DE ESPERA, E
      *    ==          MARCA OS EGRESSOS NO "ALUNO" -- ACABA A
      *    ==          REDIGITACAO DE TODOS OS ALUNOS NO MATRITUR NO
      *    ==          FIM DO ANO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O ALUNO E PROMOVIDO QUANDO TODAS AS DISCIPLINAS
      *==             ESTAO APROVADAS (DIRETO OU EM RECUPERACAO) E
      *==             RETIDO QUANDO HA QUALQUER REPROVACAO (NOTA OU
      *==             FALTA). RECUPERACAO AINDA SEM NOTA DA PROVA DEIXA
      *==             O ALUNO PENDENTE, FORA DA VIRADA. A TURMA
      *==             DESTINO QUE JA TEM LISTA DE ESPERA NAO RECEBE
      *==             MATRICULA DIRETA: O ALUNO ENTRA NO FIM DA FILA
      *==             (SEQUENCIA "SEQESPERA", COMO NO MATRITUR). A
      *==             PROPOSTA E A EFETIVACAO PASSAM PELA MESMA ROTINA,
      *==             ENTAO O QUE FOI IMPRESSO E O QUE E GRAVADO. AS
      *==             MATRICULAS DO ANO QUE FECHA FICAM COMO ESTAO
      *==             (HISTORICO).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLETIM2 ASSIGN TO "BOLETIM2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETIM2.

           SELECT ARQ-SERIEPRG ASSIGN TO "SERIEPRG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SERIEPRG.

           SELECT ARQ-TURMACAD ASSIGN TO "TURMACAD"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCD-CHAVE
               FILE STATUS IS WRK-FS-TURMACAD.

           SELECT ARQ-TURMASEQ ASSIGN TO "TURMACAD"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSQ-CHAVE
               FILE STATUS IS WRK-FS-TURMASEQ.

           SELECT ARQ-MATRICUL ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICUL.

           SELECT ARQ-MATRISEQ ASSIGN TO "MATRICUL"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSQ-CHAVE
               FILE STATUS IS WRK-FS-MATRISEQ.

           SELECT ARQ-ALUNO    ASSIGN TO "ALUNO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ALUNO.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-RELVIRA  ASSIGN TO "RELVIRA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELVIRA.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-BOLETIM2.
           COPY BOLETIM.

       FD  ARQ-SERIEPRG.
           COPY SERIEPRG.

       FD  ARQ-TURMACAD.
           COPY TURMACAD.

      *=======SEGUNDA VISAO DO CADASTRO DE TURMAS, SO LEITURA
      *=======SEQUENCIAL, PARA CARREGAR AS DISCIPLINAS E VAGAS DAS
      *=======TURMAS DESTINO (MESMO ESQUEMA DO MATRISEQ NO MATRITUR).
       FD  ARQ-TURMASEQ.
       01  TURMASEQ-REC.
           05  TSQ-CHAVE.
               10  TSQ-TURMA       PIC X(06).
               10  TSQ-DISCIPLINA  PIC X(04).
           05  TSQ-CAPACIDADE      PIC 9(03).
           05  TSQ-QTD-MATRIC      PIC 9(03).
           05  TSQ-ATIVO           PIC X(01).
           05  TSQ-MENSALIDADE     PIC 9(06)V99.

       FD  ARQ-MATRICUL.
           COPY MATRICUL.

       FD  ARQ-MATRISEQ.
       01  MATRISEQ-REC.
           05  MSQ-CHAVE.
               10  MSQ-TURMA       PIC X(06).
               10  MSQ-DISCIPLINA  PIC X(04).
               10  MSQ-MATRICULA   PIC 9(06).
           05  MSQ-SITUACAO        PIC X(01).
           05  MSQ-ORDEM           PIC 9(05).
           05  MSQ-DATA            PIC X(08).

       FD  ARQ-ALUNO.
           COPY ALUNO.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-RELVIRA.
       01  RELVIRA-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-BOLETIM2    PIC X(02) VALUE "00".
       77  WRK-FS-SERIEPRG    PIC X(02) VALUE "00".
       77  WRK-FS-TURMACAD    PIC X(02) VALUE "00".
       77  WRK-FS-TURMASEQ    PIC X(02) VALUE "00".
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-MATRISEQ    PIC X(02) VALUE "00".
       77  WRK-FS-ALUNO       PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-RELVIRA     PIC X(02) VALUE "00".
           COPY FSERRO.

       01  WRK-DATA-HOJE.
           05  WRK-DH-ANO      PIC 9(04).
           05  WRK-DH-MES      PIC 9(02).
           05  WRK-DH-DIA      PIC 9(02).

       77  WRK-FIM-BOLETIM    PIC X(01) VALUE "N".
           88  FIM-DO-BOLETIM          VALUE "S".
       77  WRK-FIM-SERIEPRG   PIC X(01) VALUE "N".
           88  FIM-DAS-SERIES          VALUE "S".
       77  WRK-FIM-VARREDURA  PIC X(01) VALUE "N".
           88  FIM-DA-VARREDURA        VALUE "S".

      *=======PROPOSTA (SO IMPRIME) OU EFETIVACAO (GRAVA)
       77  WRK-MODO           PIC X(01) VALUE "P".
           88  MODO-PROPOSTA           VALUE "P".
           88  MODO-EFETIVACAO         VALUE "E".
       77  WRK-CONFIRMA       PIC X(01) VALUE "N".
           88  VIRADA-CONFIRMADA       VALUE "S".

      *=======ALUNOS DO BOLETIM FECHADO COM O RESULTADO CONSOLIDADO
      *=======DAS DISCIPLINAS: "A" = APROVADO EM TODAS, "R" = ALGUMA
      *=======REPROVACAO, "P" = ALGUMA PENDENCIA DE RECUPERACAO.
       77  WRK-QTD-ALUNOS     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ALN        PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-ALN      PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ALUNOS.
           05  WRK-ALN-ITEM OCCURS 2000 TIMES.
               10  WRK-ALN-MATRICULA PIC 9(06).
               10  WRK-ALN-TURMA     PIC X(06).
               10  WRK-ALN-RESULTADO PIC X(01).
                   88  ALN-APROVADO         VALUE "A".
                   88  ALN-REPROVADO        VALUE "R".
                   88  ALN-PENDENTE         VALUE "P".
       77  WRK-RESULTADO-LINHA PIC X(01) VALUE SPACES.
       77  WRK-AVISO-TAB-ALN  PIC X(01) VALUE "N".
           88  AVISO-TAB-ALN-DADO      VALUE "S".

      *=======TABELA DE PROGRESSAO DE SERIES
       77  WRK-QTD-SERIES     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-SER        PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-SER      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SERIES.
           05  WRK-SER-ITEM OCCURS 100 TIMES.
               10  WRK-SER-TURMA     PIC X(06).
               10  WRK-SER-PROMOCAO  PIC X(06).
               10  WRK-SER-RETENCAO  PIC X(06).

      *=======DISCIPLINAS ATIVAS DO "TURMACAD" COM AS VAGAS E A FILA
      *=======DE ESPERA ATUAIS; OCUPADAS/FILA ANDAM A CADA ALUNO
      *=======DISTRIBUIDO E VOLTAM AO INICIO ANTES DA EFETIVACAO.
       77  WRK-QTD-VAGAS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VAG        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-VAGAS.
           05  WRK-VAG-ITEM OCCURS 500 TIMES.
               10  WRK-VAG-TURMA      PIC X(06).
               10  WRK-VAG-DISCIPLINA PIC X(04).
               10  WRK-VAG-CAPACIDADE PIC 9(03).
               10  WRK-VAG-MATRIC     PIC 9(03).
               10  WRK-VAG-ESPERA     PIC 9(04).
               10  WRK-VAG-OCUPADAS   PIC 9(04).
               10  WRK-VAG-FILA       PIC 9(04).

      *=======DECISAO DO ALUNO
       77  WRK-ALUNO-OK       PIC X(01) VALUE "N".
           88  ALUNO-E-VALIDO          VALUE "S".
       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-PROMOVIDO       VALUE "P".
           88  DECISAO-RETIDO          VALUE "R".
           88  DECISAO-EGRESSO         VALUE "G".
           88  DECISAO-PENDENTE        VALUE "N".
           88  DECISAO-IGNORADO        VALUE "I".
       77  WRK-DECISAO-EXT    PIC X(10) VALUE SPACES.
       77  WRK-DESTINO        PIC X(06) VALUE SPACES.
       77  WRK-OBSERVACAO     PIC X(50) VALUE SPACES.
       77  WRK-QTD-DISC-ALU   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MAT-ALU    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-ESP-ALU    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-JA-ALU     PIC 9(02) VALUE ZEROS.
       77  WRK-MAT-EXISTE     PIC X(01) VALUE "N".
           88  MATRICULA-JA-CONSTA     VALUE "S".
           88  MATRICULA-CANCELADA     VALUE "C".
           88  MATRICULA-NOVA          VALUE "N".
       77  WRK-SEQ-ATUAL      PIC 9(08) VALUE ZEROS.

      *=======TOTAIS DA PROPOSTA E DA EFETIVACAO
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-RETIDOS    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-EGRESSOS   PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PENDENTES  PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-MATRIC     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ESPERA     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-JA-CONSTA  PIC 9(05) VALUE ZEROS.
       77  WRK-GRV-MATRIC     PIC 9(05) VALUE ZEROS.
       77  WRK-GRV-ESPERA     PIC 9(05) VALUE ZEROS.
       77  WRK-GRV-EGRESSOS   PIC 9(04) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0060-CARREGAR-SERIES.
           PERFORM 0070-CARREGAR-VAGAS.
           PERFORM 0080-CONTAR-ESPERA.
           PERFORM 0090-ABRIR-CADASTROS.
           PERFORM 0100-LER-BOLETIM UNTIL FIM-DO-BOLETIM.
           SET MODO-PROPOSTA TO TRUE.
           PERFORM 0200-CABECALHO.
           MOVE 1 TO WRK-IDX-ALN.
           PERFORM 0300-PROCESSAR-ALUNO
               UNTIL WRK-IDX-ALN GREATER WRK-QTD-ALUNOS.
           PERFORM 0500-TOTAIS.
           IF WRK-TOT-MATRIC GREATER ZEROS
              OR WRK-TOT-ESPERA GREATER ZEROS
              OR WRK-QTD-EGRESSOS GREATER ZEROS
               PERFORM 0600-CONFIRMAR
               IF VIRADA-CONFIRMADA
                   PERFORM 0650-EFETIVAR
               ELSE
                   MOVE "VIRADA NAO CONFIRMADA -- NADA FOI GRAVADO."
                       TO RELVIRA-LINHA
                   PERFORM 0800-GRAVAR-LINHA
                   DISPLAY "VIRADA NÃO CONFIRMADA -- MATRÍCULAS E "
                           "CADASTRO DE ALUNOS MANTIDOS."
               END-IF
           ELSE
               DISPLAY "NENHUMA REMATRÍCULA OU EGRESSO A GRAVAR."
           END-IF.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-BOLETIM2.
           IF WRK-FS-BOLETIM2 NOT EQUAL "00"
               MOVE WRK-FS-BOLETIM2 TO UTIL-FS-CODIGO
               MOVE "BOLETIM2"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-SERIEPRG.
           IF WRK-FS-SERIEPRG NOT EQUAL "00"
               MOVE WRK-FS-SERIEPRG TO UTIL-FS-CODIGO
               MOVE "SERIEPRG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELVIRA.

       0060-CARREGAR-SERIES SECTION.
           PERFORM 0065-LER-SERIE UNTIL FIM-DAS-SERIES.
           CLOSE ARQ-SERIEPRG.

       0065-LER-SERIE     SECTION.
           READ ARQ-SERIEPRG
               AT END
                   SET FIM-DAS-SERIES TO TRUE
               NOT AT END
                   IF SPG-TURMA NOT EQUAL SPACES
                       IF WRK-QTD-SERIES LESS 100
                           ADD 1 TO WRK-QTD-SERIES
                           MOVE SPG-TURMA
                               TO WRK-SER-TURMA(WRK-QTD-SERIES)
                           MOVE SPG-TURMA-PROMOCAO
                               TO WRK-SER-PROMOCAO(WRK-QTD-SERIES)
                           MOVE SPG-TURMA-RETENCAO
                               TO WRK-SER-RETENCAO(WRK-QTD-SERIES)
                       ELSE
                           DISPLAY "TABELA DE PROGRESSÃO COM MAIS DE "
                                   "100 TURMAS -- " SPG-TURMA
                                   " IGNORADA."
                       END-IF
                   END-IF
           END-READ.

      *=======SO AS DISCIPLINAS ATIVAS RECEBEM REMATRICULA.
       0070-CARREGAR-VAGAS SECTION.
           MOVE "N" TO WRK-FIM-VARREDURA.
           OPEN INPUT ARQ-TURMASEQ.
           IF WRK-FS-TURMASEQ NOT EQUAL "00"
               MOVE WRK-FS-TURMASEQ TO UTIL-FS-CODIGO
               MOVE "TURMACAD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0075-LER-TURMA UNTIL FIM-DA-VARREDURA.
           CLOSE ARQ-TURMASEQ.

       0075-LER-TURMA     SECTION.
           READ ARQ-TURMASEQ
               AT END
                   SET FIM-DA-VARREDURA TO TRUE
               NOT AT END
                   IF TSQ-ATIVO EQUAL "S"
                       IF WRK-QTD-VAGAS LESS 500
                           ADD 1 TO WRK-QTD-VAGAS
                           MOVE TSQ-TURMA
                               TO WRK-VAG-TURMA(WRK-QTD-VAGAS)
                           MOVE TSQ-DISCIPLINA
                               TO WRK-VAG-DISCIPLINA(WRK-QTD-VAGAS)
                           MOVE TSQ-CAPACIDADE
                               TO WRK-VAG-CAPACIDADE(WRK-QTD-VAGAS)
                           MOVE TSQ-QTD-MATRIC
                               TO WRK-VAG-MATRIC(WRK-QTD-VAGAS)
                           MOVE TSQ-QTD-MATRIC
                               TO WRK-VAG-OCUPADAS(WRK-QTD-VAGAS)
                           MOVE ZEROS
                               TO WRK-VAG-ESPERA(WRK-QTD-VAGAS)
                           MOVE ZEROS
                               TO WRK-VAG-FILA(WRK-QTD-VAGAS)
                       ELSE
                           DISPLAY "MAIS DE 500 DISCIPLINAS ATIVAS NO "
                                   "TURMACAD -- " TSQ-TURMA " / "
                                   TSQ-DISCIPLINA " FORA DA VIRADA."
                       END-IF
                   END-IF
           END-READ.

      *=======FILA DE ESPERA JA EXISTENTE EM CADA DISCIPLINA: QUEM
      *=======CHEGA PELA VIRADA ENTRA DEPOIS DELA.
       0080-CONTAR-ESPERA SECTION.
           MOVE "N" TO WRK-FIM-VARREDURA.
           OPEN INPUT ARQ-MATRISEQ.
           IF WRK-FS-MATRISEQ EQUAL "00"
               PERFORM 0085-LER-ESPERA UNTIL FIM-DA-VARREDURA
               CLOSE ARQ-MATRISEQ
           END-IF.
           MOVE 1 TO WRK-IDX-VAG.
           PERFORM 0088-INICIAR-FILA
               UNTIL WRK-IDX-VAG GREATER WRK-QTD-VAGAS.

       0085-LER-ESPERA    SECTION.
           READ ARQ-MATRISEQ
               AT END
                   SET FIM-DA-VARREDURA TO TRUE
               NOT AT END
                   IF MSQ-SITUACAO EQUAL "E"
                       MOVE 1 TO WRK-IDX-VAG
                       PERFORM 0087-SOMAR-ESPERA
                           UNTIL WRK-IDX-VAG GREATER WRK-QTD-VAGAS
                   END-IF
           END-READ.

       0087-SOMAR-ESPERA  SECTION.
           IF WRK-VAG-TURMA(WRK-IDX-VAG) EQUAL MSQ-TURMA
              AND WRK-VAG-DISCIPLINA(WRK-IDX-VAG) EQUAL MSQ-DISCIPLINA
               ADD 1 TO WRK-VAG-ESPERA(WRK-IDX-VAG)
           END-IF.
           ADD 1 TO WRK-IDX-VAG.

       0088-INICIAR-FILA  SECTION.
           MOVE WRK-VAG-MATRIC(WRK-IDX-VAG)
               TO WRK-VAG-OCUPADAS(WRK-IDX-VAG).
           MOVE WRK-VAG-ESPERA(WRK-IDX-VAG)
               TO WRK-VAG-FILA(WRK-IDX-VAG).
           ADD 1 TO WRK-IDX-VAG.

       0090-ABRIR-CADASTROS SECTION.
           OPEN I-O ARQ-TURMACAD.
           IF WRK-FS-TURMACAD NOT EQUAL "00"
               MOVE WRK-FS-TURMACAD TO UTIL-FS-CODIGO
               MOVE "TURMACAD"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-MATRICUL.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
               MOVE WRK-FS-MATRICUL TO UTIL-FS-CODIGO
               MOVE "MATRICUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-ALUNO.
           IF WRK-FS-ALUNO NOT EQUAL "00"
               MOVE WRK-FS-ALUNO TO UTIL-FS-CODIGO
               MOVE "ALUNO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PARAMETR.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======CONSOLIDA O RESULTADO DAS DISCIPLINAS POR ALUNO + TURMA:
      *=======REPROVACAO PREVALECE SOBRE PENDENCIA, QUE PREVALECE
      *=======SOBRE APROVACAO.
       0100-LER-BOLETIM   SECTION.
           READ ARQ-BOLETIM2
               AT END
                   SET FIM-DO-BOLETIM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0110-CLASSIFICAR-LINHA
                   PERFORM 0120-REGISTRAR-ALUNO
           END-READ.

       0110-CLASSIFICAR-LINHA SECTION.
           EVALUATE TRUE
               WHEN BOL-STATUS EQUAL "APROVADO"
               WHEN BOL-STATUS EQUAL "APROVADO EM RECUPERAÇÃO"
                   MOVE "A" TO WRK-RESULTADO-LINHA
               WHEN BOL-STATUS EQUAL "REPROVADO"
               WHEN BOL-STATUS EQUAL "REPROVADO POR FALTA"
                   MOVE "R" TO WRK-RESULTADO-LINHA
               WHEN OTHER
                   MOVE "P" TO WRK-RESULTADO-LINHA
           END-EVALUATE.

       0120-REGISTRAR-ALUNO SECTION.
           MOVE ZEROS TO WRK-ACHOU-ALN.
           MOVE 1     TO WRK-IDX-ALN.
           PERFORM 0130-PROCURAR-ALUNO
               UNTIL WRK-IDX-ALN GREATER WRK-QTD-ALUNOS
                  OR WRK-ACHOU-ALN GREATER ZEROS.
           IF WRK-ACHOU-ALN GREATER ZEROS
               EVALUATE TRUE
                   WHEN WRK-RESULTADO-LINHA EQUAL "R"
                       MOVE "R" TO WRK-ALN-RESULTADO(WRK-ACHOU-ALN)
                   WHEN WRK-RESULTADO-LINHA EQUAL "P"
                    AND ALN-APROVADO(WRK-ACHOU-ALN)
                       MOVE "P" TO WRK-ALN-RESULTADO(WRK-ACHOU-ALN)
               END-EVALUATE
           ELSE
               IF WRK-QTD-ALUNOS LESS 2000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE BOL-MATRICULA
                       TO WRK-ALN-MATRICULA(WRK-QTD-ALUNOS)
                   MOVE BOL-TURMA
                       TO WRK-ALN-TURMA(WRK-QTD-ALUNOS)
                   MOVE WRK-RESULTADO-LINHA
                       TO WRK-ALN-RESULTADO(WRK-QTD-ALUNOS)
               ELSE
                   IF NOT AVISO-TAB-ALN-DADO
                       DISPLAY "BOLETIM FECHADO COM MAIS DE 2000 "
                               "ALUNOS -- EXCEDENTES FORA DA VIRADA."
                       SET AVISO-TAB-ALN-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0130-PROCURAR-ALUNO SECTION.
           IF WRK-ALN-MATRICULA(WRK-IDX-ALN) EQUAL BOL-MATRICULA
              AND WRK-ALN-TURMA(WRK-IDX-ALN) EQUAL BOL-TURMA
               MOVE WRK-IDX-ALN TO WRK-ACHOU-ALN
           END-IF.
           ADD 1 TO WRK-IDX-ALN.

       0200-CABECALHO     SECTION.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING "VIRADA DO ANO LETIVO - PROPOSTA PARA CONFERENCIA "
                  "DA SECRETARIA   EMITIDA EM " WRK-DH-DIA "/"
                  WRK-DH-MES "/" WRK-DH-ANO
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING "MATRIC NOME            TURMA  RESULTADO  DESTINO "
                  "DISC MATR ESPE JA   OBSERVACAO"
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======MESMA ROTINA NA PROPOSTA E NA EFETIVACAO; SO A
      *=======EFETIVACAO GRAVA.
       0300-PROCESSAR-ALUNO SECTION.
           MOVE SPACES TO WRK-DECISAO.
           MOVE SPACES TO WRK-DESTINO.
           MOVE SPACES TO WRK-OBSERVACAO.
           MOVE ZEROS  TO WRK-QTD-DISC-ALU.
           MOVE ZEROS  TO WRK-QTD-MAT-ALU.
           MOVE ZEROS  TO WRK-QTD-ESP-ALU.
           MOVE ZEROS  TO WRK-QTD-JA-ALU.
           PERFORM 0310-VALIDAR-ALUNO.
           PERFORM 0320-LOCALIZAR-SERIE.
           EVALUATE TRUE
               WHEN NOT ALUNO-E-VALIDO
                   SET DECISAO-IGNORADO TO TRUE
               WHEN ALN-PENDENTE(WRK-IDX-ALN)
                   SET DECISAO-PENDENTE TO TRUE
                   MOVE "RECUPERACAO SEM RESULTADO FINAL"
                       TO WRK-OBSERVACAO
               WHEN WRK-ACHOU-SER EQUAL ZEROS
                   SET DECISAO-IGNORADO TO TRUE
                   MOVE "TURMA SEM LINHA NA TABELA DE PROGRESSAO"
                       TO WRK-OBSERVACAO
               WHEN ALN-APROVADO(WRK-IDX-ALN)
                AND WRK-SER-PROMOCAO(WRK-ACHOU-SER) EQUAL SPACES
                   SET DECISAO-EGRESSO TO TRUE
                   MOVE "CONCLUIU A ULTIMA SERIE" TO WRK-OBSERVACAO
                   PERFORM 0350-MARCAR-EGRESSO
               WHEN ALN-APROVADO(WRK-IDX-ALN)
                   SET DECISAO-PROMOVIDO TO TRUE
                   MOVE WRK-SER-PROMOCAO(WRK-ACHOU-SER) TO WRK-DESTINO
                   PERFORM 0400-REMATRICULAR
               WHEN WRK-SER-RETENCAO(WRK-ACHOU-SER) EQUAL SPACES
                   SET DECISAO-RETIDO TO TRUE
                   MOVE "SEM TURMA DE RETENCAO - FICA COM A SECRETARIA"
                       TO WRK-OBSERVACAO
               WHEN OTHER
                   SET DECISAO-RETIDO TO TRUE
                   MOVE WRK-SER-RETENCAO(WRK-ACHOU-SER) TO WRK-DESTINO
                   PERFORM 0400-REMATRICULAR
           END-EVALUATE.
           IF MODO-PROPOSTA
               PERFORM 0450-LINHA-ALUNO
           END-IF.
           ADD 1 TO WRK-IDX-ALN.

       0310-VALIDAR-ALUNO SECTION.
           MOVE "N" TO WRK-ALUNO-OK.
           MOVE WRK-ALN-MATRICULA(WRK-IDX-ALN) TO ALU-MATRICULA.
           READ ARQ-ALUNO
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO ALU-NOME
                   MOVE "ALUNO NAO CONSTA NO CADASTRO"
                       TO WRK-OBSERVACAO
               NOT INVALID KEY
                   IF ALU-MATRICULADO
                       SET ALUNO-E-VALIDO TO TRUE
                   ELSE
                       MOVE SPACES TO WRK-OBSERVACAO
                       STRING "ALUNO COM STATUS " ALU-STATUS
                              " NO CADASTRO - FORA DA VIRADA"
                           DELIMITED BY SIZE INTO WRK-OBSERVACAO
                   END-IF
           END-READ.

       0320-LOCALIZAR-SERIE SECTION.
           MOVE ZEROS TO WRK-ACHOU-SER.
           MOVE 1     TO WRK-IDX-SER.
           PERFORM 0330-PROCURAR-SERIE
               UNTIL WRK-IDX-SER GREATER WRK-QTD-SERIES
                  OR WRK-ACHOU-SER GREATER ZEROS.

       0330-PROCURAR-SERIE SECTION.
           IF WRK-SER-TURMA(WRK-IDX-SER) EQUAL
              WRK-ALN-TURMA(WRK-IDX-ALN)
               MOVE WRK-IDX-SER TO WRK-ACHOU-SER
           END-IF.
           ADD 1 TO WRK-IDX-SER.

       0350-MARCAR-EGRESSO SECTION.
           IF MODO-EFETIVACAO
               MOVE "E" TO ALU-STATUS
               REWRITE ALUNO-REC
               IF WRK-FS-ALUNO NOT EQUAL "00"
                   MOVE WRK-FS-ALUNO TO UTIL-FS-CODIGO
                   MOVE "ALUNO"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WRK-GRV-EGRESSOS
           END-IF.

      *=======UMA MATRICULA POR DISCIPLINA ATIVA DA TURMA DESTINO. COM
      *=======VAGA E SEM FILA, MATRICULA DIRETO; SENAO, LISTA DE
      *=======ESPERA. MATRICULA JA EXISTENTE NA DISCIPLINA (SECRETARIA
      *=======ADIANTOU NO MATRITUR) NAO E REGRAVADA; CANCELADA E
      *=======REATIVADA.
       0400-REMATRICULAR  SECTION.
           MOVE 1 TO WRK-IDX-VAG.
           PERFORM 0420-MATRICULAR-DISCIPLINA
               UNTIL WRK-IDX-VAG GREATER WRK-QTD-VAGAS.
           IF WRK-QTD-DISC-ALU EQUAL ZEROS
               MOVE "TURMA DESTINO SEM DISCIPLINA ATIVA NO TURMACAD"
                   TO WRK-OBSERVACAO
           END-IF.

       0420-MATRICULAR-DISCIPLINA SECTION.
           IF WRK-VAG-TURMA(WRK-IDX-VAG) EQUAL WRK-DESTINO
               ADD 1 TO WRK-QTD-DISC-ALU
               MOVE WRK-DESTINO                    TO MAT-TURMA
               MOVE WRK-VAG-DISCIPLINA(WRK-IDX-VAG) TO MAT-DISCIPLINA
               MOVE WRK-ALN-MATRICULA(WRK-IDX-ALN) TO MAT-MATRICULA
               READ ARQ-MATRICUL
                   INVALID KEY
                       SET MATRICULA-NOVA TO TRUE
                   NOT INVALID KEY
                       IF MAT-CANCELADO
                           SET MATRICULA-CANCELADA TO TRUE
                       ELSE
                           SET MATRICULA-JA-CONSTA TO TRUE
                       END-IF
               END-READ
               EVALUATE TRUE
                   WHEN MATRICULA-JA-CONSTA
                       ADD 1 TO WRK-QTD-JA-ALU
                   WHEN WRK-VAG-FILA(WRK-IDX-VAG) EQUAL ZEROS
                    AND WRK-VAG-OCUPADAS(WRK-IDX-VAG) LESS
                        WRK-VAG-CAPACIDADE(WRK-IDX-VAG)
                       ADD 1 TO WRK-VAG-OCUPADAS(WRK-IDX-VAG)
                       ADD 1 TO WRK-QTD-MAT-ALU
                       IF MODO-EFETIVACAO
                           PERFORM 0430-GRAVAR-MATRICULA
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WRK-VAG-FILA(WRK-IDX-VAG)
                       ADD 1 TO WRK-QTD-ESP-ALU
                       IF MODO-EFETIVACAO
                           PERFORM 0440-GRAVAR-ESPERA
                       END-IF
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-IDX-VAG.

       0430-GRAVAR-MATRICULA SECTION.
           MOVE "M"   TO MAT-SITUACAO.
           MOVE ZEROS TO MAT-ORDEM.
           PERFORM 0460-GRAVAR-MATRICUL.
           MOVE MAT-TURMA      TO TCD-TURMA.
           MOVE MAT-DISCIPLINA TO TCD-DISCIPLINA.
           READ ARQ-TURMACAD
               INVALID KEY
                   DISPLAY "TURMA " TCD-TURMA " / " TCD-DISCIPLINA
                           " SUMIU DO TURMACAD -- VAGA NÃO BAIXADA."
               NOT INVALID KEY
                   ADD 1 TO TCD-QTD-MATRIC
                   REWRITE TURMACAD-REC
                   IF WRK-FS-TURMACAD NOT EQUAL "00"
                       MOVE WRK-FS-TURMACAD TO UTIL-FS-CODIGO
                       MOVE "TURMACAD"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
           END-READ.
           ADD 1 TO WRK-GRV-MATRIC.

       0440-GRAVAR-ESPERA SECTION.
           PERFORM 0470-PROXIMA-ORDEM.
           MOVE "E"           TO MAT-SITUACAO.
           MOVE WRK-SEQ-ATUAL TO MAT-ORDEM.
           PERFORM 0460-GRAVAR-MATRICUL.
           ADD 1 TO WRK-GRV-ESPERA.

       0460-GRAVAR-MATRICUL SECTION.
           MOVE WRK-DESTINO                     TO MAT-TURMA.
           MOVE WRK-VAG-DISCIPLINA(WRK-IDX-VAG) TO MAT-DISCIPLINA.
           MOVE WRK-ALN-MATRICULA(WRK-IDX-ALN)  TO MAT-MATRICULA.
           MOVE WRK-DATA-HOJE                   TO MAT-DATA.
           IF MATRICULA-CANCELADA
               REWRITE MATRICUL-REC
           ELSE
               WRITE MATRICUL-REC
           END-IF.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
               MOVE WRK-FS-MATRICUL TO UTIL-FS-CODIGO
               MOVE "MATRICUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======MESMA SEQUENCIA "SEQESPERA" DO MATRITUR.
       0470-PROXIMA-ORDEM SECTION.
           MOVE "SEQESPERA " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-ATUAL
                   MOVE "SEQESPERA " TO PARM-CODIGO
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   MOVE "ULTIMA ORDEM DE ESPERA USADA "
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SEQ-ATUAL
                   ADD 1 TO WRK-SEQ-ATUAL
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.

       0450-LINHA-ALUNO   SECTION.
           EVALUATE TRUE
               WHEN DECISAO-PROMOVIDO
                   MOVE "PROMOVIDO" TO WRK-DECISAO-EXT
                   ADD 1 TO WRK-QTD-PROMOVIDOS
               WHEN DECISAO-RETIDO
                   MOVE "RETIDO"    TO WRK-DECISAO-EXT
                   ADD 1 TO WRK-QTD-RETIDOS
               WHEN DECISAO-EGRESSO
                   MOVE "EGRESSO"   TO WRK-DECISAO-EXT
                   ADD 1 TO WRK-QTD-EGRESSOS
               WHEN DECISAO-PENDENTE
                   MOVE "PENDENTE"  TO WRK-DECISAO-EXT
                   ADD 1 TO WRK-QTD-PENDENTES
               WHEN OTHER
                   MOVE "IGNORADO"  TO WRK-DECISAO-EXT
                   ADD 1 TO WRK-QTD-IGNORADOS
           END-EVALUATE.
           ADD WRK-QTD-MAT-ALU TO WRK-TOT-MATRIC.
           ADD WRK-QTD-ESP-ALU TO WRK-TOT-ESPERA.
           ADD WRK-QTD-JA-ALU  TO WRK-TOT-JA-CONSTA.
           IF WRK-QTD-ESP-ALU GREATER ZEROS
              AND WRK-OBSERVACAO EQUAL SPACES
               MOVE "TURMA LOTADA OU COM FILA - LISTA DE ESPERA"
                   TO WRK-OBSERVACAO
           END-IF.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING WRK-ALN-MATRICULA(WRK-IDX-ALN) " " ALU-NOME " "
                  WRK-ALN-TURMA(WRK-IDX-ALN) " " WRK-DECISAO-EXT " "
                  WRK-DESTINO "  " WRK-QTD-DISC-ALU "   "
                  WRK-QTD-MAT-ALU "   " WRK-QTD-ESP-ALU "   "
                  WRK-QTD-JA-ALU "   " WRK-OBSERVACAO
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0500-TOTAIS        SECTION.
           MOVE ALL "-" TO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING "ALUNOS " WRK-QTD-ALUNOS
                  "   PROMOVIDOS " WRK-QTD-PROMOVIDOS
                  "   RETIDOS " WRK-QTD-RETIDOS
                  "   EGRESSOS " WRK-QTD-EGRESSOS
                  "   PENDENTES " WRK-QTD-PENDENTES
                  "   IGNORADOS " WRK-QTD-IGNORADOS
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING "MATRICULAS PROPOSTAS " WRK-TOT-MATRIC
                  "   EM LISTA DE ESPERA " WRK-TOT-ESPERA
                  "   JA EXISTENTES " WRK-TOT-JA-CONSTA
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "CONFERIDO POR: ______________________________   "
               TO RELVIRA-LINHA.
           MOVE "DATA: ____/____/________" TO RELVIRA-LINHA(51:24).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "               SECRETARIA ESCOLAR" TO
               RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY "=====================================".
           DISPLAY "VIRADA DO ANO LETIVO - PROPOSTA (RELVIRA)".
           DISPLAY "LINHAS DO BOLETIM FECHADO... " WRK-QTD-LIDOS.
           DISPLAY "ALUNOS...................... " WRK-QTD-ALUNOS.
           DISPLAY "PROMOVIDOS.................. " WRK-QTD-PROMOVIDOS.
           DISPLAY "RETIDOS..................... " WRK-QTD-RETIDOS.
           DISPLAY "EGRESSOS.................... " WRK-QTD-EGRESSOS.
           DISPLAY "PENDENTES................... " WRK-QTD-PENDENTES.
           DISPLAY "IGNORADOS................... " WRK-QTD-IGNORADOS.
           DISPLAY "MATRÍCULAS PROPOSTAS........ " WRK-TOT-MATRIC.
           DISPLAY "EM LISTA DE ESPERA.......... " WRK-TOT-ESPERA.
           DISPLAY "=====================================".

       0600-CONFIRMAR     SECTION.
           DISPLAY "CONFIRA A LISTA RELVIRA. CONFIRMA A VIRADA DO "
                   "ANO LETIVO? (S/N)... ".
           ACCEPT WRK-CONFIRMA.

      *=======AS VAGAS E AS FILAS VOLTAM AO PONTO DE PARTIDA E OS
      *=======ALUNOS PASSAM DE NOVO, NA MESMA ORDEM, PELA ROTINA DA
      *=======PROPOSTA, AGORA GRAVANDO.
       0650-EFETIVAR      SECTION.
           MOVE 1 TO WRK-IDX-VAG.
           PERFORM 0088-INICIAR-FILA
               UNTIL WRK-IDX-VAG GREATER WRK-QTD-VAGAS.
           SET MODO-EFETIVACAO TO TRUE.
           MOVE 1 TO WRK-IDX-ALN.
           PERFORM 0300-PROCESSAR-ALUNO
               UNTIL WRK-IDX-ALN GREATER WRK-QTD-ALUNOS.
           MOVE SPACES TO RELVIRA-LINHA.
           STRING "VIRADA EFETIVADA EM " WRK-DH-DIA "/" WRK-DH-MES
                  "/" WRK-DH-ANO ": MATRICULAS " WRK-GRV-MATRIC
                  "   LISTA DE ESPERA " WRK-GRV-ESPERA
                  "   EGRESSOS " WRK-GRV-EGRESSOS
               DELIMITED BY SIZE INTO RELVIRA-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           DISPLAY "VIRADA EFETIVADA.".
           DISPLAY "MATRÍCULAS GRAVADAS......... " WRK-GRV-MATRIC.
           DISPLAY "LISTA DE ESPERA............. " WRK-GRV-ESPERA.
           DISPLAY "EGRESSOS MARCADOS........... " WRK-GRV-EGRESSOS.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELVIRA-LINHA.
           IF WRK-FS-RELVIRA NOT EQUAL "00"
               MOVE WRK-FS-RELVIRA TO UTIL-FS-CODIGO
               MOVE "RELVIRA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-BOLETIM2.
           CLOSE ARQ-TURMACAD.
           CLOSE ARQ-MATRICUL.
           CLOSE ARQ-ALUNO.
           CLOSE ARQ-PARAMETR.
           CLOSE ARQ-RELVIRA.

       COPY FSERROPR.
