       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIFNOT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RETIFICACAO DE NOTA DEPOIS DO FECHAMENTO DO
      *    ==          BOLETIM (PAUTA + RECUPASS). O PROFESSOR OU A
      *    ==          SECRETARIA PEDE A CORRECAO (MATRICULA,
      *    ==          DISCIPLINA, QUAL DAS QUATRO NOTAS, NOTA
      *    ==          CORRIGIDA E JUSTIFICATIVA) NO ARQUIVO
      *    ==          "RETNOTA"; O COORDENADOR (NIVEL "NIVELNOTA" OU
      *    ==          MAIOR, NUNCA O MESMO QUE PEDIU) APROVA OU
      *    ==          REJEITA. NA APROVACAO SO A LINHA DO ALUNO NO
      *    ==          BOLETIM FECHADO ("BOLETIM2") E RECALCULADA,
      *    ==          COM OS MESMOS PESOS E FAIXAS DA PAUTA E A
      *    ==          REGRA DA PROVA DE RECUPERACAO DO RECUPASS -- O
      *    ==          HISTESC E O BOLETDOC JA SAEM CORRIGIDOS. TODO
      *    ==          PEDIDO E TODA DECISAO SAEM NO AUDITLOG, E O
      *    ==          RELATORIO "RELRETNT" LISTA AS RETIFICACOES DO
      *    ==          PERIODO COM OS VALORES ANTES E DEPOIS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SEM SESSAO DO PROGRAMA00 NINGUEM PEDE NEM
      *==             APROVA (O SOLICITANTE E O APROVADOR FICAM NO
      *==             REGISTRO). SE A NOTA NO BOLETIM FECHADO NAO E
      *==             MAIS A DO PEDIDO, A APROVACAO NAO E APLICADA E
      *==             O PEDIDO SEGUE PENDENTE, COM AVISO. O ARQUIVO
      *==             "TURMA" NAO E ALTERADO: UMA NOVA PAUTA DO
      *==             PERIODO EXIGE A CORRECAO TAMBEM NELE.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETNOTA  ASSIGN TO "RETNOTA"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-NUMERO
               FILE STATUS IS WRK-FS-RETNOTA.

           SELECT ARQ-BOLETIM2 ASSIGN TO "BOLETIM2"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETIM2.

           SELECT ARQ-RECUPER  ASSIGN TO "RECUPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECUPER.

           SELECT ARQ-RELRETNT ASSIGN TO "RELRETNT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRETNT.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RETNOTA.
           COPY RETNOTA.

       FD  ARQ-BOLETIM2.
           COPY BOLETIM.

       FD  ARQ-RECUPER.
           COPY RECUPER.

       FD  ARQ-RELRETNT.
       01  RELRETNT-LINHA      PIC X(132).

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-RETNOTA     PIC X(02) VALUE "00".
       77  WRK-FS-BOLETIM2    PIC X(02) VALUE "00".
       77  WRK-FS-RECUPER     PIC X(02) VALUE "00".
       77  WRK-FS-RELRETNT    PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-NIVEL          PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-MINIMO   PIC 9(01) VALUE 3.
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       77  WRK-PERIODO-LETIVO PIC X(06) VALUE SPACES.
       77  WRK-SEQ-ATUAL      PIC 9(06) VALUE ZEROS.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-SOLICITAR         VALUE "1".
           88  OPCAO-APROVAR           VALUE "2".
           88  OPCAO-LISTAR            VALUE "3".
           88  OPCAO-ENCERRAR          VALUE "4".
       77  WRK-FIM-MENU       PIC X(01) VALUE "N".
           88  FIM-DO-MENU             VALUE "S".

      *=======PEDIDO DE RETIFICACAO
       77  WRK-MATRICULA      PIC 9(06) VALUE ZEROS.
       77  WRK-DISCIPLINA     PIC X(04) VALUE SPACES.
       77  WRK-AVALIACAO      PIC 9(01) VALUE ZEROS.
       77  WRK-NOTA-NOVA      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-JUSTIFICATIVA  PIC X(40) VALUE SPACES.
       77  WRK-DADOS-OK       PIC X(01) VALUE "N".
           88  DADOS-VALIDOS           VALUE "S".
       77  WRK-FIM-BOLETIM    PIC X(01) VALUE "N".
           88  FIM-DO-BOLETIM          VALUE "S".
       77  WRK-ACHOU-BOLETIM  PIC X(01) VALUE "N".
           88  BOLETIM-ACHADO          VALUE "S".

      *=======AS QUATRO NOTAS DA LINHA DO BOLETIM E OS PESOS DA PAUTA
       01  WRK-NOTAS.
           05  WRK-NOTA PIC 9(02)V99 OCCURS 4 TIMES VALUE ZEROS.
       01  WRK-PESOS-DADOS.
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC 9(01) VALUE 3.
           05  FILLER PIC 9(01) VALUE 2.
           05  FILLER PIC 9(01) VALUE 2.
       01  WRK-PESOS REDEFINES WRK-PESOS-DADOS.
           05  WRK-PESO PIC 9(01) OCCURS 4 TIMES.
       77  WRK-IDX            PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-PONDERADA PIC 9(04)V99 VALUE ZEROS.
       77  WRK-SOMA-PESOS     PIC 9(02) VALUE ZEROS.
       77  WRK-MEDIA          PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(25) VALUE SPACES.
       77  WRK-PISO-FREQUENCIA PIC 9(03) VALUE 75.
       77  WRK-FIM-RECUPER    PIC X(01) VALUE "N".
           88  FIM-DO-RECUPER          VALUE "S".
       77  WRK-NOTA-RECUPER   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TEM-NOTA       PIC X(01) VALUE "N".
           88  TEM-NOTA-RECUPERACAO     VALUE "S".

      *=======BOLETIM FECHADO EM MEMORIA PARA A REGRAVACAO
       77  WRK-QTD-BOLETIM    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-BOL        PIC 9(04) VALUE ZEROS.
       77  WRK-POS-ALUNO      PIC 9(04) VALUE ZEROS.
       77  WRK-BOLETIM-CHEIO  PIC X(01) VALUE "N".
           88  BOLETIM-EXCEDIDO        VALUE "S".
       01  WRK-TAB-BOLETIM.
           05  WRK-BOL-LINHA  PIC X(82) OCCURS 2000 TIMES.

      *=======DECISAO DO COORDENADOR
       77  WRK-FIM-RETNOTA    PIC X(01) VALUE "N".
           88  FIM-DO-RETNOTA          VALUE "S".
       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR         VALUE "A".
           88  DECISAO-REJEITAR        VALUE "R".
           88  DECISAO-PULAR           VALUE "P".
           88  DECISAO-VALIDA          VALUE "A" "R" "P".
       77  WRK-QTD-APROVADAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PULADAS    PIC 9(05) VALUE ZEROS.

      *=======RELATORIO DO PERIODO
       77  WRK-PERIODO-REL    PIC X(06) VALUE SPACES.
       77  WRK-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REL-APROV  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REL-REJEIT PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZZZ9.

       77  WRK-NOTA-ED-1      PIC Z9,99.
       77  WRK-NOTA-ED-2      PIC Z9,99.
       77  WRK-NOTA-ED-3      PIC Z9,99.
       77  WRK-NOTA-ED-4      PIC Z9,99.
       77  WRK-AUD-CHAVE      PIC X(20) VALUE SPACES.
       77  WRK-AUD-RESULTADO  PIC X(30) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-MENU.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======SEM SESSAO DO PROGRAMA00 O PEDIDO FICARIA SEM AUTOR;
      *=======A ALCADA DO COORDENADOR SO E CONFERIDA NA APROVACAO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-SISTEMA.
      *=======PERIODO LETIVO CORRENTE: ANO + 01 (1O SEMESTRE) OU 02.
           MOVE WRK-DS-ANO TO WRK-PERIODO-LETIVO(1:4).
           IF WRK-DS-MES GREATER 6
               MOVE "02" TO WRK-PERIODO-LETIVO(5:2)
           ELSE
               MOVE "01" TO WRK-PERIODO-LETIVO(5:2)
           END-IF.

           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO NOT EQUAL "00"
               DISPLAY "SEM SESSÃO DE OPERADOR -- ASSINE NO "
                       "PROGRAMA00 ANTES DE RETIFICAR NOTAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-SESSAO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SES-OPERADOR TO WRK-OPERADOR
                   MOVE SES-NIVEL    TO WRK-NIVEL
           END-READ.
           CLOSE ARQ-SESSAO.

           OPEN I-O ARQ-PARAMETR.
           MOVE "NIVELNOTA " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 3 TO WRK-NIVEL-MINIMO
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NIVEL-MINIMO
           END-READ.

           OPEN I-O ARQ-RETNOTA.
           IF WRK-FS-RETNOTA EQUAL "35"
               OPEN OUTPUT ARQ-RETNOTA
               CLOSE ARQ-RETNOTA
               OPEN I-O ARQ-RETNOTA
           END-IF.
           IF WRK-FS-RETNOTA NOT EQUAL "00"
               MOVE WRK-FS-RETNOTA TO UTIL-FS-CODIGO
               MOVE "RETNOTA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "RETIFICAÇÃO DE NOTAS -- OPERADOR " WRK-OPERADOR.
           DISPLAY "1 - SOLICITAR RETIFICAÇÃO".
           DISPLAY "2 - APROVAR / REJEITAR PENDENTES".
           DISPLAY "3 - LISTAR RETIFICAÇÕES DO PERÍODO".
           DISPLAY "4 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-SOLICITAR
                   PERFORM 0200-SOLICITAR
               WHEN OPCAO-APROVAR
                   PERFORM 0400-REVISAR
               WHEN OPCAO-LISTAR
                   PERFORM 0700-LISTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======O PEDIDO PARTE DA LINHA DO ALUNO NO BOLETIM FECHADO: A
      *=======NOTA ANTERIOR GRAVADA E A QUE ESTA LA HOJE.
       0200-SOLICITAR     SECTION.
           DISPLAY "MATRÍCULA DO ALUNO... ".
           ACCEPT WRK-MATRICULA.
           DISPLAY "DISCIPLINA........... ".
           ACCEPT WRK-DISCIPLINA.
           PERFORM 0220-PROCURAR-BOLETIM.
           IF NOT BOLETIM-ACHADO
               DISPLAY "ALUNO/DISCIPLINA NÃO CONSTA NO BOLETIM "
                       "FECHADO."
           ELSE
               PERFORM 0250-RECEBER-CORRECAO
               IF DADOS-VALIDOS
                   PERFORM 0300-GRAVAR-PEDIDO
               END-IF
           END-IF.

       0220-PROCURAR-BOLETIM SECTION.
           MOVE "N" TO WRK-ACHOU-BOLETIM.
           MOVE "N" TO WRK-FIM-BOLETIM.
           OPEN INPUT ARQ-BOLETIM2.
           IF WRK-FS-BOLETIM2 NOT EQUAL "00"
               DISPLAY "BOLETIM FECHADO INDISPONÍVEL (STATUS "
                       WRK-FS-BOLETIM2 ")."
           ELSE
               PERFORM 0230-LER-BOLETIM
                   UNTIL FIM-DO-BOLETIM OR BOLETIM-ACHADO
               CLOSE ARQ-BOLETIM2
           END-IF.

       0230-LER-BOLETIM   SECTION.
           READ ARQ-BOLETIM2
               AT END
                   SET FIM-DO-BOLETIM TO TRUE
               NOT AT END
                   IF BOL-MATRICULA EQUAL WRK-MATRICULA
                      AND BOL-DISCIPLINA EQUAL WRK-DISCIPLINA
                       SET BOLETIM-ACHADO TO TRUE
                   END-IF
           END-READ.

       0250-RECEBER-CORRECAO SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           MOVE BOL-NOTA1 TO WRK-NOTA(1).
           MOVE BOL-NOTA2 TO WRK-NOTA(2).
           MOVE BOL-NOTA3 TO WRK-NOTA(3).
           MOVE BOL-NOTA4 TO WRK-NOTA(4).
           MOVE BOL-NOTA1 TO WRK-NOTA-ED-1.
           MOVE BOL-NOTA2 TO WRK-NOTA-ED-2.
           MOVE BOL-NOTA3 TO WRK-NOTA-ED-3.
           MOVE BOL-NOTA4 TO WRK-NOTA-ED-4.
           DISPLAY "TURMA " BOL-TURMA "  N1 " WRK-NOTA-ED-1
                   "  N2 " WRK-NOTA-ED-2 "  N3 " WRK-NOTA-ED-3
                   "  N4 " WRK-NOTA-ED-4.
           DISPLAY "MÉDIA " BOL-MEDIA "  FREQUÊNCIA "
                   BOL-FREQUENCIA "%  " BOL-STATUS.
           DISPLAY "AVALIAÇÃO A CORRIGIR (1 A 4)... ".
           ACCEPT WRK-AVALIACAO.
           DISPLAY "NOTA CORRIGIDA................. ".
           ACCEPT WRK-NOTA-NOVA.
           DISPLAY "JUSTIFICATIVA.................. ".
           ACCEPT WRK-JUSTIFICATIVA.
           EVALUATE TRUE
               WHEN WRK-AVALIACAO LESS 1 OR WRK-AVALIACAO GREATER 4
                   DISPLAY "AVALIAÇÃO INVÁLIDA. DEVE SER DE 1 A 4."
               WHEN WRK-NOTA-NOVA GREATER 10
                   DISPLAY "NOTA INVÁLIDA. DEVE FICAR ENTRE 0,00 E "
                           "10,00."
               WHEN WRK-NOTA-NOVA EQUAL WRK-NOTA(WRK-AVALIACAO)
                   DISPLAY "NOTA CORRIGIDA IGUAL À DO BOLETIM -- "
                           "NADA A RETIFICAR."
               WHEN WRK-JUSTIFICATIVA EQUAL SPACES
                   DISPLAY "JUSTIFICATIVA OBRIGATÓRIA."
               WHEN OTHER
                   SET DADOS-VALIDOS TO TRUE
           END-EVALUATE.

       0300-GRAVAR-PEDIDO SECTION.
           PERFORM 0350-PROXIMO-NUMERO.
           MOVE SPACES TO RETNOTA-REC.
           MOVE WRK-SEQ-ATUAL           TO RTN-NUMERO.
           MOVE WRK-PERIODO-LETIVO      TO RTN-PERIODO.
           MOVE BOL-MATRICULA           TO RTN-MATRICULA.
           MOVE BOL-TURMA               TO RTN-TURMA.
           MOVE BOL-DISCIPLINA          TO RTN-DISCIPLINA.
           MOVE WRK-AVALIACAO           TO RTN-AVALIACAO.
           MOVE WRK-NOTA(WRK-AVALIACAO) TO RTN-NOTA-ANTERIOR.
           MOVE WRK-NOTA-NOVA           TO RTN-NOTA-NOVA.
           MOVE BOL-MEDIA               TO RTN-MEDIA-ANTERIOR.
           MOVE BOL-STATUS              TO RTN-STATUS-ANTERIOR.
           MOVE ZEROS                   TO RTN-MEDIA-NOVA.
           MOVE WRK-JUSTIFICATIVA       TO RTN-JUSTIFICATIVA.
           MOVE WRK-OPERADOR            TO RTN-SOLICITANTE.
           MOVE WRK-DATA-HOJE           TO RTN-DATA-SOLICITACAO.
           SET RTN-PENDENTE TO TRUE.
           WRITE RETNOTA-REC.
           IF WRK-FS-RETNOTA NOT EQUAL "00"
               MOVE WRK-FS-RETNOTA TO UTIL-FS-CODIGO
               MOVE "RETNOTA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE RTN-NOTA-ANTERIOR TO WRK-NOTA-ED-1.
           MOVE RTN-NOTA-NOVA     TO WRK-NOTA-ED-2.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           STRING "SOLICITADA N" RTN-AVALIACAO " " WRK-NOTA-ED-1
                  " -> " WRK-NOTA-ED-2
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO.
           PERFORM 0600-GRAVAR-AUDITORIA.
           DISPLAY "RETIFICAÇÃO " RTN-NUMERO " REGISTRADA -- "
                   "AGUARDA APROVAÇÃO DO COORDENADOR.".

       0350-PROXIMO-NUMERO SECTION.
           MOVE "SEQRETNOT " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-ATUAL
                   MOVE "SEQRETNOT " TO PARM-CODIGO
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   MOVE "ULTIMA RETIFICACAO DE NOTA   "
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SEQ-ATUAL
                   ADD 1 TO WRK-SEQ-ATUAL
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.

      *=======SO COORDENADOR DE NIVEL "NIVELNOTA" OU MAIOR DECIDE, E
      *=======NUNCA SOBRE UM PEDIDO QUE ELE MESMO FEZ.
       0400-REVISAR       SECTION.
           IF WRK-NIVEL LESS WRK-NIVEL-MINIMO
               DISPLAY "OPERADOR " WRK-OPERADOR " (NÍVEL " WRK-NIVEL
                       ") SEM ALÇADA PARA APROVAR RETIFICAÇÃO "
                       "(MÍNIMO " WRK-NIVEL-MINIMO ")."
           ELSE
               MOVE ZEROS TO WRK-QTD-APROVADAS
               MOVE ZEROS TO WRK-QTD-REJEITADAS
               MOVE ZEROS TO WRK-QTD-PULADAS
               MOVE "N" TO WRK-FIM-RETNOTA
               MOVE ZEROS TO RTN-NUMERO
               START ARQ-RETNOTA KEY NOT LESS RTN-NUMERO
                   INVALID KEY
                       SET FIM-DO-RETNOTA TO TRUE
               END-START
               IF NOT FIM-DO-RETNOTA
                   PERFORM 0420-LER-PEDIDO
               END-IF
               PERFORM 0440-AVALIAR-PEDIDO UNTIL FIM-DO-RETNOTA
               DISPLAY "RETIFICAÇÕES APROVADAS.... " WRK-QTD-APROVADAS
               DISPLAY "RETIFICAÇÕES REJEITADAS... "
                       WRK-QTD-REJEITADAS
               DISPLAY "RETIFICAÇÕES PULADAS...... " WRK-QTD-PULADAS
           END-IF.

       0420-LER-PEDIDO    SECTION.
           READ ARQ-RETNOTA NEXT RECORD
               AT END
                   SET FIM-DO-RETNOTA TO TRUE
           END-READ.

       0440-AVALIAR-PEDIDO SECTION.
           IF RTN-PENDENTE
               IF RTN-SOLICITANTE EQUAL WRK-OPERADOR
                   DISPLAY "RETIFICAÇÃO " RTN-NUMERO " PEDIDA PELO "
                           "PRÓPRIO OPERADOR -- PULADA."
                   ADD 1 TO WRK-QTD-PULADAS
               ELSE
                   PERFORM 0460-DECIDIR
               END-IF
           END-IF.
           PERFORM 0420-LER-PEDIDO.

       0460-DECIDIR       SECTION.
           MOVE RTN-NOTA-ANTERIOR  TO WRK-NOTA-ED-1.
           MOVE RTN-NOTA-NOVA      TO WRK-NOTA-ED-2.
           MOVE RTN-MEDIA-ANTERIOR TO WRK-NOTA-ED-3.
           DISPLAY "============================================".
           DISPLAY "RETIFICAÇÃO " RTN-NUMERO " DE "
                   RTN-DATA-SOLICITACAO " POR " RTN-SOLICITANTE.
           DISPLAY "ALUNO " RTN-MATRICULA " TURMA " RTN-TURMA
                   " DISCIPLINA " RTN-DISCIPLINA.
           DISPLAY "NOTA " RTN-AVALIACAO "... DE " WRK-NOTA-ED-1
                   " PARA " WRK-NOTA-ED-2.
           DISPLAY "MÉDIA NO PEDIDO... " WRK-NOTA-ED-3 "  "
                   RTN-STATUS-ANTERIOR.
           DISPLAY "JUSTIFICATIVA..... " RTN-JUSTIFICATIVA.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0470-PEDIR-DECISAO UNTIL DECISAO-VALIDA.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 0500-APROVAR
               WHEN DECISAO-REJEITAR
                   PERFORM 0580-REJEITAR
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PULADAS
           END-EVALUATE.

       0470-PEDIR-DECISAO SECTION.
           DISPLAY "A=APROVAR  R=REJEITAR  P=PULAR... ".
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-VALIDA
               DISPLAY "OPÇÃO INVÁLIDA. DIGITE A, R OU P."
           END-IF.

      *=======O BOLETIM FECHADO VAI TODO PARA A MEMORIA; SE A NOTA DO
      *=======ALUNO JA NAO E A DO PEDIDO (OUTRA RETIFICACAO OU NOVO
      *=======FECHAMENTO), O PEDIDO FICA PENDENTE.
       0500-APROVAR       SECTION.
           PERFORM 0510-CARREGAR-BOLETIM.
           EVALUATE TRUE
               WHEN BOLETIM-EXCEDIDO
                   DISPLAY "BOLETIM FECHADO COM MAIS DE 2000 LINHAS "
                           "-- RETIFICAÇÃO NÃO APLICADA."
                   ADD 1 TO WRK-QTD-PULADAS
               WHEN WRK-POS-ALUNO EQUAL ZEROS
                   DISPLAY "ALUNO/DISCIPLINA NÃO CONSTA MAIS NO "
                           "BOLETIM FECHADO -- NÃO APLICADA."
                   ADD 1 TO WRK-QTD-PULADAS
               WHEN OTHER
                   MOVE WRK-BOL-LINHA(WRK-POS-ALUNO) TO BOLETIM-LINHA
                   MOVE BOL-NOTA1 TO WRK-NOTA(1)
                   MOVE BOL-NOTA2 TO WRK-NOTA(2)
                   MOVE BOL-NOTA3 TO WRK-NOTA(3)
                   MOVE BOL-NOTA4 TO WRK-NOTA(4)
                   IF WRK-NOTA(RTN-AVALIACAO) NOT EQUAL
                      RTN-NOTA-ANTERIOR
                       DISPLAY "NOTA ALTERADA NO BOLETIM DEPOIS DO "
                               "PEDIDO -- NÃO APLICADA."
                       ADD 1 TO WRK-QTD-PULADAS
                   ELSE
                       PERFORM 0530-RECALCULAR
                       PERFORM 0560-REGRAVAR-BOLETIM
                       PERFORM 0570-FECHAR-APROVADA
                   END-IF
           END-EVALUATE.

       0510-CARREGAR-BOLETIM SECTION.
           MOVE ZEROS TO WRK-QTD-BOLETIM.
           MOVE ZEROS TO WRK-POS-ALUNO.
           MOVE "N" TO WRK-BOLETIM-CHEIO.
           MOVE "N" TO WRK-FIM-BOLETIM.
           OPEN INPUT ARQ-BOLETIM2.
           IF WRK-FS-BOLETIM2 NOT EQUAL "00"
               MOVE WRK-FS-BOLETIM2 TO UTIL-FS-CODIGO
               MOVE "BOLETIM2"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0520-GUARDAR-LINHA UNTIL FIM-DO-BOLETIM.
           CLOSE ARQ-BOLETIM2.

       0520-GUARDAR-LINHA SECTION.
           READ ARQ-BOLETIM2
               AT END
                   SET FIM-DO-BOLETIM TO TRUE
               NOT AT END
                   IF WRK-QTD-BOLETIM LESS 2000
                       ADD 1 TO WRK-QTD-BOLETIM
                       MOVE BOLETIM-LINHA
                           TO WRK-BOL-LINHA(WRK-QTD-BOLETIM)
                       IF BOL-MATRICULA EQUAL RTN-MATRICULA
                          AND BOL-DISCIPLINA EQUAL RTN-DISCIPLINA
                          AND WRK-POS-ALUNO EQUAL ZEROS
                           MOVE WRK-QTD-BOLETIM TO WRK-POS-ALUNO
                       END-IF
                   ELSE
                       SET BOLETIM-EXCEDIDO TO TRUE
                   END-IF
           END-READ.

      *=======MESMA MEDIA PONDERADA E MESMAS FAIXAS DA PAUTA, COM A
      *=======FREQUENCIA JA GRAVADA NO BOLETIM; CAINDO EM RECUPERACAO,
      *=======VALE A PROVA DO "RECUPER" COMO NO RECUPASS.
       0530-RECALCULAR    SECTION.
           MOVE RTN-NOTA-NOVA TO WRK-NOTA(RTN-AVALIACAO).
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE 1     TO WRK-IDX.
           PERFORM 0535-ACUMULAR-NOTA UNTIL WRK-IDX GREATER 4.
           COMPUTE WRK-MEDIA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS.
           EVALUATE TRUE
               WHEN BOL-FREQUENCIA LESS WRK-PISO-FREQUENCIA
                   MOVE "REPROVADO POR FALTA"         TO WRK-SITUACAO
               WHEN WRK-MEDIA GREATER 10
                   MOVE "ENTRE COM AS NOTAS CORRETAS" TO WRK-SITUACAO
               WHEN WRK-MEDIA GREATER 6
                   MOVE "APROVADO"                    TO WRK-SITUACAO
               WHEN WRK-MEDIA NOT LESS 4
                   MOVE "RECUPERAÇÃO"                 TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "REPROVADO"                    TO WRK-SITUACAO
           END-EVALUATE.
           IF WRK-SITUACAO EQUAL "RECUPERAÇÃO"
               PERFORM 0540-APLICAR-RECUPERACAO
           END-IF.
           MOVE WRK-NOTA(1)  TO BOL-NOTA1.
           MOVE WRK-NOTA(2)  TO BOL-NOTA2.
           MOVE WRK-NOTA(3)  TO BOL-NOTA3.
           MOVE WRK-NOTA(4)  TO BOL-NOTA4.
           MOVE WRK-MEDIA    TO BOL-MEDIA.
           MOVE WRK-SITUACAO TO BOL-STATUS.
           MOVE BOLETIM-LINHA TO WRK-BOL-LINHA(WRK-POS-ALUNO).

       0535-ACUMULAR-NOTA SECTION.
           COMPUTE WRK-SOMA-PONDERADA =
                   WRK-SOMA-PONDERADA +
                   (WRK-NOTA(WRK-IDX) * WRK-PESO(WRK-IDX)).
           ADD WRK-PESO(WRK-IDX) TO WRK-SOMA-PESOS.
           ADD 1 TO WRK-IDX.

       0540-APLICAR-RECUPERACAO SECTION.
           MOVE "N"   TO WRK-TEM-NOTA.
           MOVE "N"   TO WRK-FIM-RECUPER.
           MOVE ZEROS TO WRK-NOTA-RECUPER.
           OPEN INPUT ARQ-RECUPER.
           IF WRK-FS-RECUPER EQUAL "00"
               PERFORM 0545-LER-RECUPER
                   UNTIL FIM-DO-RECUPER OR TEM-NOTA-RECUPERACAO
               CLOSE ARQ-RECUPER
           END-IF.
           IF TEM-NOTA-RECUPERACAO
               COMPUTE WRK-MEDIA ROUNDED =
                       (WRK-MEDIA + WRK-NOTA-RECUPER) / 2
               IF WRK-MEDIA NOT LESS 5
                   MOVE "APROVADO EM RECUPERAÇÃO" TO WRK-SITUACAO
               ELSE
                   MOVE "REPROVADO" TO WRK-SITUACAO
               END-IF
           END-IF.

       0545-LER-RECUPER   SECTION.
           READ ARQ-RECUPER
               AT END
                   SET FIM-DO-RECUPER TO TRUE
               NOT AT END
                   IF REC-MATRICULA EQUAL RTN-MATRICULA
                      AND REC-DISCIPLINA EQUAL RTN-DISCIPLINA
                       MOVE REC-NOTA TO WRK-NOTA-RECUPER
                       SET TEM-NOTA-RECUPERACAO TO TRUE
                   END-IF
           END-READ.

       0560-REGRAVAR-BOLETIM SECTION.
           OPEN OUTPUT ARQ-BOLETIM2.
           IF WRK-FS-BOLETIM2 NOT EQUAL "00"
               MOVE WRK-FS-BOLETIM2 TO UTIL-FS-CODIGO
               MOVE "BOLETIM2"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE 1 TO WRK-IDX-BOL.
           PERFORM 0565-GRAVAR-LINHA-BOLETIM
               UNTIL WRK-IDX-BOL GREATER WRK-QTD-BOLETIM.
           CLOSE ARQ-BOLETIM2.

       0565-GRAVAR-LINHA-BOLETIM SECTION.
           MOVE WRK-BOL-LINHA(WRK-IDX-BOL) TO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.
           IF WRK-FS-BOLETIM2 NOT EQUAL "00"
               MOVE WRK-FS-BOLETIM2 TO UTIL-FS-CODIGO
               MOVE "BOLETIM2"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-IDX-BOL.

       0570-FECHAR-APROVADA SECTION.
           MOVE WRK-MEDIA    TO RTN-MEDIA-NOVA.
           MOVE WRK-SITUACAO TO RTN-STATUS-NOVO.
           SET RTN-APROVADA TO TRUE.
           PERFORM 0590-FECHAR-PEDIDO.
           MOVE RTN-MEDIA-ANTERIOR TO WRK-NOTA-ED-1.
           MOVE RTN-MEDIA-NOVA     TO WRK-NOTA-ED-2.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           STRING "APROVADA MEDIA " WRK-NOTA-ED-1 " -> "
                  WRK-NOTA-ED-2
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO.
           PERFORM 0600-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-QTD-APROVADAS.
           DISPLAY "BOLETIM RECALCULADO: MÉDIA " WRK-NOTA-ED-2 " "
                   RTN-STATUS-NOVO.

       0580-REJEITAR      SECTION.
           SET RTN-REJEITADA TO TRUE.
           PERFORM 0590-FECHAR-PEDIDO.
           MOVE RTN-NOTA-ANTERIOR TO WRK-NOTA-ED-1.
           MOVE RTN-NOTA-NOVA     TO WRK-NOTA-ED-2.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           STRING "REJEITADA N" RTN-AVALIACAO " " WRK-NOTA-ED-1
                  " -> " WRK-NOTA-ED-2
               DELIMITED BY SIZE INTO WRK-AUD-RESULTADO.
           PERFORM 0600-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-QTD-REJEITADAS.
           DISPLAY "RETIFICAÇÃO REJEITADA -- BOLETIM SEM "
                   "ALTERAÇÃO.".

       0590-FECHAR-PEDIDO SECTION.
           MOVE WRK-OPERADOR  TO RTN-APROVADOR.
           MOVE WRK-DATA-HOJE TO RTN-DATA-DECISAO.
           REWRITE RETNOTA-REC.
           IF WRK-FS-RETNOTA NOT EQUAL "00"
               MOVE WRK-FS-RETNOTA TO UTIL-FS-CODIGO
               MOVE "RETNOTA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0600-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "RETIFNOT" TO AUDIT-PROGRAMA.
           MOVE SPACES TO WRK-AUD-CHAVE.
           STRING "RETIF " RTN-NUMERO " " RTN-MATRICULA
               DELIMITED BY SIZE INTO WRK-AUD-CHAVE.
           MOVE WRK-AUD-CHAVE     TO AUDIT-CHAVE.
           MOVE WRK-AUD-RESULTADO TO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR      TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               MOVE WRK-FS-AUDITLOG TO UTIL-FS-CODIGO
               MOVE "AUDITLOG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======RELATORIO DAS RETIFICACOES DE UM PERIODO (AAAAPP; EM
      *=======BRANCO, O PERIODO CORRENTE), COM ANTES E DEPOIS.
       0700-LISTAR        SECTION.
           DISPLAY "PERÍODO (AAAAPP, BRANCO = PERÍODO CORRENTE)... ".
           ACCEPT WRK-PERIODO-REL.
           IF WRK-PERIODO-REL EQUAL SPACES
               MOVE WRK-PERIODO-LETIVO TO WRK-PERIODO-REL
           END-IF.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ZEROS TO WRK-QTD-REL-APROV.
           MOVE ZEROS TO WRK-QTD-REL-REJEIT.
           OPEN OUTPUT ARQ-RELRETNT.
           PERFORM 0710-CABECALHO.
           MOVE "N" TO WRK-FIM-RETNOTA.
           MOVE ZEROS TO RTN-NUMERO.
           START ARQ-RETNOTA KEY NOT LESS RTN-NUMERO
               INVALID KEY
                   SET FIM-DO-RETNOTA TO TRUE
           END-START.
           IF NOT FIM-DO-RETNOTA
               PERFORM 0420-LER-PEDIDO
           END-IF.
           PERFORM 0730-LISTAR-PEDIDO UNTIL FIM-DO-RETNOTA.
           PERFORM 0760-TOTAIS.
           CLOSE ARQ-RELRETNT.
           DISPLAY "RETIFICAÇÕES NO PERÍODO... " WRK-QTD-LISTADAS
                   " (RELATÓRIO RELRETNT)".

       0710-CABECALHO     SECTION.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "RETIFICACOES DE NOTA - PERIODO "
                  WRK-PERIODO-REL(5:2) "/" WRK-PERIODO-REL(1:4)
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "NUMERO MATRIC TURMA  DISC AV  ANTES DEPOIS S "
                  "DATA     SOLICIT. APROVAD. JUSTIFICATIVA"
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "                                     "
                  "MEDIA E SITUACAO ANTES -> DEPOIS (APROVADAS)"
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0730-LISTAR-PEDIDO SECTION.
           IF RTN-PERIODO EQUAL WRK-PERIODO-REL
               ADD 1 TO WRK-QTD-LISTADAS
               EVALUATE TRUE
                   WHEN RTN-APROVADA
                       ADD 1 TO WRK-QTD-REL-APROV
                   WHEN RTN-REJEITADA
                       ADD 1 TO WRK-QTD-REL-REJEIT
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-PENDENTES
               END-EVALUATE
               MOVE RTN-NOTA-ANTERIOR TO WRK-NOTA-ED-1
               MOVE RTN-NOTA-NOVA     TO WRK-NOTA-ED-2
               MOVE SPACES TO RELRETNT-LINHA
               STRING RTN-NUMERO " " RTN-MATRICULA " " RTN-TURMA " "
                      RTN-DISCIPLINA " N" RTN-AVALIACAO " "
                      WRK-NOTA-ED-1 "  " WRK-NOTA-ED-2 " "
                      RTN-SITUACAO " " RTN-DATA-SOLICITACAO " "
                      RTN-SOLICITANTE " " RTN-APROVADOR " "
                      RTN-JUSTIFICATIVA
                   DELIMITED BY SIZE INTO RELRETNT-LINHA
               PERFORM 0800-GRAVAR-LINHA
               IF RTN-APROVADA
                   MOVE RTN-MEDIA-ANTERIOR TO WRK-NOTA-ED-3
                   MOVE RTN-MEDIA-NOVA     TO WRK-NOTA-ED-4
                   MOVE SPACES TO RELRETNT-LINHA
                   STRING "                                     "
                          "MEDIA " WRK-NOTA-ED-3 " "
                          RTN-STATUS-ANTERIOR " -> " WRK-NOTA-ED-4
                          " " RTN-STATUS-NOVO
                       DELIMITED BY SIZE INTO RELRETNT-LINHA
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
           END-IF.
           PERFORM 0420-LER-PEDIDO.

       0760-TOTAIS        SECTION.
           MOVE ALL "-" TO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-REL-APROV TO WRK-QTD-ED.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "APROVADAS (BOLETIM RECALCULADO). " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-REL-REJEIT TO WRK-QTD-ED.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "REJEITADAS...................... " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "PENDENTES DE APROVACAO.......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-LISTADAS TO WRK-QTD-ED.
           MOVE SPACES TO RELRETNT-LINHA.
           STRING "TOTAL DO PERIODO................ " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELRETNT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELRETNT-LINHA.
           IF WRK-FS-RELRETNT NOT EQUAL "00"
               MOVE WRK-FS-RELRETNT TO UTIL-FS-CODIGO
               MOVE "RELRETNT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-RETNOTA.
           CLOSE ARQ-PARAMETR.
           CLOSE ARQ-AUDITLOG.

       COPY FSERROPR.
