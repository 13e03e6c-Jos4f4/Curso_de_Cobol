       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSAC.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: BALCAO DO SAC (CADASTRO DE CHAMADOS "SACCHAM",
      *    ==          COPYBOOK SACCHAM): ABRE O CHAMADO DE RECLAMACAO
      *    ==          DO CLIENTE, LIGADO OU NAO A UM PEDIDO DO
      *    ==          HISTORICO, COM CATEGORIA, DESCRICAO, OPERADOR
      *    ==          RESPONSAVEL E PRAZO DE ATENDIMENTO EM DIAS
      *    ==          UTEIS; ACOMPANHA O ANDAMENTO (TROCA DE
      *    ==          RESPONSAVEL E PROVIDENCIA) ATE O FECHAMENTO COM
      *    ==          A SOLUCAO, NO LUGAR DA PLANILHA DO ATENDIMENTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O CLIENTE PRECISA EXISTIR NO "CLIENTE"; O PEDIDO,
      *==             QUANDO INFORMADO, PRECISA CONSTAR NO "PEDHIST" E
      *==             SER DO MESMO CLIENTE. O NUMERO DO CHAMADO SAI DA
      *==             SEQUENCIA "SEQSAC" DO "PARAMETR", COMO O
      *==             "SEQPEDIDO" DO ENTRAPED. O PRAZO EM DIAS UTEIS
      *==             POR CATEGORIA VEM DO PARAMETRO "PRAZOSAC" +
      *==             CATEGORIA (EX.: "PRAZOSACA"); SEM O PARAMETRO,
      *==             VALE O PADRAO DA TABELA ABAIXO. O OPERADOR QUE
      *==             ABRE VEM DO ARQUIVO "SESSAO" (SEM SESSAO,
      *==             "AVULSO"), COMO NO CANCPED. O RELSAC ENVELHECE
      *==             OS CHAMADOS PENDENTES CONTRA O PRAZO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SACCHAM  ASSIGN TO "SACCHAM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SAC-PEDIDO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-SACCHAM.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-FERIADO  ASSIGN TO "FERIADO"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SACCHAM.
           COPY SACCHAM.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-FERIADO.
           COPY FERIADO.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SACCHAM     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-ABRIR             VALUE "1".
           88  OPCAO-ATUALIZAR         VALUE "2".
           88  OPCAO-FECHAR            VALUE "3".
           88  OPCAO-CONSULTAR         VALUE "4".
           88  OPCAO-POR-CLIENTE       VALUE "5".
           88  OPCAO-ENCERRAR          VALUE "6".
       77  WRK-FIM-SAC        PIC X(01) VALUE "N".
           88  FIM-DO-SAC              VALUE "S".
       77  WRK-NUMERO         PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE        PIC 9(06) VALUE ZEROS.
       77  WRK-PEDIDO         PIC 9(08) VALUE ZEROS.
       77  WRK-CATEGORIA      PIC X(01) VALUE SPACES.
           88  CATEGORIA-VALIDA        VALUE "A" "D" "C" "T" "O".
       77  WRK-DESCRICAO      PIC X(60) VALUE SPACES.
       77  WRK-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-SOLUCAO        PIC X(60) VALUE SPACES.
       77  WRK-SEQ-ATUAL      PIC 9(08) VALUE ZEROS.
       77  WRK-CHAMADO-OK     PIC X(01) VALUE "N".
           88  CHAMADO-E-VALIDO        VALUE "S".
       77  WRK-PEDIDO-OK      PIC X(01) VALUE "N".
           88  PEDIDO-E-VALIDO         VALUE "S".
       77  WRK-FIM-PEDIDO     PIC X(01) VALUE "N".
           88  FIM-DO-PEDIDO           VALUE "S".
       77  WRK-FIM-CLIENTE    PIC X(01) VALUE "N".
           88  FIM-DO-CLIENTE          VALUE "S".
       77  WRK-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.

      *=======PRAZO PADRAO DE ATENDIMENTO, EM DIAS UTEIS, POR
      *=======CATEGORIA (VALE QUANDO O "PRAZOSAC" + CATEGORIA NAO
      *=======ESTA NO "PARAMETR").
       01  WRK-TAB-PRAZOS.
           05  FILLER PIC X(04) VALUE "A002".
           05  FILLER PIC X(04) VALUE "D005".
           05  FILLER PIC X(04) VALUE "C003".
           05  FILLER PIC X(04) VALUE "T002".
           05  FILLER PIC X(04) VALUE "O005".
       01  WRK-TAB-PRAZOS-R REDEFINES WRK-TAB-PRAZOS.
           05  WRK-PRAZO-ITEM OCCURS 5 TIMES.
               10  WRK-PRAZO-CATEGORIA PIC X(01).
               10  WRK-PRAZO-DIAS      PIC 9(03).
       77  WRK-IDX-PRAZO      PIC 9(01) VALUE ZEROS.
       77  WRK-PARM-PRAZO     PIC X(10) VALUE SPACES.

      *=======PRAZO EM DIAS UTEIS (CALENDARIO + DIAUTIL, COMO NO
      *=======ENTRAPED); SO OS FERIADOS NACIONAIS (FILIAL ZERO).
       77  WRK-FIM-FERIADO    PIC X(01) VALUE "N".
           88  FIM-DO-FERIADO          VALUE "S".
       77  WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FERIADOS.
           05  WRK-FERIADO    PIC X(08) OCCURS 100 TIMES.
       77  WRK-QTD-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-DIA-UTIL   PIC X(08) OCCURS 100 TIMES.

      *=======TOTAIS DA SESSAO
       77  WRK-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATUALIZADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FECHADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA-PRAZO PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-SAC.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CADASTRO DE CHAMADOS E CRIADO VAZIO NA PRIMEIRA VEZ.
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
           OPEN I-O ARQ-SACCHAM.
           IF WRK-FS-SACCHAM EQUAL "35"
               OPEN OUTPUT ARQ-SACCHAM
               CLOSE ARQ-SACCHAM
               OPEN I-O ARQ-SACCHAM
           END-IF.
           IF WRK-FS-SACCHAM NOT EQUAL "00"
               MOVE WRK-FS-SACCHAM TO UTIL-FS-CODIGO
               MOVE "SACCHAM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PARAMETR.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0075-CARREGAR-FERIADOS.

       0075-CARREGAR-FERIADOS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
           OPEN INPUT ARQ-FERIADO.
           IF WRK-FS-FERIADO EQUAL "00"
               PERFORM 0077-LER-FERIADO UNTIL FIM-DO-FERIADO
               CLOSE ARQ-FERIADO
           ELSE
               DISPLAY "AVISO: CALENDÁRIO DE FERIADOS INDISPONÍVEL "
                       "(STATUS " WRK-FS-FERIADO ") -- PRAZO SÓ SEM "
                       "FINS DE SEMANA."
           END-IF.

       0077-LER-FERIADO    SECTION.
           READ ARQ-FERIADO
               AT END
                   SET FIM-DO-FERIADO TO TRUE
               NOT AT END
                   IF FERIADO-ATIVO EQUAL "S"
                      AND FERIADO-FILIAL EQUAL ZEROS
                      AND WRK-QTD-FERIADOS LESS 100
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FERIADO-DATA
                           TO WRK-FERIADO(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "SAC -- CHAMADOS DE RECLAMAÇÃO DE CLIENTE".
           DISPLAY "1 - ABRIR CHAMADO      2 - ATUALIZAR CHAMADO".
           DISPLAY "3 - FECHAR CHAMADO     4 - CONSULTAR CHAMADO".
           DISPLAY "5 - CHAMADOS DO CLIENTE 6 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0200-ABRIR-CHAMADO
               WHEN OPCAO-ATUALIZAR
                   PERFORM 0300-ATUALIZAR
               WHEN OPCAO-FECHAR
                   PERFORM 0400-FECHAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0500-CONSULTAR
               WHEN OPCAO-POR-CLIENTE
                   PERFORM 0600-CHAMADOS-CLIENTE
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-SAC TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======ABERTURA: CLIENTE CADASTRADO E, SE INFORMADO, PEDIDO DO
      *=======PROPRIO CLIENTE NO HISTORICO.
       0200-ABRIR-CHAMADO  SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... ".
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-CLIENTE " NÃO CADASTRADO "
                           "-- CHAMADO NÃO ABERTO."
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLI-NOME
                   PERFORM 0210-RECEBE-PEDIDO
                   IF PEDIDO-E-VALIDO
                       PERFORM 0220-INCLUIR-CHAMADO
                   END-IF
           END-READ.

       0210-RECEBE-PEDIDO  SECTION.
           MOVE "N" TO WRK-PEDIDO-OK.
           DISPLAY "NÚMERO DO PEDIDO (ZERO = SEM PEDIDO)... ".
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO EQUAL ZEROS
               SET PEDIDO-E-VALIDO TO TRUE
           ELSE
               MOVE WRK-PEDIDO TO PHIST-NUMERO
               READ ARQ-PEDHIST
                   INVALID KEY
                       DISPLAY "PEDIDO " WRK-PEDIDO " NÃO CONSTA NO "
                               "HISTÓRICO -- CHAMADO NÃO ABERTO."
                   NOT INVALID KEY
                       IF PHIST-CLIENTE NOT EQUAL WRK-CLIENTE
                           DISPLAY "PEDIDO " WRK-PEDIDO " É DO "
                                   "CLIENTE " PHIST-CLIENTE
                                   " -- CHAMADO NÃO ABERTO."
                       ELSE
                           SET PEDIDO-E-VALIDO TO TRUE
                           PERFORM 0215-AVISAR-PENDENTES
                       END-IF
               END-READ
           END-IF.

      *=======SO AVISA: O MESMO PEDIDO PODE TER MAIS DE UMA
      *=======RECLAMACAO (ATRASO E DEPOIS AVARIA, POR EXEMPLO).
       0215-AVISAR-PENDENTES SECTION.
           MOVE "N" TO WRK-FIM-PEDIDO.
           MOVE WRK-PEDIDO TO SAC-PEDIDO.
           START ARQ-SACCHAM KEY IS EQUAL SAC-PEDIDO
               INVALID KEY
                   SET FIM-DO-PEDIDO TO TRUE
           END-START.
           PERFORM 0217-LER-DO-PEDIDO UNTIL FIM-DO-PEDIDO.

       0217-LER-DO-PEDIDO  SECTION.
           READ ARQ-SACCHAM NEXT
               AT END
                   SET FIM-DO-PEDIDO TO TRUE
               NOT AT END
                   IF SAC-PEDIDO NOT EQUAL WRK-PEDIDO
                       SET FIM-DO-PEDIDO TO TRUE
                   ELSE
                       IF SAC-PENDENTE
                           DISPLAY "AVISO: CHAMADO " SAC-NUMERO
                                   " JÁ PENDENTE PARA ESTE PEDIDO ("
                                   "CATEGORIA " SAC-CATEGORIA
                                   ", PRAZO " SAC-DATA-PRAZO ")."
                       END-IF
                   END-IF
           END-READ.

       0220-INCLUIR-CHAMADO SECTION.
           MOVE SPACES TO WRK-CATEGORIA.
           PERFORM 0225-RECEBE-CATEGORIA UNTIL CATEGORIA-VALIDA.
           MOVE SPACES TO WRK-DESCRICAO.
           PERFORM 0227-RECEBE-DESCRICAO
               UNTIL WRK-DESCRICAO NOT EQUAL SPACES.
           DISPLAY "OPERADOR RESPONSÁVEL (BRANCO = "
                   WRK-OPERADOR-SESSAO ")... ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               MOVE WRK-OPERADOR-SESSAO TO WRK-OPERADOR
           END-IF.
           PERFORM 0230-CALCULAR-PRAZO.
           PERFORM 0240-PROXIMO-NUMERO.

           MOVE SPACES TO SACCHAM-REC.
           MOVE WRK-NUMERO          TO SAC-NUMERO.
           MOVE WRK-CLIENTE         TO SAC-CLIENTE.
           MOVE WRK-PEDIDO          TO SAC-PEDIDO.
           MOVE WRK-CATEGORIA       TO SAC-CATEGORIA.
           MOVE WRK-DESCRICAO       TO SAC-DESCRICAO.
           MOVE WRK-OPERADOR        TO SAC-OPERADOR.
           MOVE WRK-OPERADOR-SESSAO TO SAC-OPER-ABERTURA.
           MOVE "A"                 TO SAC-SITUACAO.
           MOVE WRK-DATA-HOJE       TO SAC-DATA-ABERTURA.
           MOVE WRK-DIA-UTIL(WRK-QTD-DIAS-UTEIS)
                                    TO SAC-DATA-PRAZO.
           WRITE SACCHAM-REC.
           IF WRK-FS-SACCHAM NOT EQUAL "00"
               MOVE WRK-FS-SACCHAM TO UTIL-FS-CODIGO
               MOVE "SACCHAM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-ABERTOS.
           DISPLAY "CHAMADO " SAC-NUMERO " ABERTO. RESPONSÁVEL "
                   SAC-OPERADOR " PRAZO " SAC-DATA-PRAZO ".".

       0225-RECEBE-CATEGORIA SECTION.
           DISPLAY "CATEGORIA (A=ATRASO D=DEFEITO/AVARIA "
                   "C=COBRANÇA/NOTA T=ATENDIMENTO O=OUTROS)... ".
           ACCEPT WRK-CATEGORIA.
           IF NOT CATEGORIA-VALIDA
               DISPLAY "CATEGORIA INVÁLIDA. DIGITE A, D, C, T OU O."
           END-IF.

       0227-RECEBE-DESCRICAO SECTION.
           DISPLAY "DESCRIÇÃO DA RECLAMAÇÃO... ".
           ACCEPT WRK-DESCRICAO.
           IF WRK-DESCRICAO EQUAL SPACES
               DISPLAY "DESCRIÇÃO OBRIGATÓRIA."
           END-IF.

      *=======PRAZO = N-ESIMO DIA UTIL DEPOIS DA ABERTURA, COM N DO
      *=======PARAMETRO DA CATEGORIA OU DA TABELA PADRAO.
       0230-CALCULAR-PRAZO SECTION.
           MOVE 1 TO WRK-IDX-PRAZO.
           PERFORM 0235-PROCURAR-PRAZO
               UNTIL WRK-IDX-PRAZO GREATER 5
                  OR WRK-PRAZO-CATEGORIA(WRK-IDX-PRAZO)
                     EQUAL WRK-CATEGORIA.
           MOVE WRK-PRAZO-DIAS(WRK-IDX-PRAZO) TO WRK-QTD-DIAS-UTEIS.
           MOVE SPACES TO WRK-PARM-PRAZO.
           STRING "PRAZOSAC" WRK-CATEGORIA
               DELIMITED BY SIZE INTO WRK-PARM-PRAZO.
           MOVE WRK-PARM-PRAZO TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-VALOR GREATER ZEROS
                      AND PARM-VALOR NOT GREATER 100
                       MOVE PARM-VALOR TO WRK-QTD-DIAS-UTEIS
                   END-IF
           END-READ.
           MOVE SPACES TO WRK-TAB-DIAS-UTEIS.
           CALL "DIAUTIL" USING WRK-DATA-HOJE
                                 WRK-QTD-DIAS-UTEIS
                                 WRK-QTD-FERIADOS
                                 WRK-TAB-FERIADOS
                                 WRK-TAB-DIAS-UTEIS.

       0235-PROCURAR-PRAZO SECTION.
           ADD 1 TO WRK-IDX-PRAZO.

      *=======MESMO ESQUEMA DO "SEQPEDIDO" NO ENTRAPED: LE O ULTIMO
      *=======NUMERO DE CHAMADO USADO, SOMA 1 E REGRAVA; SEM O
      *=======PARAMETRO, A SEQUENCIA COMECA DO 1.
       0240-PROXIMO-NUMERO SECTION.
           MOVE "SEQSAC    " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-ATUAL
                   MOVE "SEQSAC    " TO PARM-CODIGO
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   MOVE "ULTIMO NUMERO DE CHAMADO SAC "
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SEQ-ATUAL
                   ADD 1 TO WRK-SEQ-ATUAL
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE WRK-SEQ-ATUAL TO WRK-NUMERO.

      *=======LOCALIZA O CHAMADO DIGITADO
       0250-LER-CHAMADO    SECTION.
           MOVE "N" TO WRK-CHAMADO-OK.
           DISPLAY "NÚMERO DO CHAMADO... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO SAC-NUMERO.
           READ ARQ-SACCHAM
               INVALID KEY
                   DISPLAY "CHAMADO NÃO ENCONTRADO."
               NOT INVALID KEY
                   SET CHAMADO-E-VALIDO TO TRUE
           END-READ.

       0280-GRAVAR-CHAMADO SECTION.
           REWRITE SACCHAM-REC.
           IF WRK-FS-SACCHAM NOT EQUAL "00"
               MOVE WRK-FS-SACCHAM TO UTIL-FS-CODIGO
               MOVE "SACCHAM"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======ANDAMENTO: TROCA DE RESPONSAVEL E/OU NOVA PROVIDENCIA;
      *=======O CHAMADO PASSA A "EM ANDAMENTO".
       0300-ATUALIZAR      SECTION.
           PERFORM 0250-LER-CHAMADO.
           IF CHAMADO-E-VALIDO
               IF SAC-FECHADO
                   DISPLAY "CHAMADO JÁ FECHADO EM "
                           SAC-DATA-FECHAMENTO "."
               ELSE
                   PERFORM 0550-MOSTRAR-CHAMADO
                   DISPLAY "NOVO RESPONSÁVEL (BRANCO = MANTÉM)... "
                   ACCEPT WRK-OPERADOR
                   IF WRK-OPERADOR NOT EQUAL SPACES
                       MOVE WRK-OPERADOR TO SAC-OPERADOR
                   END-IF
                   DISPLAY "PROVIDÊNCIA (BRANCO = MANTÉM)... "
                   ACCEPT WRK-SOLUCAO
                   IF WRK-SOLUCAO NOT EQUAL SPACES
                       MOVE WRK-SOLUCAO TO SAC-SOLUCAO
                   END-IF
                   MOVE "E" TO SAC-SITUACAO
                   PERFORM 0280-GRAVAR-CHAMADO
                   ADD 1 TO WRK-QTD-ATUALIZADOS
                   DISPLAY "CHAMADO " SAC-NUMERO " EM ANDAMENTO. "
                           "RESPONSÁVEL " SAC-OPERADOR "."
               END-IF
           END-IF.

      *=======FECHAMENTO COM A SOLUCAO DADA AO CLIENTE; O FECHAMENTO
      *=======DEPOIS DO PRAZO FICA APONTADO NA TELA E NO RELSAC.
       0400-FECHAR         SECTION.
           PERFORM 0250-LER-CHAMADO.
           IF CHAMADO-E-VALIDO
               IF SAC-FECHADO
                   DISPLAY "CHAMADO JÁ FECHADO EM "
                           SAC-DATA-FECHAMENTO "."
               ELSE
                   PERFORM 0550-MOSTRAR-CHAMADO
                   MOVE SPACES TO WRK-SOLUCAO
                   PERFORM 0410-RECEBE-SOLUCAO
                       UNTIL WRK-SOLUCAO NOT EQUAL SPACES
                   MOVE WRK-SOLUCAO   TO SAC-SOLUCAO
                   MOVE "F"           TO SAC-SITUACAO
                   MOVE WRK-DATA-HOJE TO SAC-DATA-FECHAMENTO
                   PERFORM 0280-GRAVAR-CHAMADO
                   ADD 1 TO WRK-QTD-FECHADOS
                   IF SAC-DATA-FECHAMENTO GREATER SAC-DATA-PRAZO
                       ADD 1 TO WRK-QTD-FORA-PRAZO
                       DISPLAY "CHAMADO " SAC-NUMERO " FECHADO FORA "
                               "DO PRAZO (" SAC-DATA-PRAZO ")."
                   ELSE
                       DISPLAY "CHAMADO " SAC-NUMERO " FECHADO NO "
                               "PRAZO."
                   END-IF
               END-IF
           END-IF.

       0410-RECEBE-SOLUCAO SECTION.
           DISPLAY "SOLUÇÃO DADA AO CLIENTE... ".
           ACCEPT WRK-SOLUCAO.
           IF WRK-SOLUCAO EQUAL SPACES
               DISPLAY "SOLUÇÃO OBRIGATÓRIA PARA FECHAR O CHAMADO."
           END-IF.

       0500-CONSULTAR      SECTION.
           PERFORM 0250-LER-CHAMADO.
           IF CHAMADO-E-VALIDO
               PERFORM 0550-MOSTRAR-CHAMADO
           END-IF.

       0550-MOSTRAR-CHAMADO SECTION.
           DISPLAY "CHAMADO " SAC-NUMERO
                   " CLIENTE " SAC-CLIENTE
                   " PEDIDO " SAC-PEDIDO
                   " CATEGORIA " SAC-CATEGORIA.
           DISPLAY "DESCRIÇÃO " SAC-DESCRICAO.
           DISPLAY "SITUAÇÃO " SAC-SITUACAO
                   " RESPONSÁVEL " SAC-OPERADOR
                   " ABERTO POR " SAC-OPER-ABERTURA.
           DISPLAY "ABERTURA " SAC-DATA-ABERTURA
                   " PRAZO " SAC-DATA-PRAZO
                   " FECHAMENTO " SAC-DATA-FECHAMENTO.
           DISPLAY "PROVIDÊNCIA/SOLUÇÃO " SAC-SOLUCAO.

      *=======TODOS OS CHAMADOS DO CLIENTE, PELA CHAVE ALTERNADA.
       0600-CHAMADOS-CLIENTE SECTION.
           DISPLAY "CÓDIGO DO CLIENTE... ".
           ACCEPT WRK-CLIENTE.
           MOVE "N"   TO WRK-FIM-CLIENTE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-CLIENTE TO SAC-CLIENTE.
           START ARQ-SACCHAM KEY IS EQUAL SAC-CLIENTE
               INVALID KEY
                   SET FIM-DO-CLIENTE TO TRUE
           END-START.
           PERFORM 0620-LISTAR-DO-CLIENTE UNTIL FIM-DO-CLIENTE.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "CLIENTE " WRK-CLIENTE " SEM CHAMADOS NO SAC."
           ELSE
               DISPLAY WRK-QTD-LISTADOS " CHAMADOS LISTADOS."
           END-IF.

       0620-LISTAR-DO-CLIENTE SECTION.
           READ ARQ-SACCHAM NEXT
               AT END
                   SET FIM-DO-CLIENTE TO TRUE
               NOT AT END
                   IF SAC-CLIENTE NOT EQUAL WRK-CLIENTE
                       SET FIM-DO-CLIENTE TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY "  " SAC-NUMERO
                               " " SAC-DATA-ABERTURA
                               " " SAC-CATEGORIA
                               "/" SAC-SITUACAO
                               " PEDIDO " SAC-PEDIDO
                               " PRAZO " SAC-DATA-PRAZO
                               " " SAC-OPERADOR
                   END-IF
           END-READ.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-SACCHAM.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-PARAMETR.
           DISPLAY "CHAMADOS ABERTOS NA SESSÃO....: " WRK-QTD-ABERTOS.
           DISPLAY "CHAMADOS ATUALIZADOS NA SESSÃO: "
                   WRK-QTD-ATUALIZADOS.
           DISPLAY "CHAMADOS FECHADOS NA SESSÃO...: " WRK-QTD-FECHADOS
                   " (FORA DO PRAZO: " WRK-QTD-FORA-PRAZO ")".

       COPY FSERROPR.
