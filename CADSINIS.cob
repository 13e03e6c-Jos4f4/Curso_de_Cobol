       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSINIS.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: BALCAO DE SINISTROS DE TRANSPORTE (CADASTRO
      *    ==          "SINISTRO", COPYBOOK SINISTRO): ABRE SINISTRO
      *    ==          MANUAL DE AVARIA, EXTRAVIO OU RECUSA CONTRA A
      *    ==          TRANSPORTADORA DO PEDIDO E ACOMPANHA OS
      *    ==          SINISTROS (TAMBEM OS ABERTOS PELO ENTRELOT) ATE
      *    ==          O PAGAMENTO: SUBMISSAO A TRANSPORTADORA, ACEITE
      *    ==          OU RECUSA E RECEBIMENTO DA INDENIZACAO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O VALOR RECLAMADO VEM DO VALOR DO PEDIDO NO
      *==             PEDHIST (PODE SER MENOR, EM AVARIA PARCIAL). NO
      *==             ACEITE, O VALOR RECONHECIDO PELA TRANSPORTADORA
      *==             E LANCADO NO "DIATOTAL" SOB O TIPO "INDENIZA"
      *==             (CHAVE = TRANSPORTADORA) PARA O EXPCONTA
      *==             CONTABILIZAR A RECUPERACAO, COMO O PAGAREC FAZ
      *==             COM OS JUROS DE MORA. O RELSINIS LISTA OS
      *==             SINISTROS EM ABERTO POR IDADE.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINISTRO ASSIGN TO "SINISTRO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIN-PEDIDO
               FILE STATUS IS WRK-FS-SINISTRO.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-ABRIR             VALUE "1".
           88  OPCAO-SUBMETER          VALUE "2".
           88  OPCAO-DECIDIR           VALUE "3".
           88  OPCAO-PAGAMENTO         VALUE "4".
           88  OPCAO-CONSULTAR         VALUE "5".
           88  OPCAO-ENCERRAR          VALUE "6".
       77  WRK-FIM-SINISTRO   PIC X(01) VALUE "N".
           88  FIM-DE-SINISTRO         VALUE "S".
       77  WRK-NUMERO         PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO           PIC X(01) VALUE SPACES.
           88  TIPO-VALIDO             VALUE "A" "X" "R".
       77  WRK-DECISAO        PIC X(01) VALUE SPACES.
           88  DECISAO-ACEITE          VALUE "C".
           88  DECISAO-RECUSA          VALUE "R".
           88  DECISAO-VALIDA          VALUE "C" "R".
       77  WRK-VALOR          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-PEDIDO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COMPLEMENTO    PIC X(30) VALUE SPACES.
       77  WRK-SINISTRO-OK    PIC X(01) VALUE "N".
           88  SINISTRO-E-VALIDO       VALUE "S".

      *=======TOTAIS DA SESSAO
       77  WRK-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACEITOS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ACEITO     PIC 9(10)V99 VALUE ZEROS.
       COPY EDITMOEDA.

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-SINISTRO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CADASTRO DE SINISTROS E CRIADO VAZIO NA PRIMEIRA VEZ.
       0050-ABRIR          SECTION.
           OPEN I-O ARQ-SINISTRO.
           IF WRK-FS-SINISTRO EQUAL "35"
               OPEN OUTPUT ARQ-SINISTRO
               CLOSE ARQ-SINISTRO
               OPEN I-O ARQ-SINISTRO
           END-IF.
           IF WRK-FS-SINISTRO NOT EQUAL "00"
               MOVE WRK-FS-SINISTRO TO UTIL-FS-CODIGO
               MOVE "SINISTRO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "SINISTROS DE TRANSPORTE".
           DISPLAY "1 - ABRIR SINISTRO     2 - SUBMETER À TRANSP.".
           DISPLAY "3 - REGISTRAR DECISÃO  4 - REGISTRAR PAGAMENTO".
           DISPLAY "5 - CONSULTAR          6 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-ABRIR
                   PERFORM 0200-ABRIR-SINISTRO
               WHEN OPCAO-SUBMETER
                   PERFORM 0300-SUBMETER
               WHEN OPCAO-DECIDIR
                   PERFORM 0400-DECIDIR
               WHEN OPCAO-PAGAMENTO
                   PERFORM 0500-PAGAMENTO
               WHEN OPCAO-CONSULTAR
                   PERFORM 0600-CONSULTAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-SINISTRO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======ABERTURA MANUAL: SO PARA SAIDA PROCESSADA E NAO
      *=======ESTORNADA NO PEDHIST, UM SINISTRO POR PEDIDO.
       0200-ABRIR-SINISTRO SECTION.
           DISPLAY "NÚMERO DO PEDIDO... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO SIN-PEDIDO.
           READ ARQ-SINISTRO
               INVALID KEY
                   PERFORM 0210-LER-PEDIDO
               NOT INVALID KEY
                   DISPLAY "JÁ EXISTE SINISTRO PARA O PEDIDO "
                           WRK-NUMERO " (SITUAÇÃO " SIN-SITUACAO ")."
           END-READ.

       0210-LER-PEDIDO     SECTION.
           MOVE WRK-NUMERO TO PHIST-NUMERO.
           READ ARQ-PEDHIST
               INVALID KEY
                   DISPLAY "PEDIDO SEM SAÍDA PROCESSADA NO HISTÓRICO."
               NOT INVALID KEY
                   IF PHIST-ESTORNADO
                       DISPLAY "PEDIDO ESTORNADO -- SEM SINISTRO."
                   ELSE
                       PERFORM 0220-INCLUIR-SINISTRO
                   END-IF
           END-READ.

       0220-INCLUIR-SINISTRO SECTION.
           MOVE PHIST-VALOR TO WRK-VALOR-PEDIDO.
           MOVE SPACES TO WRK-TIPO.
           PERFORM 0225-RECEBE-TIPO UNTIL TIPO-VALIDO.
           MOVE WRK-VALOR-PEDIDO TO EDIT-MOEDA-1.
           DISPLAY "VALOR DO PEDIDO " EDIT-MOEDA-1.
           DISPLAY "VALOR RECLAMADO (ZERO = VALOR DO PEDIDO)... ".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
              OR WRK-VALOR GREATER WRK-VALOR-PEDIDO
               MOVE WRK-VALOR-PEDIDO TO WRK-VALOR
           END-IF.
           DISPLAY "COMPLEMENTO... ".
           ACCEPT WRK-COMPLEMENTO.

           MOVE SPACES TO SINISTRO-REC.
           MOVE WRK-NUMERO           TO SIN-PEDIDO.
           MOVE PHIST-TRANSPORTADORA TO SIN-TRANSPORTADORA.
           MOVE PHIST-CLIENTE        TO SIN-CLIENTE.
           MOVE WRK-TIPO             TO SIN-TIPO.
           MOVE "M"                  TO SIN-ORIGEM.
           MOVE SPACES               TO SIN-OCORRENCIA.
           MOVE "A"                  TO SIN-SITUACAO.
           MOVE WRK-VALOR            TO SIN-VALOR.
           MOVE ZEROS                TO SIN-VALOR-ACEITO.
           MOVE WRK-DATA-HOJE        TO SIN-DATA-ABERTURA.
           MOVE WRK-COMPLEMENTO      TO SIN-COMPLEMENTO.
           WRITE SINISTRO-REC.
           IF WRK-FS-SINISTRO NOT EQUAL "00"
               MOVE WRK-FS-SINISTRO TO UTIL-FS-CODIGO
               MOVE "SINISTRO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-ABERTOS.
           MOVE SIN-VALOR TO EDIT-MOEDA-1.
           DISPLAY "SINISTRO ABERTO. PEDIDO " SIN-PEDIDO
                   " TRANSPORTADORA " SIN-TRANSPORTADORA
                   " VALOR " EDIT-MOEDA-1.

       0225-RECEBE-TIPO    SECTION.
           DISPLAY "TIPO (A=AVARIA X=EXTRAVIO R=RECUSA)... ".
           ACCEPT WRK-TIPO.
           IF NOT TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO. DIGITE A, X OU R."
           END-IF.

      *=======LOCALIZA O SINISTRO DO PEDIDO DIGITADO
       0250-LER-SINISTRO   SECTION.
           MOVE "N" TO WRK-SINISTRO-OK.
           DISPLAY "NÚMERO DO PEDIDO... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO SIN-PEDIDO.
           READ ARQ-SINISTRO
               INVALID KEY
                   DISPLAY "SINISTRO NÃO ENCONTRADO."
               NOT INVALID KEY
                   SET SINISTRO-E-VALIDO TO TRUE
           END-READ.

       0280-GRAVAR-SINISTRO SECTION.
           REWRITE SINISTRO-REC.
           IF WRK-FS-SINISTRO NOT EQUAL "00"
               MOVE WRK-FS-SINISTRO TO UTIL-FS-CODIGO
               MOVE "SINISTRO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0300-SUBMETER       SECTION.
           PERFORM 0250-LER-SINISTRO.
           IF SINISTRO-E-VALIDO
               IF NOT SIN-ABERTO
                   DISPLAY "SINISTRO NÃO ESTÁ EM ABERTO (SITUAÇÃO "
                           SIN-SITUACAO ")."
               ELSE
                   MOVE "S"           TO SIN-SITUACAO
                   MOVE WRK-DATA-HOJE TO SIN-DATA-ENVIO
                   PERFORM 0280-GRAVAR-SINISTRO
                   DISPLAY "SINISTRO SUBMETIDO À TRANSPORTADORA "
                           SIN-TRANSPORTADORA "."
               END-IF
           END-IF.

      *=======ACEITE (VALOR RECONHECIDO ATE O VALOR RECLAMADO) OU
      *=======RECUSA DA TRANSPORTADORA. O ACEITE VAI PARA O DIATOTAL.
       0400-DECIDIR        SECTION.
           PERFORM 0250-LER-SINISTRO.
           IF SINISTRO-E-VALIDO
               IF NOT SIN-ABERTO AND NOT SIN-SUBMETIDO
                   DISPLAY "SINISTRO JÁ DECIDIDO (SITUAÇÃO "
                           SIN-SITUACAO ")."
               ELSE
                   MOVE SPACES TO WRK-DECISAO
                   PERFORM 0410-RECEBE-DECISAO UNTIL DECISAO-VALIDA
                   IF DECISAO-ACEITE
                       PERFORM 0420-ACEITAR
                   ELSE
                       MOVE "R"           TO SIN-SITUACAO
                       MOVE WRK-DATA-HOJE TO SIN-DATA-DECISAO
                       PERFORM 0280-GRAVAR-SINISTRO
                       DISPLAY "SINISTRO RECUSADO PELA TRANSPORTADORA."
                   END-IF
               END-IF
           END-IF.

       0410-RECEBE-DECISAO SECTION.
           DISPLAY "DECISÃO (C=ACEITO R=RECUSADO)... ".
           ACCEPT WRK-DECISAO.
           IF NOT DECISAO-VALIDA
               DISPLAY "DECISÃO INVÁLIDA. DIGITE C OU R."
           END-IF.

       0420-ACEITAR        SECTION.
           MOVE SIN-VALOR TO EDIT-MOEDA-1.
           DISPLAY "VALOR RECLAMADO " EDIT-MOEDA-1.
           DISPLAY "VALOR ACEITO (ZERO = VALOR RECLAMADO)... ".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR EQUAL ZEROS
              OR WRK-VALOR GREATER SIN-VALOR
               MOVE SIN-VALOR TO WRK-VALOR
           END-IF.
           MOVE "C"           TO SIN-SITUACAO.
           MOVE WRK-VALOR     TO SIN-VALOR-ACEITO.
           MOVE WRK-DATA-HOJE TO SIN-DATA-DECISAO.
           PERFORM 0280-GRAVAR-SINISTRO.
           PERFORM 0450-LANCAR-DIATOTAL.
           ADD 1 TO WRK-QTD-ACEITOS.
           ADD SIN-VALOR-ACEITO TO WRK-TOT-ACEITO.
           MOVE SIN-VALOR-ACEITO TO EDIT-MOEDA-1.
           DISPLAY "SINISTRO ACEITO. VALOR " EDIT-MOEDA-1
                   " A RECEBER DA TRANSPORTADORA "
                   SIN-TRANSPORTADORA ".".

      *=======A RECUPERACAO ENTRA NO TOTAL DO DIA SOB O TIPO PROPRIO
      *======="INDENIZA", CHAVE = TRANSPORTADORA, PARA O EXPCONTA
      *=======LANCAR NA CONTA MAPEADA NO CONTAMAP.
       0450-LANCAR-DIATOTAL SECTION.
           OPEN EXTEND ARQ-DIATOTAL.
           MOVE "CADSINIS"         TO DIA-PROGRAMA.
           MOVE WRK-DATA-HOJE      TO DIA-DATA.
           MOVE "INDENIZA"         TO DIA-TIPO.
           MOVE SIN-TRANSPORTADORA TO DIA-CHAVE.
           MOVE SIN-VALOR-ACEITO   TO DIA-VALOR.
           MOVE 1                  TO DIA-QUANTIDADE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-DIATOTAL.

       0500-PAGAMENTO      SECTION.
           PERFORM 0250-LER-SINISTRO.
           IF SINISTRO-E-VALIDO
               IF NOT SIN-ACEITO
                   DISPLAY "SINISTRO NÃO ESTÁ ACEITO (SITUAÇÃO "
                           SIN-SITUACAO ")."
               ELSE
                   MOVE "P"           TO SIN-SITUACAO
                   MOVE WRK-DATA-HOJE TO SIN-DATA-PAGAMENTO
                   PERFORM 0280-GRAVAR-SINISTRO
                   MOVE SIN-VALOR-ACEITO TO EDIT-MOEDA-1
                   DISPLAY "INDENIZAÇÃO RECEBIDA. VALOR "
                           EDIT-MOEDA-1
               END-IF
           END-IF.

       0600-CONSULTAR      SECTION.
           PERFORM 0250-LER-SINISTRO.
           IF SINISTRO-E-VALIDO
               MOVE SIN-VALOR        TO EDIT-MOEDA-1
               MOVE SIN-VALOR-ACEITO TO EDIT-MOEDA-2
               DISPLAY "PEDIDO " SIN-PEDIDO
                       " CLIENTE " SIN-CLIENTE
                       " TRANSPORTADORA " SIN-TRANSPORTADORA
               DISPLAY "TIPO " SIN-TIPO
                       " ORIGEM " SIN-ORIGEM
                       " OCORRÊNCIA " SIN-OCORRENCIA
                       " SITUAÇÃO " SIN-SITUACAO
               DISPLAY "RECLAMADO " EDIT-MOEDA-1
                       " ACEITO " EDIT-MOEDA-2
               DISPLAY "ABERTURA " SIN-DATA-ABERTURA
                       " ENVIO " SIN-DATA-ENVIO
                       " DECISÃO " SIN-DATA-DECISAO
                       " PAGAMENTO " SIN-DATA-PAGAMENTO
               DISPLAY "COMPLEMENTO " SIN-COMPLEMENTO
           END-IF.

       0900-ENCERRAR       SECTION.
           CLOSE ARQ-SINISTRO.
           CLOSE ARQ-PEDHIST.
           MOVE WRK-TOT-ACEITO TO EDIT-MOEDA-1.
           DISPLAY "SINISTROS ABERTOS NA SESSÃO.: " WRK-QTD-ABERTOS.
           DISPLAY "SINISTROS ACEITOS NA SESSÃO.: " WRK-QTD-ACEITOS
                   " VALOR " EDIT-MOEDA-1.

       COPY FSERROPR.
