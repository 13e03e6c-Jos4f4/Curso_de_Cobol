      *==OBSERVACOES: RODA NO FECHADIA LOGO DEPOIS DO ROMANEIO. SEM O
      *==             ARQUIVO DE OCORRENCIAS DO DIA, ENCERRA COM AVISO
      *==             E RETURN-CODE 0001, SEM DERRUBAR O JOB.
      *==   XX/XX/2026 - AS OCORRENCIAS DE RECUSA ("02"), AVARIA ("04")
      *==                E EXTRAVIO ("05") DE UMA SAIDA NAO ESTORNADA
      *==                ABREM UM SINISTRO CONTRA A TRANSPORTADORA NO
      *==                CADASTRO "SINISTRO" (COPYBOOK SINISTRO),
      *==                VALORIZADO PELO VALOR DO PEDIDO NO PEDHIST,
      *==                PARA O BALCAO ACOMPANHAR NO CADSINIS -- ANTES
      *==                ELAS SO CAIAM NO OCOREXC E O DINHEIRO SE
      *==                PERDIA. A OCORRENCIA CONTINUA SAINDO NO
      *==                OCOREXC PARA O ATENDIMENTO, COM O MOTIVO
      *==                "SINISTRO ABERTO". UM SEGUNDO AVISO DO MESMO
      *==                PEDIDO NAO ABRE OUTRO SINISTRO. SEM O
      *==                CADASTRO DE SINISTROS, SEGUE COMO ANTES.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCOREXC.

           SELECT ARQ-SINISTRO  ASSIGN TO "SINISTRO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIN-PEDIDO
               FILE STATUS IS WRK-FS-SINISTRO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-OCORRENC.
       FD  ARQ-OCOREXC.
       01  OCOREXC-LINHA       PIC X(100).

       FD  ARQ-SINISTRO.
           COPY SINISTRO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-OCORRENC    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PEDSTAT     PIC X(02) VALUE "00".
       77  WRK-FS-OCOREXC     PIC X(02) VALUE "00".
       77  WRK-FS-SINISTRO    PIC X(02) VALUE "00".
       77  WRK-SINISTRO-ATIVO PIC X(01) VALUE "N".
           88  CADASTRO-SINISTRO-ATIVO VALUE "S".
           COPY FSERRO.

       77  WRK-FIM-OCORRENC   PIC X(01) VALUE "N".
           88  FIM-DE-OCORRENC         VALUE "S".
       77  WRK-MOTIVO-EXCECAO PIC X(30) VALUE SPACES.
       77  WRK-CODIGO-OCO     PIC X(02) VALUE SPACES.
           88  OCORRENCIA-DE-SINISTRO  VALUE "02" "04" "05".

       77  WRK-QTD-LIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENTREGUES  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXCECOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SINISTROS  PIC 9(05) VALUE ZEROS.

      *=======LINHA DA LISTA DE EXCECAO: A OCORRENCIA COMO CHEGOU,
      *=======MAIS O MOTIVO DE NAO TER CONFIRMADO ENTREGA NENHUMA.
           END-IF.
           OPEN EXTEND ARQ-PEDSTAT.
           OPEN OUTPUT ARQ-OCOREXC.
      *=======O CADASTRO DE SINISTROS E CRIADO VAZIO NA PRIMEIRA VEZ;
      *=======INDISPONIVEL, AS OCORRENCIAS SO VAO PARA O OCOREXC.
           OPEN I-O    ARQ-SINISTRO.
           IF WRK-FS-SINISTRO EQUAL "35"
               OPEN OUTPUT ARQ-SINISTRO
               CLOSE ARQ-SINISTRO
               OPEN I-O ARQ-SINISTRO
           END-IF.
           IF WRK-FS-SINISTRO EQUAL "00"
               SET CADASTRO-SINISTRO-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE SINISTROS INDISPONÍVEL (STATUS "
                       WRK-FS-SINISTRO ") -- OCORRÊNCIAS DE AVARIA "
                       "SÓ NA LISTA DE EXCEÇÃO."
           END-IF.

       0100-LER-OCORRENCIA SECTION.
           READ ARQ-OCORRENC
       0150-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE SPACES TO WRK-MOTIVO-EXCECAO.
           MOVE OCO-CODIGO TO WRK-CODIGO-OCO.
           EVALUATE TRUE
               WHEN OCO-CODIGO EQUAL "01"
                   PERFORM 0200-CASAR-HISTORICO
               WHEN OCORRENCIA-DE-SINISTRO
                AND CADASTRO-SINISTRO-ATIVO
                   PERFORM 0500-ABRIR-SINISTRO
               WHEN OTHER
                   MOVE "OCORRENCIA SEM ENTREGA" TO WRK-MOTIVO-EXCECAO
           END-EVALUATE.
           IF WRK-MOTIVO-EXCECAO NOT EQUAL SPACES
               PERFORM 0400-GRAVAR-EXCECAO
           END-IF.
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======RECUSA, AVARIA OU EXTRAVIO DE UMA SAIDA PROCESSADA E
      *=======NAO ESTORNADA ABRE O SINISTRO (UM POR PEDIDO). A
      *=======OCORRENCIA SEGUE PARA O OCOREXC EM QUALQUER CASO.
       0500-ABRIR-SINISTRO SECTION.
           MOVE OCO-NUMERO TO PHIST-NUMERO.
           READ ARQ-PEDHIST
               INVALID KEY
                   MOVE "PEDIDO SEM SAIDA PROCESSADA"
                       TO WRK-MOTIVO-EXCECAO
               NOT INVALID KEY
                   PERFORM 0510-CONFERIR-SINISTRO
           END-READ.

       0510-CONFERIR-SINISTRO SECTION.
           IF PHIST-ESTORNADO
               MOVE "PEDIDO ESTORNADO" TO WRK-MOTIVO-EXCECAO
           ELSE
               MOVE OCO-NUMERO TO SIN-PEDIDO
               READ ARQ-SINISTRO
                   INVALID KEY
                       PERFORM 0520-INCLUIR-SINISTRO
                   NOT INVALID KEY
                       MOVE "SINISTRO JA ABERTO" TO WRK-MOTIVO-EXCECAO
               END-READ
           END-IF.

       0520-INCLUIR-SINISTRO SECTION.
           MOVE SPACES TO SINISTRO-REC.
           MOVE OCO-NUMERO    TO SIN-PEDIDO.
           IF PHIST-TRANSPORTADORA IS NUMERIC
              AND PHIST-TRANSPORTADORA GREATER ZEROS
               MOVE PHIST-TRANSPORTADORA TO SIN-TRANSPORTADORA
           ELSE
               MOVE OCO-TRANSPORTADORA   TO SIN-TRANSPORTADORA
           END-IF.
           MOVE PHIST-CLIENTE TO SIN-CLIENTE.
           EVALUATE OCO-CODIGO
               WHEN "02"
                   MOVE "R" TO SIN-TIPO
               WHEN "04"
                   MOVE "A" TO SIN-TIPO
               WHEN OTHER
                   MOVE "X" TO SIN-TIPO
           END-EVALUATE.
           MOVE "L"             TO SIN-ORIGEM.
           MOVE OCO-CODIGO      TO SIN-OCORRENCIA.
           MOVE "A"             TO SIN-SITUACAO.
           MOVE PHIST-VALOR     TO SIN-VALOR.
           MOVE ZEROS           TO SIN-VALOR-ACEITO.
           MOVE OCO-DATA        TO SIN-DATA-ABERTURA.
           MOVE OCO-COMPLEMENTO TO SIN-COMPLEMENTO.
           WRITE SINISTRO-REC.
           IF WRK-FS-SINISTRO NOT EQUAL "00"
               MOVE WRK-FS-SINISTRO TO UTIL-FS-CODIGO
               MOVE "SINISTRO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-SINISTROS.
           MOVE "SINISTRO ABERTO" TO WRK-MOTIVO-EXCECAO.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-OCORRENC.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-PEDSTAT.
           CLOSE ARQ-OCOREXC.
           IF CADASTRO-SINISTRO-ATIVO
               CLOSE ARQ-SINISTRO
           END-IF.
           DISPLAY "OCORRÊNCIAS LIDAS....: " WRK-QTD-LIDAS.
           DISPLAY "ENTREGAS CONFIRMADAS.: " WRK-QTD-ENTREGUES.
           DISPLAY "EXCEÇÕES GRAVADAS....: " WRK-QTD-EXCECOES.
           DISPLAY "SINISTROS ABERTOS....: " WRK-QTD-SINISTROS.

       COPY FSERROPR.
