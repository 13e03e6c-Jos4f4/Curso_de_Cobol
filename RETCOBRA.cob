      *    ==          DIA E O CREC-NUMERO DIGITADO ERRADO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: RETURN-CODE 0004 QUANDO HOUVE EXCECAO.
      *==   XX/XX/2026 - COM A REMESSA DE COBRANCA (REMCOBRA) O RETORNO
      *==                TRAZ TAMBEM AS CONFIRMACOES DO BANCO, ENTAO
      *==                SO A OCORRENCIA DE LIQUIDACAO ("06", "17" OU
      *==                EM BRANCO NOS RETORNOS ANTIGOS) QUITA O
      *==                TITULO, QUE FICA MARCADO COMO LIQUIDADO NO
      *==                BANCO ("L", SEM PEDIDO DE BAIXA NA REMESSA).
      *==                ENTRADA CONFIRMADA ("02") E CASADA COM A
      *==                REMESSA GRAVADA NO TITULO; ENTRADA REJEITADA
      *==                ("03") VOLTA O TITULO A NAO REGISTRADO, PARA
      *==                SAIR DE NOVO DEPOIS DO ACERTO DO CADASTRO;
      *==                BAIXA NO BANCO ("09"/"10") DE TITULO AINDA EM
      *==                ABERTO E QUALQUER OUTRA OCORRENCIA VAO PARA A
      *==                EXCECAO, QUE PASSA A MOSTRAR A OCORRENCIA E O
      *==                NUMERO DA REMESSA DO TITULO.
      *==   XX/XX/2026 - LIQUIDACAO DE TITULO BAIXADO COMO PERDA ("P")
      *==                PELO VALOR DE FACE RECUPERA O TITULO: VOLTA A
      *==                QUITADO ("Q"), A PROVISAO CONSUMIDA NA BAIXA
      *==                SAI DO TITULO E O TOTAL RECUPERADO NO DIA VAI
      *==                AO "DIATOTAL" SOB O TIPO "PDD-RECUP" PARA O
      *==                EXPCONTA REVERTER A PERDA.
      *==   XX/XX/2026 - LIQUIDACAO COM DATA DE PAGAMENTO EM MES JA
      *==                FECHADO NO CONTROLE DE PERIODOS ("PERIODO",
      *==                PERIODPR) NAO QUITA O TITULO: VAI PARA A
      *==                EXCECAO COMO "PERIODO FECHADO". SEM DATA NO
      *==                RETORNO, VALE A DATA DO DIA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETEXC.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RETCOB.
       FD  ARQ-RETEXC.
       01  RETEXC-LINHA        PIC X(80).

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-RETCOB      PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
       77  WRK-FS-RETEXC      PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.

       77  WRK-FIM-RETCOB     PIC X(01) VALUE "N".
           88  FIM-DO-RETCOB           VALUE "S".
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXCECOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXA-BANCO PIC 9(05) VALUE ZEROS.
       77  WRK-REMESSA-TITULO PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RECUPERADO PIC 9(10)V99 VALUE ZEROS.
       77  WRK-RECUPERACAO    PIC X(01) VALUE "N".
           88  BAIXA-E-RECUPERACAO     VALUE "S".
       77  WRK-OCORRENCIA     PIC X(02) VALUE SPACES.
           88  OCORRENCIA-LIQUIDACAO   VALUE "06" "17" "  ".
           88  OCORRENCIA-CONFIRMADA   VALUE "02".
           88  OCORRENCIA-REJEITADA    VALUE "03".
           88  OCORRENCIA-BAIXA        VALUE "09" "10".
       COPY EDITMOEDA.

       01  WRK-LIN-EXCECAO.
           05  WRK-EXC-DATA       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-EXC-MOTIVO     PIC X(25).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-EXC-OCORRENCIA PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-EXC-REMESSA    PIC 9(06).

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.

       0150-PROCESSAR     SECTION.
           MOVE SPACES TO WRK-MOTIVO-EXCECAO.
           MOVE ZEROS  TO WRK-REMESSA-TITULO.
           MOVE RTC-OCORRENCIA TO WRK-OCORRENCIA.
           MOVE RTC-NUMERO TO CREC-NUMERO.
           READ ARQ-CONTAREC
               INVALID KEY
                   MOVE "TITULO NAO ENCONTRADO"
                       TO WRK-MOTIVO-EXCECAO
               NOT INVALID KEY
                   MOVE CREC-REMESSA TO WRK-REMESSA-TITULO
                   PERFORM 0180-TRATAR-OCORRENCIA
           END-READ.
           IF WRK-MOTIVO-EXCECAO NOT EQUAL SPACES
               PERFORM 0400-GRAVAR-EXCECAO
           END-IF.
           PERFORM 0100-LER-RETORNO.

      *=======A OCORRENCIA DO BANCO DIZ O QUE FAZER COM O TITULO
      *=======CASADO; SO A LIQUIDACAO MEXE NA SITUACAO DO TITULO.
       0180-TRATAR-OCORRENCIA SECTION.
           EVALUATE TRUE
               WHEN OCORRENCIA-LIQUIDACAO
                   PERFORM 0200-CASAR-E-QUITAR
               WHEN OCORRENCIA-CONFIRMADA
                   IF CREC-REMESSA EQUAL ZEROS
                       MOVE "CONFIRMACAO SEM REMESSA"
                           TO WRK-MOTIVO-EXCECAO
                   ELSE
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                   END-IF
               WHEN OCORRENCIA-REJEITADA
                   PERFORM 0250-TRATAR-REJEICAO
               WHEN OCORRENCIA-BAIXA
                   IF CREC-EM-ABERTO
                       MOVE "BAIXA BANCO TIT EM ABERTO"
                           TO WRK-MOTIVO-EXCECAO
                   ELSE
                       ADD 1 TO WRK-QTD-BAIXA-BANCO
                   END-IF
               WHEN OTHER
                   MOVE "OCORRENCIA NAO TRATADA"
                       TO WRK-MOTIVO-EXCECAO
           END-EVALUATE.

      *=======SO BAIXA TITULO EM ABERTO E COM O VALOR PAGO IGUAL AO
      *=======VALOR DE FACE; PAGAMENTO PARCIAL OU A MAIOR VAI PARA A
      *=======EXCECAO (O PAGAREC RESOLVE NA MAO, COM O CLIENTE).
      *=======PAGAMENTO DATADO EM MES JA FECHADO TAMBEM VAI PARA A
      *=======EXCECAO -- A CONTABILIDADE DAQUELE MES JA FOI ENVIADA.
       0200-CASAR-E-QUITAR SECTION.
           MOVE "N" TO WRK-RECUPERACAO.
           MOVE RTC-DATA-PAGTO TO UTIL-PER-DATA.
           IF UTIL-PER-DATA EQUAL SPACES
               ACCEPT UTIL-PER-DATA FROM DATE YYYYMMDD
           END-IF.
           PERFORM 9400-VERIFICA-PERIODO.
           EVALUATE TRUE
               WHEN NOT CREC-EM-ABERTO
                AND NOT CREC-BAIXADO-PERDA
                   MOVE "TITULO JA BAIXADO" TO WRK-MOTIVO-EXCECAO
               WHEN RTC-VALOR-PAGO NOT EQUAL CREC-VALOR
                   MOVE "VALOR PAGO NAO CONFERE"
                       TO WRK-MOTIVO-EXCECAO
               WHEN PERIODO-FECHADO
                   MOVE "PERIODO FECHADO" TO WRK-MOTIVO-EXCECAO
               WHEN CREC-BAIXADO-PERDA
                   PERFORM 0220-RECUPERAR-PERDA
               WHEN OTHER
                   MOVE "Q" TO CREC-SITUACAO
                   MOVE "L" TO CREC-SITUACAO-BANCO
                   MOVE RTC-DATA-PAGTO TO CREC-DATA-PAGAMENTO
                   REWRITE CONTAREC-REC
                   IF WRK-FS-CONTAREC NOT EQUAL "00"
                   PERFORM 0300-GRAVAR-AUDITORIA
           END-EVALUATE.

      *=======O CLIENTE PAGOU TITULO JA BAIXADO COMO PERDA: O TITULO
      *=======VOLTA COMO QUITADO E A PROVISAO (JA CONSUMIDA NA BAIXA)
      *=======SAI DELE, PARA O PROVPDD NAO REVERTER DE NOVO. DATA,
      *=======MOTIVO E OPERADOR DA PERDA FICAM COMO HISTORICO.
       0220-RECUPERAR-PERDA SECTION.
           MOVE "Q" TO CREC-SITUACAO.
           MOVE "L" TO CREC-SITUACAO-BANCO.
           MOVE RTC-DATA-PAGTO TO CREC-DATA-PAGAMENTO.
           MOVE ZEROS TO CREC-VALOR-PDD.
           REWRITE CONTAREC-REC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD 1 TO WRK-QTD-RECUPERADOS.
           ADD CREC-VALOR TO WRK-TOT-RECUPERADO.
           SET BAIXA-E-RECUPERACAO TO TRUE.
           PERFORM 0300-GRAVAR-AUDITORIA.

      *=======ENTRADA RECUSADA PELO BANCO (CPF/CNPJ, ENDERECO...): O
      *=======TITULO VOLTA A NAO REGISTRADO E A REMESSA SEGUINTE O
      *=======MANDA DE NOVO; A EXCECAO AVISA O FINANCEIRO DO ACERTO.
      *=======INSTRUCAO RECUSADA (BAIXA/ALTERACAO) SO VAI PARA A
      *=======EXCECAO -- O PORTAL DO BANCO RESOLVE.
       0250-TRATAR-REJEICAO SECTION.
           ADD 1 TO WRK-QTD-REJEITADOS.
           IF CREC-REGISTRADO
              AND CREC-INSTR-REMETIDA EQUAL "01"
               MOVE SPACES TO CREC-SITUACAO-BANCO
               REWRITE CONTAREC-REC
               IF WRK-FS-CONTAREC NOT EQUAL "00"
                   MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
                   MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               MOVE "ENTRADA REJEITADA" TO WRK-MOTIVO-EXCECAO
           ELSE
               MOVE "INSTRUCAO REJEITADA" TO WRK-MOTIVO-EXCECAO
           END-IF.

       0300-GRAVAR-AUDITORIA SECTION.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE RTC-NUMERO  TO AUDIT-CHAVE.
           MOVE CREC-VALOR  TO EDIT-MOEDA-SINAL.
           MOVE SPACES TO AUDIT-RESULTADO.
           IF BAIXA-E-RECUPERACAO
               STRING "RECUPERA PERDA " EDIT-MOEDA-SINAL
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           ELSE
               STRING "BAIXA BANCO " EDIT-MOEDA-SINAL
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
           END-IF.
           MOVE "BATCH" TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
           MOVE RTC-VALOR-PAGO     TO WRK-EXC-VALOR.
           MOVE RTC-DATA-PAGTO     TO WRK-EXC-DATA.
           MOVE WRK-MOTIVO-EXCECAO TO WRK-EXC-MOTIVO.
           MOVE WRK-OCORRENCIA     TO WRK-EXC-OCORRENCIA.
           MOVE WRK-REMESSA-TITULO TO WRK-EXC-REMESSA.
           MOVE SPACES TO RETEXC-LINHA.
           MOVE WRK-LIN-EXCECAO TO RETEXC-LINHA.
           WRITE RETEXC-LINHA.
           CLOSE ARQ-CONTAREC.
           CLOSE ARQ-AUDITLOG.
           CLOSE ARQ-RETEXC.
           IF WRK-TOT-RECUPERADO GREATER ZEROS
               OPEN EXTEND ARQ-DIATOTAL
               ACCEPT DIA-DATA FROM DATE YYYYMMDD
               MOVE "RETCOBRA"     TO DIA-PROGRAMA
               MOVE "PDD-RECUP"    TO DIA-TIPO
               MOVE SPACES         TO DIA-CHAVE
               MOVE WRK-TOT-RECUPERADO  TO DIA-VALOR
               MOVE WRK-QTD-RECUPERADOS TO DIA-QUANTIDADE
               WRITE DIATOTAL-REC
               IF WRK-FS-DIATOTAL NOT EQUAL "00"
                   MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
                   MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               CLOSE ARQ-DIATOTAL
           END-IF.
           DISPLAY "RETORNOS LIDOS........ " WRK-QTD-LIDOS.
           DISPLAY "TÍTULOS BAIXADOS...... " WRK-QTD-BAIXADOS.
           DISPLAY "RECUPERADOS DE PERDA.. " WRK-QTD-RECUPERADOS.
           DISPLAY "ENTRADAS CONFIRMADAS.. " WRK-QTD-CONFIRMADOS.
           DISPLAY "REJEIÇÕES DO BANCO.... " WRK-QTD-REJEITADOS.
           DISPLAY "BAIXAS CONFIRMADAS.... " WRK-QTD-BAIXA-BANCO.
           DISPLAY "EXCEÇÕES GRAVADAS..... " WRK-QTD-EXCECOES.
           IF WRK-QTD-EXCECOES GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FSERROPR.
       COPY PERIODPR.
