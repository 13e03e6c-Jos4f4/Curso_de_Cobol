      *==                COM NUMERO DE PEDIDO E FAZIA A REAVALIACAO
      *==                CAMBIAL (REVALCAM) CASAR MENSALIDADE COM
      *==                PEDIDO EM DOLAR DE MESMO NUMERO.
      *==   XX/XX/2026 - TITULO NOVO NO CONTAS A RECEBER SAI COM OS
      *==                CAMPOS DA REMESSA DE COBRANCA ZERADOS (NAO
      *==                REGISTRADO NO BANCO), PARA O REMCOBRA ENVIAR.
      *==   XX/XX/2026 - TITULO NOVO SAI SEM PROVISAO PARA DEVEDORES
      *==                DUVIDOSOS E SEM DADOS DE BAIXA POR PERDA.
      *==   XX/XX/2026 - BOLSAS E DESCONTO DE IRMAOS: A BOLSA VIGENTE
      *==                DO ALUNO (CADASTRO "BOLSA", PERCENTUAL OU
      *==                VALOR FIXO) E O DESCONTO DE IRMAOS (ALUNOS
      *==                COM O MESMO ALU-RESPONSAVEL: TODOS MENOS O DE
      *==                MENOR MATRICULA, PERCENTUAL DO PARAMETRO
      *==                "DESCIRMAO") SAEM DO TITULO NA GERACAO. NAO
      *==                ACUMULAM: VALE O MAIOR. O TITULO SAI PELO
      *==                LIQUIDO, COM BRUTO/DESCONTO/LIQUIDO NA TELA E
      *==                UMA LINHA NO "BOLSAMES" PARA O RELBOLSA; BOLSA
      *==                INTEGRAL NAO GERA TITULO -- ACABA A EDICAO
      *==                MANUAL DOS TITULOS NO CONTAREC TODO MES.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS FERIADO-CHAVE
               FILE STATUS IS WRK-FS-FERIADO.

           SELECT ARQ-BOLSA    ASSIGN TO "BOLSA"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLS-MATRICULA
               FILE STATUS IS WRK-FS-BOLSA.

           SELECT ARQ-BOLSAMES ASSIGN TO "BOLSAMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAMES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
       FD  ARQ-FERIADO.
           COPY FERIADO.

       FD  ARQ-BOLSA.
           COPY BOLSA.

       FD  ARQ-BOLSAMES.
           COPY BOLSAMES.

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-MATRICUL    PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-FERIADO     PIC X(02) VALUE "00".
       77  WRK-FS-BOLSA       PIC X(02) VALUE "00".
       77  WRK-FS-BOLSAMES    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-MATRICUL   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO        VALUE "S".
       77  WRK-QTD-SEM-VALOR  PIC 9(05) VALUE ZEROS.

      *=======IRMAOS: ALUNOS A FATURAR POR RESPONSAVEL, APURADOS NUMA
      *=======PRIMEIRA PASSADA PELO "MATRICUL". O DE MENOR MATRICULA
      *=======PAGA CHEIO; OS DEMAIS TEM O DESCONTO "DESCIRMAO".
       77  WRK-QTD-CONTADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CNT        PIC 9(03) VALUE ZEROS.
       77  WRK-JA-CONTADO     PIC X(01) VALUE "N".
           88  ALUNO-JA-CONTADO        VALUE "S".
       01  WRK-TAB-CONTADOS.
           05  WRK-CNT-MATR   PIC 9(06) OCCURS 300 TIMES.
       77  WRK-QTD-RESP       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-RESP       PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-RESP     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 300 TIMES.
               10  WRK-RSP-CODIGO     PIC 9(06).
               10  WRK-RSP-QTD-ALUNOS PIC 9(02).
               10  WRK-RSP-MENOR-MATR PIC 9(06).
       77  WRK-PERC-IRMAO     PIC 9(03)V99 VALUE ZEROS.

      *=======DESCONTO DO TITULO (BOLSA OU IRMAOS, O MAIOR)
       77  WRK-TEM-BOLSA      PIC X(01) VALUE "N".
           88  BOLSA-DISPONIVEL        VALUE "S".
       77  WRK-DESC-BOLSA     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DESC-IRMAO     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-DESCONTO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TIPO-DESCONTO  PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO-DESCONTO PIC X(30) VALUE SPACES.
       77  WRK-QTD-COM-DESCONTO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INTEGRAL   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-DESCONTO   PIC 9(08)V99 VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           OPEN INPUT ARQ-TURMACAD.
           OPEN INPUT ARQ-ALUNO.
           OPEN INPUT ARQ-CLIENTE.
           OPEN INPUT ARQ-BOLSA.
           IF WRK-FS-BOLSA EQUAL "00"
               SET BOLSA-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CADASTRO DE BOLSAS INDISPONÍVEL (STATUS "
                       WRK-FS-BOLSA ") -- MENSALIDADES SEM BOLSA."
           END-IF.
           OPEN EXTEND ARQ-BOLSAMES.
           IF WRK-FS-BOLSAMES EQUAL "35"
               OPEN OUTPUT ARQ-BOLSAMES
           END-IF.
           OPEN I-O   ARQ-CONTAREC.
           IF WRK-FS-CONTAREC EQUAL "35"
               OPEN OUTPUT ARQ-CONTAREC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-PRAZO-DIAS
           END-READ.
           MOVE "DESCIRMAO" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   DISPLAY "PARÂMETRO DESCIRMAO NÃO CADASTRADO. "
                           "SEM DESCONTO DE IRMÃOS."
                   MOVE ZEROS TO WRK-PERC-IRMAO
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-PERC-IRMAO
           END-READ.
           PERFORM 0060-CARREGAR-FERIADOS.
           PERFORM 0080-CALCULAR-VENCIMENTO.
           IF WRK-PERC-IRMAO GREATER ZEROS
               PERFORM 0090-APURAR-IRMAOS
           END-IF.

       0060-CARREGAR-FERIADOS SECTION.
           MOVE SPACES TO WRK-TAB-FERIADOS.
                                 WRK-TAB-DIAS-UTEIS.
           MOVE WRK-DIA-UTIL(1) TO WRK-VENCIMENTO.

      *=======PRIMEIRA PASSADA: CADA ALUNO MATRICULADO COM RESPONSAVEL
      *=======CONTA UMA VEZ PARA O SEU RESPONSAVEL. O "MATRICUL" VOLTA
      *=======AO INICIO PARA A GERACAO.
       0090-APURAR-IRMAOS SECTION.
           PERFORM 0100-LER-MATRICULA.
           PERFORM 0092-CONTAR-ALUNO UNTIL FIM-DO-MATRICUL.
           CLOSE ARQ-MATRICUL.
           MOVE "N" TO WRK-FIM-MATRICUL.
           OPEN INPUT ARQ-MATRICUL.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
               MOVE WRK-FS-MATRICUL TO UTIL-FS-CODIGO
               MOVE "MATRICUL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0092-CONTAR-ALUNO  SECTION.
           IF MAT-MATRICULADO
               MOVE "N" TO WRK-JA-CONTADO
               MOVE 1   TO WRK-IDX-CNT
               PERFORM 0094-PROCURAR-CONTADO
                   UNTIL WRK-IDX-CNT GREATER WRK-QTD-CONTADOS
                      OR ALUNO-JA-CONTADO
               IF NOT ALUNO-JA-CONTADO
                  AND WRK-QTD-CONTADOS LESS 300
                   ADD 1 TO WRK-QTD-CONTADOS
                   MOVE MAT-MATRICULA
                       TO WRK-CNT-MATR(WRK-QTD-CONTADOS)
                   MOVE MAT-MATRICULA TO ALU-MATRICULA
                   READ ARQ-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALU-MATRICULADO
                              AND ALU-RESPONSAVEL GREATER ZEROS
                               PERFORM 0096-SOMAR-RESPONSAVEL
                           END-IF
                   END-READ
               END-IF
           END-IF.
           PERFORM 0100-LER-MATRICULA.

       0094-PROCURAR-CONTADO SECTION.
           IF WRK-CNT-MATR(WRK-IDX-CNT) EQUAL MAT-MATRICULA
               SET ALUNO-JA-CONTADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-CNT
           END-IF.

       0096-SOMAR-RESPONSAVEL SECTION.
           PERFORM 0098-LOCALIZAR-RESPONSAVEL.
           IF WRK-ACHOU-RESP GREATER ZEROS
               ADD 1 TO WRK-RSP-QTD-ALUNOS(WRK-ACHOU-RESP)
               IF ALU-MATRICULA LESS
                  WRK-RSP-MENOR-MATR(WRK-ACHOU-RESP)
                   MOVE ALU-MATRICULA
                       TO WRK-RSP-MENOR-MATR(WRK-ACHOU-RESP)
               END-IF
           ELSE
               IF WRK-QTD-RESP LESS 300
                   ADD 1 TO WRK-QTD-RESP
                   MOVE ALU-RESPONSAVEL
                       TO WRK-RSP-CODIGO(WRK-QTD-RESP)
                   MOVE 1 TO WRK-RSP-QTD-ALUNOS(WRK-QTD-RESP)
                   MOVE ALU-MATRICULA
                       TO WRK-RSP-MENOR-MATR(WRK-QTD-RESP)
               END-IF
           END-IF.

       0098-LOCALIZAR-RESPONSAVEL SECTION.
           MOVE ZEROS TO WRK-ACHOU-RESP.
           MOVE 1     TO WRK-IDX-RESP.
           PERFORM 0099-PROCURAR-RESPONSAVEL
               UNTIL WRK-IDX-RESP GREATER WRK-QTD-RESP
                  OR WRK-ACHOU-RESP GREATER ZEROS.

       0099-PROCURAR-RESPONSAVEL SECTION.
           IF WRK-RSP-CODIGO(WRK-IDX-RESP) EQUAL ALU-RESPONSAVEL
               MOVE WRK-IDX-RESP TO WRK-ACHOU-RESP
           END-IF.
           ADD 1 TO WRK-IDX-RESP.

       0100-LER-MATRICULA SECTION.
           READ ARQ-MATRICUL
               AT END
                               "MENSALIDADE CADASTRADA (ALUNO E "
                               "TURMA) -- FORA DA COBRANÇA."
                   ELSE
                       PERFORM 0360-APURAR-DESCONTO
                       IF WRK-VALOR-LIQUIDO EQUAL ZEROS
                           ADD 1 TO WRK-QTD-INTEGRAL
                           DISPLAY "ALUNO " ALU-MATRICULA " COM BOLSA "
                                   "INTEGRAL -- SEM TÍTULO."
                           MOVE ZEROS TO WRK-NUMERO-NOVO
                           PERFORM 0420-GRAVAR-BOLSAMES
                       ELSE
                           PERFORM 0400-GERAR-TITULO
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-READ
           END-IF.

      *=======BOLSA DO CADASTRO (ATIVA E VIGENTE HOJE) OU DESCONTO DE
      *=======IRMAOS; NAO ACUMULAM, VALE O MAIOR. DESCONTO FIXO MAIOR
      *=======QUE A MENSALIDADE FICA LIMITADO A ELA.
       0360-APURAR-DESCONTO SECTION.
           MOVE ZEROS  TO WRK-DESC-BOLSA.
           MOVE ZEROS  TO WRK-DESC-IRMAO.
           MOVE ZEROS  TO WRK-VALOR-DESCONTO.
           MOVE SPACES TO WRK-TIPO-DESCONTO.
           MOVE SPACES TO WRK-MOTIVO-DESCONTO.
           IF BOLSA-DISPONIVEL
               MOVE ALU-MATRICULA TO BLS-MATRICULA
               READ ARQ-BOLSA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOLSA-ATIVA
                          AND BLS-DATA-INICIO NOT GREATER WRK-DATA-HOJE
                          AND (BLS-DATA-FIM EQUAL SPACES
                           OR BLS-DATA-FIM NOT LESS WRK-DATA-HOJE)
                           PERFORM 0370-CALCULAR-BOLSA
                       END-IF
               END-READ
           END-IF.
           IF WRK-PERC-IRMAO GREATER ZEROS
               PERFORM 0098-LOCALIZAR-RESPONSAVEL
               IF WRK-ACHOU-RESP GREATER ZEROS
                   IF WRK-RSP-QTD-ALUNOS(WRK-ACHOU-RESP) GREATER 1
                      AND ALU-MATRICULA NOT EQUAL
                          WRK-RSP-MENOR-MATR(WRK-ACHOU-RESP)
                       COMPUTE WRK-DESC-IRMAO ROUNDED =
                               WRK-VALOR-MENSAL * WRK-PERC-IRMAO / 100
                   END-IF
               END-IF
           END-IF.
           IF WRK-DESC-BOLSA GREATER ZEROS
              AND WRK-DESC-BOLSA NOT LESS WRK-DESC-IRMAO
               MOVE WRK-DESC-BOLSA TO WRK-VALOR-DESCONTO
               MOVE BLS-TIPO       TO WRK-TIPO-DESCONTO
               MOVE BLS-MOTIVO     TO WRK-MOTIVO-DESCONTO
           ELSE
               IF WRK-DESC-IRMAO GREATER ZEROS
                   MOVE WRK-DESC-IRMAO TO WRK-VALOR-DESCONTO
                   MOVE "I"            TO WRK-TIPO-DESCONTO
                   MOVE "DESCONTO DE IRMAOS" TO WRK-MOTIVO-DESCONTO
               END-IF
           END-IF.
           COMPUTE WRK-VALOR-LIQUIDO =
                   WRK-VALOR-MENSAL - WRK-VALOR-DESCONTO.

       0370-CALCULAR-BOLSA SECTION.
           IF BOLSA-PERCENTUAL
               COMPUTE WRK-DESC-BOLSA ROUNDED =
                       WRK-VALOR-MENSAL * BLS-PERC-DESCONTO / 100
           ELSE
               MOVE BLS-VALOR-DESCONTO TO WRK-DESC-BOLSA
           END-IF.
           IF WRK-DESC-BOLSA GREATER WRK-VALOR-MENSAL
               MOVE WRK-VALOR-MENSAL TO WRK-DESC-BOLSA
           END-IF.

       0400-GERAR-TITULO  SECTION.
           PERFORM 0450-PROXIMO-NUMERO.
           MOVE WRK-NUMERO-NOVO  TO CREC-NUMERO.
           MOVE ALU-RESPONSAVEL  TO CREC-CLIENTE.
           MOVE WRK-VALOR-LIQUIDO TO CREC-VALOR.
           MOVE WRK-DATA-HOJE    TO CREC-DATA-EMISSAO.
           MOVE WRK-VENCIMENTO   TO CREC-DATA-VENCIMENTO.
           MOVE "A"              TO CREC-SITUACAO.
           MOVE ZEROS            TO CREC-PEDIDO-ORIGEM.
           MOVE ZEROS            TO CREC-PARCELA.
           MOVE ZEROS            TO CREC-VALOR-ENCARGOS.
           MOVE SPACES           TO CREC-SITUACAO-BANCO.
           MOVE ZEROS            TO CREC-REMESSA.
           MOVE SPACES           TO CREC-INSTR-REMETIDA.
           MOVE SPACES           TO CREC-VENC-REMETIDO.
           MOVE ZEROS            TO CREC-VALOR-REMETIDO.
           MOVE ZEROS            TO CREC-VALOR-PDD.
           MOVE SPACES           TO CREC-DATA-PERDA.
           MOVE SPACES           TO CREC-MOTIVO-PERDA.
           MOVE SPACES           TO CREC-OPERADOR-PERDA.
           WRITE CONTAREC-REC
               INVALID KEY
                   DISPLAY "TÍTULO " WRK-NUMERO-NOVO " JÁ EXISTE -- "
                   DISPLAY "MENSALIDADE DO ALUNO " ALU-MATRICULA
                           " -- TÍTULO " WRK-NUMERO-NOVO
                           " VENCIMENTO " WRK-VENCIMENTO
                   DISPLAY "    BRUTO " WRK-VALOR-MENSAL
                           " DESCONTO " WRK-VALOR-DESCONTO
                           " LÍQUIDO " WRK-VALOR-LIQUIDO
                   PERFORM 0420-GRAVAR-BOLSAMES
           END-WRITE.

       0420-GRAVAR-BOLSAMES SECTION.
           IF WRK-VALOR-DESCONTO GREATER ZEROS
               MOVE WRK-DATA-HOJE(1:6)  TO BMS-REFERENCIA
               MOVE ALU-MATRICULA       TO BMS-MATRICULA
               MOVE ALU-RESPONSAVEL     TO BMS-RESPONSAVEL
               MOVE WRK-NUMERO-NOVO     TO BMS-TITULO
               MOVE WRK-TIPO-DESCONTO   TO BMS-TIPO
               MOVE WRK-VALOR-MENSAL    TO BMS-VALOR-BRUTO
               MOVE WRK-VALOR-DESCONTO  TO BMS-VALOR-DESCONTO
               MOVE WRK-VALOR-LIQUIDO   TO BMS-VALOR-LIQUIDO
               MOVE WRK-MOTIVO-DESCONTO TO BMS-MOTIVO
               WRITE BOLSAMES-REC
               IF WRK-FS-BOLSAMES NOT EQUAL "00"
                   MOVE WRK-FS-BOLSAMES TO UTIL-FS-CODIGO
                   MOVE "BOLSAMES"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WRK-QTD-COM-DESCONTO
               ADD WRK-VALOR-DESCONTO TO WRK-TOT-DESCONTO
           END-IF.

      *=======MESMO ESQUEMA DE SEQUENCIA DO GERAPARC ("SEQTITULO").
       0450-PROXIMO-NUMERO SECTION.
           MOVE "SEQTITULO " TO PARM-CODIGO.
           DISPLAY "TÍTULOS GERADOS.......... " WRK-QTD-TITULOS.
           DISPLAY "SEM RESPONSÁVEL.......... " WRK-QTD-SEM-RESP.
           DISPLAY "SEM VALOR CADASTRADO..... " WRK-QTD-SEM-VALOR.
           DISPLAY "COM BOLSA/DESCONTO....... " WRK-QTD-COM-DESCONTO.
           DISPLAY "BOLSA INTEGRAL (SEM TÍT.) " WRK-QTD-INTEGRAL.
           DISPLAY "TOTAL DE DESCONTOS....... " WRK-TOT-DESCONTO.
           DISPLAY "=====================================".
           CLOSE ARQ-MATRICUL.
           CLOSE ARQ-TURMACAD.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CONTAREC.
           CLOSE ARQ-PARAMETR.
           IF BOLSA-DISPONIVEL
               CLOSE ARQ-BOLSA
           END-IF.
           CLOSE ARQ-BOLSAMES.
           PERFORM 9650-CONCLUI-RUNCTRL.

       COPY FSERROPR.
