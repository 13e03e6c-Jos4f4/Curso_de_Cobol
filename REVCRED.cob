       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCRED.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: REVISAO MENSAL DO LIMITE DE CREDITO PELO
      *    ==          COMPORTAMENTO DE PAGAMENTO: PARA CADA CLIENTE
      *    ==          ATIVO APURA O ATRASO MEDIO DOS TITULOS QUITADOS
      *    ==          (CONTAREC), AS ESCALACOES DA REGUA DE COBRANCA
      *    ==          (COBSTAGE), O SALDO VENCIDO ATUAL E O VOLUME DE
      *    ==          COMPRAS DOS ULTIMOS SEIS MESES (PEDHIST), DA UMA
      *    ==          NOTA DE 0 A 100 E PROPOE AUMENTO, REDUCAO OU
      *    ==          BLOQUEIO. AS PROPOSTAS FICAM NO "PROPCRED" PARA
      *    ==          O SUPERVISOR DECIDIR NO APROVLIM E SAEM NO
      *    ==          RELATORIO "REVCRED" -- ATE AQUI O LIMITE ERA
      *    ==          DIGITADO UMA VEZ NO PROGRAMA22 E NUNCA MAIS
      *    ==          REVISTO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: JANELA DE SEIS MESES (180 DIAS CORRIDOS ATE A
      *==             DATA DO LOTE) PARA O ATRASO MEDIO (PELA DATA DE
      *==             PAGAMENTO), AS ESCALACOES (PELA DATA DO
      *==             ESTAGIO; CADA TITULO CONTA O ESTAGIO ATINGIDO) E
      *==             O VOLUME (SAIDAS NAO ESTORNADAS). O SALDO
      *==             VENCIDO E O DE HOJE, TITULO BAIXADO COMO PERDA
      *==             INCLUSIVE. NOTA = 100 MENOS 2 PONTOS POR DIA DE
      *==             ATRASO MEDIO (ATE 40), MENOS 10 POR ESCALACAO
      *==             (ATE 30), MENOS 30 SE HOUVER SALDO VENCIDO.
      *==             PROPOSTA (PARAMETROS PELA BUSCAPAR, PADRAO ENTRE
      *==             PARENTESES): NOTA ABAIXO DE "CREDNOTABL" (40)
      *==             BLOQUEIA O CREDITO; ABAIXO DE "CREDNOTARD" (70)
      *==             REDUZ O LIMITE EM "CREDPCRED" % (25); A PARTIR
      *==             DE "CREDNOTAAU" (85), COM O VOLUME DO SEMESTRE
      *==             CHEGANDO A "CREDUSO" % (50) DO LIMITE, AUMENTA
      *==             EM "CREDPCAUM" % (20). CLIENTE JA BLOQUEADO OU
      *==             SEM LIMITE (ZERO) SO E MANTIDO -- O DESBLOQUEIO
      *==             CONTINUA NO PROGRAMA22. O "PROPCRED" E RECRIADO
      *==             A CADA EXECUCAO: PROPOSTA NAO DECIDIDA NO MES
      *==             E SUBSTITUIDA PELA NOVA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTRL ASSIGN TO "RUNCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-CHAVE
               FILE STATUS IS WRK-FS-RUNCTRL.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-CONTAREC ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-COBSTAGE ASSIGN TO "COBSTAGE"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-NUMERO
               FILE STATUS IS WRK-FS-COBSTAGE.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PROPCRED ASSIGN TO "PROPCRED"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-CLIENTE
               FILE STATUS IS WRK-FS-PROPCRED.

           SELECT ARQ-REVCRED  ASSIGN TO "REVCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REVCRED.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-COBSTAGE.
           COPY COBSTAGE.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PROPCRED.
           COPY PROPCRED.

       FD  ARQ-REVCRED.
       01  REVCRED-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-COBSTAGE    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PROPCRED    PIC X(02) VALUE "00".
       77  WRK-FS-REVCRED     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-DATA-JANELA    PIC X(08) VALUE SPACES.
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO          VALUE "S".
       77  WRK-PROPOSTA-OK    PIC X(01) VALUE "N".
           88  CLIENTE-EM-REVISAO      VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======CORTES DE NOTA E PERCENTUAIS DA PROPOSTA
       77  WRK-NOTA-BLOQUEIO  PIC 9(03) VALUE 40.
       77  WRK-NOTA-REDUCAO   PIC 9(03) VALUE 70.
       77  WRK-NOTA-AUMENTO   PIC 9(03) VALUE 85.
       77  WRK-PERC-REDUCAO   PIC 9(03)V99 VALUE 25.
       77  WRK-PERC-AUMENTO   PIC 9(03)V99 VALUE 20.
       77  WRK-PERC-USO       PIC 9(03)V99 VALUE 50.

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======APURACAO DA NOTA
       77  WRK-PENALIDADE     PIC 9(05) VALUE ZEROS.
       77  WRK-NOTA           PIC S9(05) VALUE ZEROS.
       77  WRK-USO-MINIMO     PIC S9(10)V99 VALUE ZEROS.

      *=======CONTADORES E EDICAO DO RELATORIO
       77  WRK-QTD-CLIENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AUMENTO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REDUCAO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BLOQUEIO   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MANTIDOS   PIC 9(05) VALUE ZEROS.
       77  WRK-VENCIDO-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VOLUME-ED      PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-MEDIA-ED       PIC ZZZZ9.
       77  WRK-ESCAL-ED       PIC ZZZZ9.
       77  WRK-DESC-ACAO      PIC X(09) VALUE SPACES.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-CRIAR-PROPOSTAS.
           PERFORM 0200-APURAR-TITULOS.
           PERFORM 0300-APURAR-ESCALACOES.
           PERFORM 0400-APURAR-VOLUME.
           PERFORM 0500-PROPOR.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "REVCRED" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE WRK-DATA-HOJE TO WRK-CALC-DATA1.
           MOVE -180          TO WRK-CALC-DIAS.
           MOVE "A"           TO WRK-CALC-MODO.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.
           MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-JANELA.
           MOVE "D"           TO WRK-CALC-MODO.
           PERFORM 0060-LER-PARAMETROS.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======PROPOSTAS DO MES ANTERIOR SAO DESCARTADAS: O ARQUIVO E
      *=======RECRIADO VAZIO E REABERTO PARA ATUALIZACAO.
           OPEN OUTPUT ARQ-PROPCRED.
           CLOSE ARQ-PROPCRED.
           OPEN I-O ARQ-PROPCRED.
           IF WRK-FS-PROPCRED NOT EQUAL "00"
               MOVE WRK-FS-PROPCRED TO UTIL-FS-CODIGO
               MOVE "PROPCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-REVCRED.
           IF WRK-FS-REVCRED NOT EQUAL "00"
               MOVE WRK-FS-REVCRED TO UTIL-FS-CODIGO
               MOVE "REVCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0060-LER-PARAMETROS SECTION.
           MOVE "CREDNOTABL" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-NOTA-BLOQUEIO
           END-IF.
           MOVE "CREDNOTARD" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-NOTA-REDUCAO
           END-IF.
           MOVE "CREDNOTAAU" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-NOTA-AUMENTO
           END-IF.
           MOVE "CREDPCRED" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-PERC-REDUCAO
           END-IF.
           MOVE "CREDPCAUM" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-PERC-AUMENTO
           END-IF.
           MOVE "CREDUSO" TO WRK-PARM-CODIGO.
           PERFORM 0070-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-PERC-USO
           END-IF.
           IF WRK-PERC-REDUCAO GREATER 100
               MOVE 100 TO WRK-PERC-REDUCAO
           END-IF.

       0070-BUSCAR-PARAMETRO SECTION.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.

      *=======UMA PROPOSTA ZERADA POR CLIENTE ATIVO (CLI-ATIVO EM
      *=======BRANCO CONTA COMO ATIVO); INATIVO FICA FORA.
       0100-CRIAR-PROPOSTAS SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0120-LER-CLIENTE.
           PERFORM 0140-CRIAR-UMA UNTIL FIM-DO-ARQUIVO.

       0120-LER-CLIENTE   SECTION.
           READ ARQ-CLIENTE NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

       0140-CRIAR-UMA     SECTION.
           IF CLI-ATIVO NOT EQUAL "N"
               INITIALIZE PROPCRED-REC
               MOVE CLI-CODIGO         TO PCR-CLIENTE
               MOVE WRK-DATA-HOJE      TO PCR-DATA-PROPOSTA
               MOVE CLI-LIMITE-CREDITO TO PCR-LIMITE-ATUAL
               MOVE CLI-LIMITE-CREDITO TO PCR-LIMITE-PROPOSTO
               MOVE CLI-BLOQ-CREDITO   TO PCR-BLOQ-ATUAL
               SET PCR-MANTER          TO TRUE
               SET PCR-PENDENTE        TO TRUE
               MOVE SPACES TO PCR-OPERADOR
               MOVE SPACES TO PCR-DATA-DECISAO
               WRITE PROPCRED-REC
               IF WRK-FS-PROPCRED NOT EQUAL "00"
                   MOVE WRK-FS-PROPCRED TO UTIL-FS-CODIGO
                   MOVE "PROPCRED"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WRK-QTD-CLIENTES
           END-IF.
           PERFORM 0120-LER-CLIENTE.

      *=======PROPOSTA DO CLIENTE DO REGISTRO CORRENTE; SEM PROPOSTA
      *=======(CLIENTE INATIVO OU FORA DO CADASTRO) O MOVIMENTO E
      *=======IGNORADO.
       0150-LER-PROPOSTA  SECTION.
           MOVE "N" TO WRK-PROPOSTA-OK.
           READ ARQ-PROPCRED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLIENTE-EM-REVISAO TO TRUE
           END-READ.

       0160-REGRAVAR-PROPOSTA SECTION.
           REWRITE PROPCRED-REC.
           IF WRK-FS-PROPCRED NOT EQUAL "00"
               MOVE WRK-FS-PROPCRED TO UTIL-FS-CODIGO
               MOVE "PROPCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0200-APURAR-TITULOS SECTION.
           OPEN INPUT ARQ-CONTAREC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0220-LER-TITULO.
           PERFORM 0240-APURAR-TITULO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-CONTAREC.

       0220-LER-TITULO    SECTION.
           READ ARQ-CONTAREC
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======NOTA DE CREDITO (VALOR NEGATIVO) NAO ENTRA. QUITADO NA
      *=======JANELA SOMA O ATRASO (PAGO NO PRAZO CONTA ZERO DIAS);
      *=======EM ABERTO JA VENCIDO E BAIXADO COMO PERDA SOMAM O
      *=======SALDO VENCIDO.
       0240-APURAR-TITULO SECTION.
           IF CREC-VALOR GREATER ZEROS
               EVALUATE TRUE
                   WHEN CREC-QUITADO
                    AND CREC-DATA-PAGAMENTO NOT LESS WRK-DATA-JANELA
                    AND CREC-DATA-VENCIMENTO NOT EQUAL SPACES
                    AND CREC-DATA-VENCIMENTO NOT EQUAL ZEROS
                       MOVE CREC-CLIENTE TO PCR-CLIENTE
                       PERFORM 0150-LER-PROPOSTA
                       IF CLIENTE-EM-REVISAO
                           PERFORM 0260-SOMAR-ATRASO
                           PERFORM 0160-REGRAVAR-PROPOSTA
                       END-IF
                   WHEN CREC-EM-ABERTO
                    AND CREC-DATA-VENCIMENTO NOT EQUAL SPACES
                    AND CREC-DATA-VENCIMENTO NOT EQUAL ZEROS
                    AND CREC-DATA-VENCIMENTO LESS WRK-DATA-HOJE
                       MOVE CREC-CLIENTE TO PCR-CLIENTE
                       PERFORM 0150-LER-PROPOSTA
                       IF CLIENTE-EM-REVISAO
                           ADD CREC-VALOR TO PCR-SALDO-VENCIDO
                           PERFORM 0160-REGRAVAR-PROPOSTA
                       END-IF
                   WHEN CREC-BAIXADO-PERDA
                       MOVE CREC-CLIENTE TO PCR-CLIENTE
                       PERFORM 0150-LER-PROPOSTA
                       IF CLIENTE-EM-REVISAO
                           ADD CREC-VALOR TO PCR-SALDO-VENCIDO
                           PERFORM 0160-REGRAVAR-PROPOSTA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 0220-LER-TITULO.

       0260-SOMAR-ATRASO  SECTION.
           MOVE CREC-DATA-VENCIMENTO TO WRK-CALC-DATA1.
           MOVE CREC-DATA-PAGAMENTO  TO WRK-CALC-DATA2.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.
           ADD 1 TO PCR-QTD-QUITADOS.
           IF WRK-CALC-RESULT-DIAS GREATER ZEROS
               ADD WRK-CALC-RESULT-DIAS TO PCR-DIAS-ATRASO
           END-IF.

      *=======SEM O CONTROLE DA REGUA (COBRANCA NUNCA RODOU), NINGUEM
      *=======TEM ESCALACAO.
       0300-APURAR-ESCALACOES SECTION.
           OPEN INPUT ARQ-COBSTAGE.
           IF WRK-FS-COBSTAGE EQUAL "00"
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0320-LER-ESTAGIO
               PERFORM 0340-APURAR-ESTAGIO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-COBSTAGE
           ELSE
               DISPLAY "CONTROLE DE COBRANÇA (COBSTAGE) INDISPONÍVEL "
                       "(STATUS " WRK-FS-COBSTAGE ") -- SEM "
                       "ESCALAÇÕES NA NOTA."
           END-IF.

       0320-LER-ESTAGIO   SECTION.
           READ ARQ-COBSTAGE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

       0340-APURAR-ESTAGIO SECTION.
           IF CST-DATA-ESTAGIO NOT LESS WRK-DATA-JANELA
               MOVE CST-CLIENTE TO PCR-CLIENTE
               PERFORM 0150-LER-PROPOSTA
               IF CLIENTE-EM-REVISAO
                   ADD CST-ESTAGIO TO PCR-ESCALACOES
                   PERFORM 0160-REGRAVAR-PROPOSTA
               END-IF
           END-IF.
           PERFORM 0320-LER-ESTAGIO.

       0400-APURAR-VOLUME SECTION.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 0420-LER-HISTORICO.
           PERFORM 0440-APURAR-PEDIDO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-PEDHIST.

       0420-LER-HISTORICO SECTION.
           READ ARQ-PEDHIST
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

      *=======SO SAIDA DA JANELA; ESTORNADA FICA FORA (A VENDA FOI
      *=======DESFEITA), COMO NO RELLUCRO.
       0440-APURAR-PEDIDO SECTION.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
              AND PHIST-DATA-PROC NOT LESS WRK-DATA-JANELA
               MOVE PHIST-CLIENTE TO PCR-CLIENTE
               PERFORM 0150-LER-PROPOSTA
               IF CLIENTE-EM-REVISAO
                   ADD PHIST-VALOR TO PCR-VOLUME
                   PERFORM 0160-REGRAVAR-PROPOSTA
               END-IF
           END-IF.
           PERFORM 0420-LER-HISTORICO.

      *=======SEGUNDA VARREDURA DAS PROPOSTAS, AGORA COM OS
      *=======INDICADORES COMPLETOS: NOTA, ACAO E RELATORIO.
       0500-PROPOR        SECTION.
           PERFORM 0520-CABECALHO.
           MOVE ZEROS TO PCR-CLIENTE.
           START ARQ-PROPCRED KEY NOT LESS PCR-CLIENTE
               INVALID KEY
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-DO-ARQUIVO
               PERFORM 0540-LER-PROPOSTA-SEQ
           END-IF.
           PERFORM 0560-PROPOR-CLIENTE UNTIL FIM-DO-ARQUIVO.
           PERFORM 0700-TOTAIS.

       0520-CABECALHO     SECTION.
           MOVE SPACES TO REVCRED-LINHA.
           STRING "REVISAO DE LIMITE DE CREDITO - PROPOSTAS DE "
                  WRK-DATA-HOJE " (JANELA DESDE " WRK-DATA-JANELA
                  ")"
               DELIMITED BY SIZE INTO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REVCRED-LINHA.
           STRING "CODIGO NOME                 NOTA ATRASO ESCAL"
                  "     SALDO VENCIDO  VOLUME SEMESTRE"
                  "  LIMITE ATUAL      PROPOSTO ACAO"
               DELIMITED BY SIZE INTO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0540-LER-PROPOSTA-SEQ SECTION.
           READ ARQ-PROPCRED NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

       0560-PROPOR-CLIENTE SECTION.
           PERFORM 0600-CALCULAR-NOTA.
           PERFORM 0620-DEFINIR-ACAO.
           PERFORM 0160-REGRAVAR-PROPOSTA.
           IF PCR-MANTER
               ADD 1 TO WRK-QTD-MANTIDOS
           ELSE
               PERFORM 0650-LINHA-PROPOSTA
           END-IF.
           PERFORM 0540-LER-PROPOSTA-SEQ.

       0600-CALCULAR-NOTA SECTION.
           IF PCR-QTD-QUITADOS GREATER ZEROS
               DIVIDE PCR-DIAS-ATRASO BY PCR-QTD-QUITADOS
                   GIVING PCR-MEDIA-ATRASO
           ELSE
               MOVE ZEROS TO PCR-MEDIA-ATRASO
           END-IF.
           MOVE 100 TO WRK-NOTA.
           COMPUTE WRK-PENALIDADE = PCR-MEDIA-ATRASO * 2.
           IF WRK-PENALIDADE GREATER 40
               MOVE 40 TO WRK-PENALIDADE
           END-IF.
           SUBTRACT WRK-PENALIDADE FROM WRK-NOTA.
           COMPUTE WRK-PENALIDADE = PCR-ESCALACOES * 10.
           IF WRK-PENALIDADE GREATER 30
               MOVE 30 TO WRK-PENALIDADE
           END-IF.
           SUBTRACT WRK-PENALIDADE FROM WRK-NOTA.
           IF PCR-SALDO-VENCIDO GREATER ZEROS
               SUBTRACT 30 FROM WRK-NOTA
           END-IF.
           IF WRK-NOTA LESS ZEROS
               MOVE ZEROS TO WRK-NOTA
           END-IF.
           MOVE WRK-NOTA TO PCR-NOTA.

      *=======JA BLOQUEADO OU SEM LIMITE: SO MANTER (O BLOQUEIO SO
      *=======VALE PARA QUEM AINDA COMPRA A PRAZO LIVRE).
       0620-DEFINIR-ACAO  SECTION.
           MOVE PCR-LIMITE-ATUAL TO PCR-LIMITE-PROPOSTO.
           SET PCR-MANTER TO TRUE.
           COMPUTE WRK-USO-MINIMO ROUNDED =
                   PCR-LIMITE-ATUAL * WRK-PERC-USO / 100.
           EVALUATE TRUE
               WHEN PCR-BLOQ-ATUAL EQUAL "S"
                   CONTINUE
               WHEN PCR-NOTA LESS WRK-NOTA-BLOQUEIO
                   SET PCR-BLOQUEAR TO TRUE
                   ADD 1 TO WRK-QTD-BLOQUEIO
               WHEN PCR-LIMITE-ATUAL EQUAL ZEROS
                   CONTINUE
               WHEN PCR-NOTA LESS WRK-NOTA-REDUCAO
                   SET PCR-REDUZIR TO TRUE
                   COMPUTE PCR-LIMITE-PROPOSTO ROUNDED =
                           PCR-LIMITE-ATUAL
                         * (100 - WRK-PERC-REDUCAO) / 100
                   ADD 1 TO WRK-QTD-REDUCAO
               WHEN PCR-NOTA NOT LESS WRK-NOTA-AUMENTO
                AND PCR-VOLUME NOT LESS WRK-USO-MINIMO
                   SET PCR-AUMENTAR TO TRUE
                   COMPUTE PCR-LIMITE-PROPOSTO ROUNDED =
                           PCR-LIMITE-ATUAL
                         * (100 + WRK-PERC-AUMENTO) / 100
                       ON SIZE ERROR
                           MOVE 99999999,99 TO PCR-LIMITE-PROPOSTO
                   END-COMPUTE
                   ADD 1 TO WRK-QTD-AUMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0650-LINHA-PROPOSTA SECTION.
           MOVE PCR-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           EVALUATE TRUE
               WHEN PCR-AUMENTAR
                   MOVE "AUMENTAR" TO WRK-DESC-ACAO
               WHEN PCR-REDUZIR
                   MOVE "REDUZIR"  TO WRK-DESC-ACAO
               WHEN OTHER
                   MOVE "BLOQUEAR" TO WRK-DESC-ACAO
           END-EVALUATE.
           MOVE PCR-MEDIA-ATRASO    TO WRK-MEDIA-ED.
           MOVE PCR-ESCALACOES      TO WRK-ESCAL-ED.
           MOVE PCR-SALDO-VENCIDO   TO WRK-VENCIDO-ED.
           MOVE PCR-VOLUME          TO WRK-VOLUME-ED.
           MOVE PCR-LIMITE-ATUAL    TO EDIT-MOEDA-1.
           MOVE PCR-LIMITE-PROPOSTO TO EDIT-MOEDA-2.
           MOVE SPACES TO REVCRED-LINHA.
           STRING PCR-CLIENTE " " CLI-NOME(1:20) " " PCR-NOTA
                  "  " WRK-MEDIA-ED " " WRK-ESCAL-ED
                  " " WRK-VENCIDO-ED " " WRK-VOLUME-ED
                  " " EDIT-MOEDA-1 " " EDIT-MOEDA-2
                  " " WRK-DESC-ACAO
               DELIMITED BY SIZE INTO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0700-TOTAIS        SECTION.
           MOVE ALL "=" TO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REVCRED-LINHA.
           STRING "CLIENTES AVALIADOS " WRK-QTD-CLIENTES
                  "   AUMENTO " WRK-QTD-AUMENTO
                  "   REDUCAO " WRK-QTD-REDUCAO
                  "   BLOQUEIO " WRK-QTD-BLOQUEIO
                  "   MANTIDOS " WRK-QTD-MANTIDOS
               DELIMITED BY SIZE INTO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO REVCRED-LINHA.
           STRING "PROPOSTAS PENDENTES DE DECISAO NO APROVLIM."
               DELIMITED BY SIZE INTO REVCRED-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE REVCRED-LINHA.
           IF WRK-FS-REVCRED NOT EQUAL "00"
               MOVE WRK-FS-REVCRED TO UTIL-FS-CODIGO
               MOVE "REVCRED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-PROPCRED.
           CLOSE ARQ-REVCRED.
           DISPLAY "CLIENTES AVALIADOS....... " WRK-QTD-CLIENTES.
           DISPLAY "PROPOSTAS DE AUMENTO..... " WRK-QTD-AUMENTO.
           DISPLAY "PROPOSTAS DE REDUÇÃO..... " WRK-QTD-REDUCAO.
           DISPLAY "PROPOSTAS DE BLOQUEIO.... " WRK-QTD-BLOQUEIO.

       COPY FSERROPR.
       COPY RUNCTRLPR.
