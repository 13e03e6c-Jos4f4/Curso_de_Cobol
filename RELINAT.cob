       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINAT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: ALERTA SEMANAL DE CLIENTES PARADOS PARA A
      *    ==          EQUIPE DE VENDAS: LE O HISTORICO "PEDHIST" PELA
      *    ==          CHAVE ALTERNADA DO CLIENTE, APURA O INTERVALO
      *    ==          NORMAL DE COMPRA DE CADA CLIENTE ATIVO (DIAS
      *    ==          ENTRE O PRIMEIRO E O ULTIMO PEDIDO DIVIDIDOS
      *    ==          PELOS INTERVALOS) E APONTA QUEM ESTA SEM
      *    ==          COMPRAR HA MAIS QUE O INTERVALO VEZES O FATOR
      *    ==          "FATORINAT" (PARMVIG, PELA BUSCAPAR). IMPRIME UMA
      *    ==          SECAO POR VENDEDOR (RELATORIO "RELINAT") COM O
      *    ==          ULTIMO PEDIDO, OS DIAS PARADO, O INTERVALO, A
      *    ==          MEDIA MENSAL E A SITUACAO DO ACOMPANHAMENTO
      *    ==          ("CLIINAT"), QUE O VENDEDOR ATUALIZA NO CADINAT.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO CONTAM SAIDAS NAO ESTORNADAS. O CLIENTE
      *==             PRECISA DE "MINPEDINAT" PEDIDOS (PADRAO 3) PARA
      *==             TER INTERVALO NORMAL; SEM O "FATORINAT" VALE
      *==             2. O VENDEDOR DA SECAO E O DO PEDIDO MAIS
      *==             RECENTE DO CLIENTE QUE TEVE VENDEDOR (O
      *==             CADASTRO DE CLIENTES NAO TEM VENDEDOR). O
      *==             ACOMPANHAMENTO E RESPEITADO: CLIENTE "PERDIDO"
      *==             NAO SAI MAIS; CLIENTE QUE VOLTOU A COMPRAR
      *==             DEPOIS DO ALERTA VIRA "RECUPERADO" E SAI UMA
      *==             ULTIMA VEZ COMO TAL; "CONTATADO" CONTINUA NA
      *==             LISTA, COM A DATA DO CONTATO, ENQUANTO NAO
      *==             COMPRAR. O CONTROLE "RUNCTRL" IMPEDE SEGUNDA
      *==             EXECUCAO NO MESMO DIA.
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

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-CLIENTE  ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-COMISTAB ASSIGN TO "COMISTAB"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-CODIGO
               FILE STATUS IS WRK-FS-COMISTAB.

           SELECT ARQ-CLIINAT  ASSIGN TO "CLIINAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-CLIENTE
               ALTERNATE RECORD KEY IS INA-VENDEDOR
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIINAT.

           SELECT ARQ-RELINAT  ASSIGN TO "RELINAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELINAT.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-COMISTAB.
           COPY COMISTAB.

       FD  ARQ-CLIINAT.
           COPY CLIINAT.

       FD  ARQ-RELINAT.
       01  RELINAT-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-COMISTAB    PIC X(02) VALUE "00".
       77  WRK-FS-CLIINAT     PIC X(02) VALUE "00".
       77  WRK-FS-RELINAT     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".
       77  WRK-FIM-CLIINAT    PIC X(01) VALUE "N".
           88  FIM-DO-CLIINAT          VALUE "S".
       77  WRK-COMISTAB-ATIVO PIC X(01) VALUE "N".
           88  COMISTAB-DISPONIVEL     VALUE "S".
       77  WRK-INA-EXISTE     PIC X(01) VALUE "N".
           88  ACOMPANHAMENTO-EXISTE   VALUE "S".
       77  WRK-CLIENTE-OK     PIC X(01) VALUE "N".
           88  CLIENTE-ESTA-ATIVO      VALUE "S".

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".
       77  WRK-FATOR          PIC 9(03)V99 VALUE 2.
       77  WRK-MIN-PEDIDOS    PIC 9(03) VALUE 3.

      *=======CAMPOS DA CHAMADA A DATACALC (MODO "D")
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======PEDIDOS DO CLIENTE CORRENTE
       77  WRK-CLIENTE-ATUAL  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-CLIENTE  PIC S9(10)V99 VALUE ZEROS.
       77  WRK-VENDEDOR-CLI   PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-VENDEDOR  PIC X(08) VALUE SPACES.
       01  WRK-PRIMEIRA-DATA.
           05  WRK-PD-ANO     PIC 9(04).
           05  WRK-PD-MES     PIC 9(02).
           05  WRK-PD-DIA     PIC 9(02).
       01  WRK-ULTIMA-DATA.
           05  WRK-UD-ANO     PIC 9(04).
           05  WRK-UD-MES     PIC 9(02).
           05  WRK-UD-DIA     PIC 9(02).
       77  WRK-INTERVALO      PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-PARADO    PIC 9(05) VALUE ZEROS.
       77  WRK-LIMITE         PIC 9(07) VALUE ZEROS.
       77  WRK-MESES          PIC 9(05) VALUE ZEROS.
       77  WRK-MEDIA-MENSAL   PIC 9(08)V99 VALUE ZEROS.

      *=======QUEBRA POR VENDEDOR NO RELATORIO
       77  WRK-VENDEDOR-ATUAL PIC 9(04) VALUE ZEROS.
       77  WRK-PRIMEIRA-SECAO PIC X(01) VALUE "S".
           88  E-PRIMEIRA-SECAO        VALUE "S".
       77  WRK-QTD-SECAO      PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-SECAO    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-NOME-VENDEDOR  PIC X(15) VALUE SPACES.
       77  WRK-NOME-CLIENTE   PIC X(30) VALUE SPACES.
       77  WRK-SITUACAO-ED    PIC X(26) VALUE SPACES.

      *=======TOTAIS DA EXECUCAO
       77  WRK-QTD-CLIENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AVALIADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NOVOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REPETIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PERDIDOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LISTADOS   PIC 9(07) VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-QTD-ED         PIC ZZZZ9.
       77  WRK-DIAS-ED        PIC ZZZZ9.
       77  WRK-INTERVALO-ED   PIC ZZZZ9.
       77  WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-FATOR-ED       PIC ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-POSICIONAR-HISTORICO.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-PEDHIST.
           PERFORM 0200-AVALIAR-CLIENTE.
           PERFORM 0500-IMPRIMIR.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O ACOMPANHAMENTO E CRIADO VAZIO NA PRIMEIRA EXECUCAO.
       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "RELINAT" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE "FATORINAT" TO WRK-PARM-CODIGO.
           PERFORM 0060-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR NOT LESS 1
              AND WRK-PARM-VALOR LESS 100
               MOVE WRK-PARM-VALOR TO WRK-FATOR
           END-IF.
           MOVE "MINPEDINAT" TO WRK-PARM-CODIGO.
           PERFORM 0060-BUSCAR-PARAMETRO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR NOT LESS 2
              AND WRK-PARM-VALOR LESS 1000
               MOVE WRK-PARM-VALOR TO WRK-MIN-PEDIDOS
           END-IF.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-COMISTAB.
           IF WRK-FS-COMISTAB EQUAL "00"
               SET COMISTAB-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "AVISO: COMISTAB INDISPONIVEL (STATUS "
                       WRK-FS-COMISTAB "); VENDEDORES SO PELO CODIGO."
           END-IF.
           OPEN I-O ARQ-CLIINAT.
           IF WRK-FS-CLIINAT EQUAL "35"
               OPEN OUTPUT ARQ-CLIINAT
               CLOSE ARQ-CLIINAT
               OPEN I-O ARQ-CLIINAT
           END-IF.
           IF WRK-FS-CLIINAT NOT EQUAL "00"
               MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
               MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-RELINAT.
           IF WRK-FS-RELINAT NOT EQUAL "00"
               MOVE WRK-FS-RELINAT TO UTIL-FS-CODIGO
               MOVE "RELINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0060-BUSCAR-PARAMETRO SECTION.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.

      *=======LEITURA DO HISTORICO PELA CHAVE DO CLIENTE: OS PEDIDOS
      *=======DE UM MESMO CLIENTE VEM JUNTOS.
       0100-POSICIONAR-HISTORICO SECTION.
           MOVE ZEROS TO PHIST-CLIENTE.
           START ARQ-PEDHIST KEY IS NOT LESS PHIST-CLIENTE
               INVALID KEY
                   SET FIM-DO-PEDHIST TO TRUE
           END-START.
           IF NOT FIM-DO-PEDHIST
               PERFORM 0110-LER-HISTORICO
           END-IF.

       0110-LER-HISTORICO SECTION.
           READ ARQ-PEDHIST NEXT
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

      *=======SO SAIDA NAO ESTORNADA CONTA COMO COMPRA.
       0150-PROCESSAR     SECTION.
           IF PHIST-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
               PERFORM 0200-AVALIAR-CLIENTE
               MOVE PHIST-CLIENTE TO WRK-CLIENTE-ATUAL
               MOVE ZEROS  TO WRK-QTD-PEDIDOS
               MOVE ZEROS  TO WRK-VALOR-CLIENTE
               MOVE ZEROS  TO WRK-VENDEDOR-CLI
               MOVE SPACES TO WRK-DATA-VENDEDOR
               MOVE SPACES TO WRK-PRIMEIRA-DATA
               MOVE SPACES TO WRK-ULTIMA-DATA
           END-IF.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
              AND PHIST-DATA-PROC IS NUMERIC
               ADD 1 TO WRK-QTD-PEDIDOS
               ADD PHIST-VALOR TO WRK-VALOR-CLIENTE
               IF WRK-QTD-PEDIDOS EQUAL 1
                  OR PHIST-DATA-PROC LESS WRK-PRIMEIRA-DATA
                   MOVE PHIST-DATA-PROC TO WRK-PRIMEIRA-DATA
               END-IF
               IF WRK-QTD-PEDIDOS EQUAL 1
                  OR PHIST-DATA-PROC GREATER WRK-ULTIMA-DATA
                   MOVE PHIST-DATA-PROC TO WRK-ULTIMA-DATA
               END-IF
               IF PHIST-VENDEDOR IS NUMERIC
                  AND PHIST-VENDEDOR GREATER ZEROS
                  AND (WRK-DATA-VENDEDOR EQUAL SPACES
                       OR PHIST-DATA-PROC NOT LESS WRK-DATA-VENDEDOR)
                   MOVE PHIST-VENDEDOR  TO WRK-VENDEDOR-CLI
                   MOVE PHIST-DATA-PROC TO WRK-DATA-VENDEDOR
               END-IF
           END-IF.
           PERFORM 0110-LER-HISTORICO.

      *=======PRIMEIRO A RECUPERACAO (COMPRA DEPOIS DO ALERTA), DEPOIS
      *=======O TESTE DE CLIENTE PARADO.
       0200-AVALIAR-CLIENTE SECTION.
           IF WRK-QTD-PEDIDOS GREATER ZEROS
              AND WRK-CLIENTE-ATUAL GREATER ZEROS
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE "N" TO WRK-INA-EXISTE
               MOVE WRK-CLIENTE-ATUAL TO INA-CLIENTE
               READ ARQ-CLIINAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACOMPANHAMENTO-EXISTE TO TRUE
               END-READ
               IF ACOMPANHAMENTO-EXISTE
                  AND NOT INA-RECUPERADO
                  AND WRK-ULTIMA-DATA GREATER INA-DATA-ULT-PEDIDO
                   PERFORM 0250-MARCAR-RECUPERADO
               END-IF
               PERFORM 0210-VERIFICAR-CLIENTE
               IF WRK-QTD-PEDIDOS NOT LESS WRK-MIN-PEDIDOS
                  AND CLIENTE-ESTA-ATIVO
                   PERFORM 0220-APURAR-INTERVALO
                   IF WRK-DIAS-PARADO GREATER WRK-LIMITE
                       PERFORM 0260-ALERTAR
                   END-IF
               END-IF
           END-IF.

      *=======CLIENTE INATIVADO (CLI-ATIVO "N") OU FORA DO CADASTRO
      *=======NAO E ALERTADO.
       0210-VERIFICAR-CLIENTE SECTION.
           MOVE "N" TO WRK-CLIENTE-OK.
           MOVE WRK-CLIENTE-ATUAL TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-ATIVO NOT EQUAL "N"
                       SET CLIENTE-ESTA-ATIVO TO TRUE
                   END-IF
           END-READ.

      *=======INTERVALO NORMAL = DIAS ENTRE O PRIMEIRO E O ULTIMO
      *=======PEDIDO / (PEDIDOS - 1), NO MINIMO 1 DIA; LIMITE =
      *=======INTERVALO X FATOR.
       0220-APURAR-INTERVALO SECTION.
           ADD 1 TO WRK-QTD-AVALIADOS.
           MOVE WRK-PRIMEIRA-DATA TO WRK-CALC-DATA1.
           MOVE WRK-ULTIMA-DATA   TO WRK-CALC-DATA2.
           PERFORM 0230-CHAMAR-DATACALC.
           COMPUTE WRK-INTERVALO =
                   WRK-CALC-RESULT-DIAS / (WRK-QTD-PEDIDOS - 1).
           IF WRK-INTERVALO LESS 1
               MOVE 1 TO WRK-INTERVALO
           END-IF.
           COMPUTE WRK-LIMITE ROUNDED = WRK-INTERVALO * WRK-FATOR.
           MOVE WRK-ULTIMA-DATA TO WRK-CALC-DATA1.
           MOVE WRK-DATA-HOJE   TO WRK-CALC-DATA2.
           PERFORM 0230-CHAMAR-DATACALC.
           IF WRK-CALC-RESULT-DIAS GREATER ZEROS
               MOVE WRK-CALC-RESULT-DIAS TO WRK-DIAS-PARADO
           ELSE
               MOVE ZEROS TO WRK-DIAS-PARADO
           END-IF.

       0230-CHAMAR-DATACALC SECTION.
           MOVE "D" TO WRK-CALC-MODO.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.

      *=======VOLTOU A COMPRAR: SAI UMA ULTIMA VEZ NA SECAO DO
      *=======VENDEDOR QUE ACOMPANHAVA, COMO RECUPERADO.
       0250-MARCAR-RECUPERADO SECTION.
           MOVE "R"             TO INA-SITUACAO.
           MOVE WRK-DATA-HOJE   TO INA-DATA-SITUACAO.
           MOVE WRK-DATA-HOJE   TO INA-DATA-VERIFICACAO.
           MOVE WRK-ULTIMA-DATA TO INA-DATA-ULT-PEDIDO.
           MOVE ZEROS           TO INA-DIAS-SEM-COMPRA.
           MOVE "RELINAT"       TO INA-OPERADOR.
           REWRITE CLIINAT-REC.
           IF WRK-FS-CLIINAT NOT EQUAL "00"
               MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
               MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-RECUPERADOS.

      *=======CLIENTE NOVO NO ALERTA (OU QUE PAROU DE NOVO DEPOIS DE
      *=======RECUPERADO) ENTRA COMO "A"; ALERTADO OU CONTATADO SO
      *=======TEM OS NUMEROS ATUALIZADOS; PERDIDO FICA DE FORA.
       0260-ALERTAR       SECTION.
           COMPUTE WRK-MESES = (WRK-UD-ANO * 12 + WRK-UD-MES)
                             - (WRK-PD-ANO * 12 + WRK-PD-MES) + 1.
           IF WRK-VALOR-CLIENTE GREATER ZEROS
               COMPUTE WRK-MEDIA-MENSAL ROUNDED =
                       WRK-VALOR-CLIENTE / WRK-MESES
           ELSE
               MOVE ZEROS TO WRK-MEDIA-MENSAL
           END-IF.
           IF ACOMPANHAMENTO-EXISTE
               IF INA-PERDIDO
                   ADD 1 TO WRK-QTD-PERDIDOS
               ELSE
                   IF INA-RECUPERADO
                       PERFORM 0270-NOVO-ALERTA
                       ADD 1 TO WRK-QTD-NOVOS
                   ELSE
                       ADD 1 TO WRK-QTD-REPETIDOS
                   END-IF
                   PERFORM 0280-ATUALIZAR-NUMEROS
                   REWRITE CLIINAT-REC
                   IF WRK-FS-CLIINAT NOT EQUAL "00"
                       MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
                       MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO CLIINAT-REC
               MOVE WRK-CLIENTE-ATUAL TO INA-CLIENTE
               PERFORM 0270-NOVO-ALERTA
               PERFORM 0280-ATUALIZAR-NUMEROS
               WRITE CLIINAT-REC
               IF WRK-FS-CLIINAT NOT EQUAL "00"
                   MOVE WRK-FS-CLIINAT TO UTIL-FS-CODIGO
                   MOVE "CLIINAT"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WRK-QTD-NOVOS
           END-IF.

       0270-NOVO-ALERTA   SECTION.
           MOVE "A"           TO INA-SITUACAO.
           MOVE WRK-DATA-HOJE TO INA-DATA-ALERTA.
           MOVE WRK-DATA-HOJE TO INA-DATA-SITUACAO.
           MOVE "RELINAT"     TO INA-OPERADOR.
           MOVE SPACES        TO INA-OBSERVACAO.

       0280-ATUALIZAR-NUMEROS SECTION.
           MOVE WRK-VENDEDOR-CLI TO INA-VENDEDOR.
           MOVE WRK-ULTIMA-DATA  TO INA-DATA-ULT-PEDIDO.
           MOVE WRK-DATA-HOJE    TO INA-DATA-VERIFICACAO.
           MOVE WRK-INTERVALO    TO INA-INTERVALO.
           MOVE WRK-DIAS-PARADO  TO INA-DIAS-SEM-COMPRA.
           MOVE WRK-MEDIA-MENSAL TO INA-MEDIA-MENSAL.

      *=======SEGUNDA PASSADA, PELO ACOMPANHAMENTO EM ORDEM DE
      *=======VENDEDOR: SO SAEM OS CLIENTES TOCADOS NESTA EXECUCAO.
       0500-IMPRIMIR      SECTION.
           MOVE WRK-FATOR TO WRK-FATOR-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "CLIENTES PARADOS POR VENDEDOR - POSICAO DE "
                  WRK-DATA-HOJE "   FATOR SOBRE O INTERVALO NORMAL "
                  WRK-FATOR-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO INA-VENDEDOR.
           START ARQ-CLIINAT KEY IS NOT LESS INA-VENDEDOR
               INVALID KEY
                   SET FIM-DO-CLIINAT TO TRUE
           END-START.
           PERFORM 0510-LER-ACOMPANHAMENTO UNTIL FIM-DO-CLIINAT.
           IF NOT E-PRIMEIRA-SECAO
               PERFORM 0540-RODAPE-VENDEDOR
           END-IF.
           MOVE ALL "=" TO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-NOVOS TO WRK-QTD-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "NOVOS ALERTAS................. " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-REPETIDOS TO WRK-QTD-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "AINDA PARADOS (JA ALERTADOS).. " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-RECUPERADOS TO WRK-QTD-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "RECUPERADOS NESTA EXECUCAO.... " WRK-QTD-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QTD-PERDIDOS TO WRK-QTD-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "PARADOS JA DADOS COMO PERDIDOS " WRK-QTD-ED
                  " (FORA DA LISTA)"
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0510-LER-ACOMPANHAMENTO SECTION.
           READ ARQ-CLIINAT NEXT
               AT END
                   SET FIM-DO-CLIINAT TO TRUE
               NOT AT END
                   IF INA-DATA-VERIFICACAO EQUAL WRK-DATA-HOJE
                       IF E-PRIMEIRA-SECAO
                          OR INA-VENDEDOR NOT EQUAL WRK-VENDEDOR-ATUAL
                           PERFORM 0520-QUEBRA-VENDEDOR
                       END-IF
                       PERFORM 0550-LINHA-CLIENTE
                   END-IF
           END-READ.

       0520-QUEBRA-VENDEDOR SECTION.
           IF E-PRIMEIRA-SECAO
               MOVE "N" TO WRK-PRIMEIRA-SECAO
           ELSE
               PERFORM 0540-RODAPE-VENDEDOR
           END-IF.
           MOVE INA-VENDEDOR TO WRK-VENDEDOR-ATUAL.
           MOVE ZEROS  TO WRK-QTD-SECAO.
           MOVE ZEROS  TO WRK-VALOR-SECAO.
           MOVE SPACES TO WRK-NOME-VENDEDOR.
           IF WRK-VENDEDOR-ATUAL EQUAL ZEROS
               MOVE "SEM VENDEDOR" TO WRK-NOME-VENDEDOR
           ELSE
               IF COMISTAB-DISPONIVEL
                   MOVE WRK-VENDEDOR-ATUAL TO VND-CODIGO
                   READ ARQ-COMISTAB
                       NOT INVALID KEY
                           MOVE VND-NOME TO WRK-NOME-VENDEDOR
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "VENDEDOR " WRK-VENDEDOR-ATUAL " - "
                  WRK-NOME-VENDEDOR
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "CLIENTE NOME                           ULT.PEDIDO"
                  " PARADO INTERV.  MEDIA MENSAL R$  SITUACAO"
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0540-RODAPE-VENDEDOR SECTION.
           MOVE WRK-QTD-SECAO   TO WRK-QTD-ED.
           MOVE WRK-VALOR-SECAO TO WRK-TOTAL-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING "CLIENTES NA SECAO " WRK-QTD-ED
                  "   MEDIA MENSAL EM RISCO R$ " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======O RECUPERADO NAO SOMA NA MEDIA EM RISCO DA SECAO.
       0550-LINHA-CLIENTE SECTION.
           ADD 1 TO WRK-QTD-LISTADOS.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           MOVE INA-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTE
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-CLIENTE
           END-READ.
           MOVE SPACES TO WRK-SITUACAO-ED.
           EVALUATE TRUE
               WHEN INA-RECUPERADO
                   MOVE "RECUPERADO" TO WRK-SITUACAO-ED
               WHEN INA-CONTATADO
                   STRING "CONTATADO EM " INA-DATA-SITUACAO
                       DELIMITED BY SIZE INTO WRK-SITUACAO-ED
               WHEN INA-DATA-ALERTA EQUAL WRK-DATA-HOJE
                   MOVE "NOVO ALERTA" TO WRK-SITUACAO-ED
               WHEN OTHER
                   STRING "ALERTADO DESDE " INA-DATA-ALERTA
                       DELIMITED BY SIZE INTO WRK-SITUACAO-ED
           END-EVALUATE.
           IF NOT INA-RECUPERADO
               ADD INA-MEDIA-MENSAL TO WRK-VALOR-SECAO
           END-IF.
           MOVE INA-DIAS-SEM-COMPRA TO WRK-DIAS-ED.
           MOVE INA-INTERVALO       TO WRK-INTERVALO-ED.
           MOVE INA-MEDIA-MENSAL    TO WRK-VALOR-ED.
           MOVE SPACES TO RELINAT-LINHA.
           STRING INA-CLIENTE " " WRK-NOME-CLIENTE " "
                  INA-DATA-ULT-PEDIDO "   " WRK-DIAS-ED "   "
                  WRK-INTERVALO-ED "  " WRK-VALOR-ED "  "
                  WRK-SITUACAO-ED
               DELIMITED BY SIZE INTO RELINAT-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE RELINAT-LINHA.
           IF WRK-FS-RELINAT NOT EQUAL "00"
               MOVE WRK-FS-RELINAT TO UTIL-FS-CODIGO
               MOVE "RELINAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PEDHIST.
           CLOSE ARQ-CLIENTE.
           IF COMISTAB-DISPONIVEL
               CLOSE ARQ-COMISTAB
           END-IF.
           CLOSE ARQ-CLIINAT.
           CLOSE ARQ-RELINAT.
           DISPLAY "CLIENTES COM COMPRA NO HISTORICO.. "
                   WRK-QTD-CLIENTES.
           DISPLAY "CLIENTES COM INTERVALO APURADO.... "
                   WRK-QTD-AVALIADOS.
           DISPLAY "CLIENTES LISTADOS................. "
                   WRK-QTD-LISTADOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
