       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOCLI.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: AVISO DE EMBARQUE AO CLIENTE: LE O RESULTADO DO
      *    ==          LOTE DE FRETE (ARQUIVO "RESULTADO") DEPOIS DO
      *    ==          ROMANEIO E EMITE, NO SPOOL "CARTAEMB", UMA CARTA
      *    ==          POR CLIENTE LISTANDO CADA PEDIDO EMBARCADO NO
      *    ==          DIA COM A TRANSPORTADORA, A NOTA FISCAL, A
      *    ==          PREVISAO DE ENTREGA (DATA PROMETIDA DO PEDHIST)
      *    ==          E O ENDERECO DE ENTREGA -- NO LUGAR DAS LIGACOES
      *    ==          AO BALCAO DE VENDAS PERGUNTANDO SE O PEDIDO JA
      *    ==          SAIU. PARA O CLIENTE QUE PEDIU ARQUIVO, OS MESMOS
      *    ==          PEDIDOS SAEM TAMBEM NO ARQUIVO DE INTERFACE
      *    ==          "EMBCLI" (COPYBOOK EMBCLI), UM REGISTRO POR
      *    ==          PEDIDO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: ENTRAM OS MESMOS PEDIDOS QUE O ROMANEIO MARCA
      *==             "RO" NA TRILHA PEDSTAT (SAIDA, RES-TIPO-MOV "S"
      *==             OU EM BRANCO, COM NUMERO DE PEDIDO). CLIENTE COM
      *==             CLI-AVISO-EMBARQUE "N" NAO RECEBE AVISO; "A"
      *==             RECEBE CARTA E ARQUIVO; BRANCO OU "C", SO A
      *==             CARTA. O RESULTADO E LIDO UMA VEZ PARA LEVANTAR
      *==             OS CLIENTES E REABERTO POR CLIENTE PARA LISTAR
      *==             OS PEDIDOS, COMO A CARTA DO COBRANCA. O
      *==             CONTROLE DE EXECUCAO "RUNCTRL" EVITA QUE O
      *==             RESUBMIT DO FECHADIA MANDE A CARTA DUAS VEZES.
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

           SELECT ARQ-RESULTADO ASSIGN TO "RESULTADO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESULTADO.

           SELECT ARQ-CARTAEMB  ASSIGN TO "CARTAEMB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAEMB.

           SELECT ARQ-EMBCLI    ASSIGN TO "EMBCLI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBCLI.

           SELECT ARQ-CLIENTE   ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-TRANSP    ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-CLIENDER  ASSIGN TO "CLIENDER"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIEND-CHAVE
               FILE STATUS IS WRK-FS-CLIENDER.

           SELECT ARQ-PEDHIST   ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-RESULTADO.
           COPY RESULPED.

       FD  ARQ-CARTAEMB.
       01  CARTAEMB-LINHA      PIC X(100).

       FD  ARQ-EMBCLI.
           COPY EMBCLI.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-RESULTADO   PIC X(02) VALUE "00".
       77  WRK-FS-CARTAEMB    PIC X(02) VALUE "00".
       77  WRK-FS-EMBCLI      PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-TRANSP-ATIVO   PIC X(01) VALUE "N".
           88  CADASTRO-TRANSP-ATIVO   VALUE "S".
       77  WRK-CLIENDER-ATIVO PIC X(01) VALUE "N".
           88  CADERNO-ENDERECO-ATIVO  VALUE "S".
       77  WRK-PEDHIST-ATIVO  PIC X(01) VALUE "N".
           88  HISTORICO-PEDIDO-ATIVO  VALUE "S".
           COPY FSERRO.
           COPY RUNCTRLWS.
       77  WRK-FIM-RESULTADO  PIC X(01) VALUE "N".
           88  FIM-DO-RESULTADO        VALUE "S".
       77  WRK-TIPO-MOV       PIC X(01) VALUE SPACES.
           88  TIPO-E-SAIDA            VALUE "S" " ".

       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       01  WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA
                              PIC X(08).

      *=======CLIENTES COM PEDIDO EMBARCADO NO DIA (UMA CARTA POR
      *=======CLIENTE, COMO A TABELA DE CLIENTES DO COBRANCA)
       77  WRK-QTD-CLIENTES   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLI        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-AVC        PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-ACHADO     PIC X(01) VALUE "N".
           88  CLIENTE-JA-NA-TABELA    VALUE "S".
       77  WRK-AVISO-TABELA   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO       VALUE "S".
       01  WRK-TAB-CLIENTES.
           05  WRK-CLI-ITEM OCCURS 200 TIMES.
               10  WRK-CLI-COD     PIC 9(06) VALUE ZEROS.

      *=======CLIENTE DA CARTA EM EMISSAO
       77  WRK-CLIENTE-AVISO  PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-CPF-CNPJ   PIC X(14) VALUE SPACES.
       77  WRK-CLI-ENDERECO   PIC X(40) VALUE SPACES.
       77  WRK-ENVIA-ARQUIVO  PIC X(01) VALUE "N".
           88  CLIENTE-QUER-ARQUIVO    VALUE "S".
       77  WRK-PED-NA-CARTA   PIC 9(05) VALUE ZEROS.

      *=======DADOS DO PEDIDO EM LISTAGEM
       77  WRK-TRN-NOME       PIC X(30) VALUE SPACES.
       77  WRK-ENDERECO       PIC X(40) VALUE SPACES.
       77  WRK-CEP            PIC 9(08) VALUE ZEROS.
       77  WRK-UF             PIC X(02) VALUE SPACES.
       77  WRK-NF-SERIE       PIC 9(03) VALUE ZEROS.
       77  WRK-NF-NUMERO      PIC 9(09) VALUE ZEROS.
       77  WRK-EMBARQUE       PIC 9(08) VALUE ZEROS.
       77  WRK-VOLUMES        PIC 9(05) VALUE ZEROS.
       01  WRK-DATA-PROMETIDA.
           05  WRK-DP-ANO     PIC X(04).
           05  WRK-DP-MES     PIC X(02).
           05  WRK-DP-DIA     PIC X(02).
       01  WRK-DATA-PROMETIDA-X REDEFINES WRK-DATA-PROMETIDA
                                PIC X(08).
       77  WRK-PREVISAO-ED    PIC X(11) VALUE SPACES.

      *=======CONTAGENS DO SYSOUT
       77  WRK-QTD-CARTAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PED-AVISO  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REG-ARQ    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DISPENSA   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-CAD    PIC 9(05) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-RESULTADO.
           PERFORM 0150-LEVANTAR-CLIENTE UNTIL FIM-DO-RESULTADO.
           CLOSE ARQ-RESULTADO.
           MOVE 1 TO WRK-IDX-AVC.
           PERFORM 0300-AVISAR-CLIENTE
               UNTIL WRK-IDX-AVC GREATER WRK-QTD-CLIENTES.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           MOVE "AVISOCLI" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN INPUT  ARQ-RESULTADO.
           IF WRK-FS-RESULTADO NOT EQUAL "00"
               MOVE WRK-FS-RESULTADO TO UTIL-FS-CODIGO
               MOVE "RESULTADO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT  ARQ-CLIENTE.
           IF WRK-FS-CLIENTE NOT EQUAL "00"
               MOVE WRK-FS-CLIENTE TO UTIL-FS-CODIGO
               MOVE "CLIENTE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-CARTAEMB.
           IF WRK-FS-CARTAEMB NOT EQUAL "00"
               MOVE WRK-FS-CARTAEMB TO UTIL-FS-CODIGO
               MOVE "CARTAEMB"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-EMBCLI.
           IF WRK-FS-EMBCLI NOT EQUAL "00"
               MOVE WRK-FS-EMBCLI TO UTIL-FS-CODIGO
               MOVE "EMBCLI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======SEM CADASTRO DE TRANSPORTADORAS, CADERNO DE ENDERECOS
      *=======OU HISTORICO DE PEDIDOS, A CARTA SAI COM O CAMPO
      *=======CORRESPONDENTE EM BRANCO, COMO NO AVISOTRN.
           OPEN INPUT  ARQ-TRANSP.
           IF WRK-FS-TRANSP EQUAL "00"
               SET CADASTRO-TRANSP-ATIVO TO TRUE
           END-IF.
           OPEN INPUT  ARQ-CLIENDER.
           IF WRK-FS-CLIENDER EQUAL "00"
               SET CADERNO-ENDERECO-ATIVO TO TRUE
           END-IF.
           OPEN INPUT  ARQ-PEDHIST.
           IF WRK-FS-PEDHIST EQUAL "00"
               SET HISTORICO-PEDIDO-ATIVO TO TRUE
           ELSE
               DISPLAY "HISTÓRICO DE PEDIDOS INDISPONÍVEL (STATUS "
                       WRK-FS-PEDHIST ") -- CARTA SEM PREVISÃO."
           END-IF.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-LER-RESULTADO SECTION.
           READ ARQ-RESULTADO
               AT END
                   SET FIM-DO-RESULTADO TO TRUE
           END-READ.

       0150-LEVANTAR-CLIENTE SECTION.
           MOVE RES-TIPO-MOV TO WRK-TIPO-MOV.
           IF TIPO-E-SAIDA
              AND RES-NUMERO GREATER ZEROS
               PERFORM 0250-ACUMULAR-CLIENTE
           END-IF.
           PERFORM 0100-LER-RESULTADO.

      *=======CLIENTE QUE NAO COUBE NA TABELA FICA SEM CARTA NESTA
      *=======EXECUCAO (AVISO NO SYSOUT UMA VEZ), SEM ESTOURAR O
      *=======OCCURS.
       0250-ACUMULAR-CLIENTE SECTION.
           MOVE "N" TO WRK-CLI-ACHADO.
           MOVE 1   TO WRK-IDX-CLI.
           PERFORM 0260-PROCURAR-CLIENTE
               UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLIENTES
                  OR CLIENTE-JA-NA-TABELA.
           IF NOT CLIENTE-JA-NA-TABELA
               IF WRK-QTD-CLIENTES LESS 200
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE RES-CLIENTE TO WRK-CLI-COD(WRK-QTD-CLIENTES)
               ELSE
                   IF NOT AVISO-TABELA-DADO
                       DISPLAY "MAIS DE 200 CLIENTES EMBARCADOS -- "
                               "EXCEDENTES SEM AVISO NESTA EXECUÇÃO."
                       SET AVISO-TABELA-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0260-PROCURAR-CLIENTE SECTION.
           IF WRK-CLI-COD(WRK-IDX-CLI) EQUAL RES-CLIENTE
               SET CLIENTE-JA-NA-TABELA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-CLI
           END-IF.

      *=======CLIENTE SEM CADASTRO OU QUE DISPENSOU O AVISO ("N")
      *=======FICA SEM CARTA, CONTADO NO SYSOUT.
       0300-AVISAR-CLIENTE SECTION.
           MOVE WRK-CLI-COD(WRK-IDX-AVC) TO WRK-CLIENTE-AVISO.
           MOVE WRK-CLIENTE-AVISO TO CLI-CODIGO.
           READ ARQ-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CAD
                   DISPLAY "CLIENTE " WRK-CLIENTE-AVISO
                           " SEM CADASTRO -- SEM AVISO DE EMBARQUE."
               NOT INVALID KEY
                   IF CLI-SEM-AVISO
                       ADD 1 TO WRK-QTD-DISPENSA
                   ELSE
                       PERFORM 0320-EMITIR-CARTA
                   END-IF
           END-READ.
           ADD 1 TO WRK-IDX-AVC.

       0320-EMITIR-CARTA  SECTION.
           ADD 1 TO WRK-QTD-CARTAS.
           MOVE CLI-CPF-CNPJ TO WRK-CLI-CPF-CNPJ.
           MOVE CLI-ENDERECO TO WRK-CLI-ENDERECO.
           MOVE "N" TO WRK-ENVIA-ARQUIVO.
           IF CLI-AVISO-ARQUIVO
               SET CLIENTE-QUER-ARQUIVO TO TRUE
           END-IF.
           MOVE ALL "=" TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "AVISO DE EMBARQUE - CLIENTE "
                  WRK-CLIENTE-AVISO " " CLI-NOME
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "DATA: " WRK-DS-DIA "/" WRK-DS-MES "/" WRK-DS-ANO
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "PREZADO CLIENTE, INFORMAMOS QUE OS PEDIDOS ABAIXO "
               TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "FORAM EMBARCADOS HOJE:" TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

           MOVE ZEROS TO WRK-PED-NA-CARTA.
           MOVE "N" TO WRK-FIM-RESULTADO.
           OPEN INPUT ARQ-RESULTADO.
           PERFORM 0100-LER-RESULTADO.
           PERFORM 0350-LISTAR-PEDIDO UNTIL FIM-DO-RESULTADO.
           CLOSE ARQ-RESULTADO.

           MOVE SPACES TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "TOTAL DE PEDIDOS EMBARCADOS: " WRK-PED-NA-CARTA
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "EM CASO DE DUVIDA, FALE COM NOSSA CENTRAL DE "
               TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "ATENDIMENTO INFORMANDO O NUMERO DO PEDIDO."
               TO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0350-LISTAR-PEDIDO SECTION.
           MOVE RES-TIPO-MOV TO WRK-TIPO-MOV.
           IF TIPO-E-SAIDA
              AND RES-NUMERO GREATER ZEROS
              AND RES-CLIENTE EQUAL WRK-CLIENTE-AVISO
               PERFORM 0360-LINHAS-PEDIDO
           END-IF.
           PERFORM 0100-LER-RESULTADO.

      *=======TRES LINHAS POR PEDIDO: NOTA E TRANSPORTADORA, PREVISAO
      *=======DE ENTREGA E ENDERECO. PEDIDO DE EMBARQUE CONSOLIDADO
      *=======SAI PEDIDO A PEDIDO: CADA UM TEM A SUA NOTA.
       0360-LINHAS-PEDIDO SECTION.
           PERFORM 0365-APURAR-CAMPOS.
           PERFORM 0370-BUSCAR-TRANSP.
           PERFORM 0380-RESOLVER-ENDERECO.
           PERFORM 0390-BUSCAR-PROMETIDA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "  PEDIDO " RES-NUMERO
                  " NOTA FISCAL " WRK-NF-SERIE "/" WRK-NF-NUMERO
                  " TRANSPORTADORA " RES-TRANSPORTADORA
                  " " WRK-TRN-NOME
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "    PREVISAO DE ENTREGA: " WRK-PREVISAO-ED
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO CARTAEMB-LINHA.
           STRING "    ENDERECO DE ENTREGA: " WRK-ENDERECO
                  " CEP " WRK-CEP " " WRK-UF
               DELIMITED BY SIZE INTO CARTAEMB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-PED-NA-CARTA.
           ADD 1 TO WRK-QTD-PED-AVISO.
           IF CLIENTE-QUER-ARQUIVO
               PERFORM 0400-GRAVAR-INTERFACE
           END-IF.

      *=======RESULTADO ANTIGO, SEM AS COLUNAS DE NOTA, EMBARQUE E
      *=======VOLUMES, ENTRA COM ZERO.
       0365-APURAR-CAMPOS SECTION.
           MOVE ZEROS TO WRK-NF-SERIE.
           MOVE ZEROS TO WRK-NF-NUMERO.
           IF RES-NF-NUMERO IS NUMERIC
              AND RES-NF-SERIE IS NUMERIC
               MOVE RES-NF-SERIE  TO WRK-NF-SERIE
               MOVE RES-NF-NUMERO TO WRK-NF-NUMERO
           END-IF.
           MOVE ZEROS TO WRK-EMBARQUE.
           IF RES-EMBARQUE IS NUMERIC
               MOVE RES-EMBARQUE TO WRK-EMBARQUE
           END-IF.
           MOVE ZEROS TO WRK-VOLUMES.
           IF RES-VOLUMES IS NUMERIC
               MOVE RES-VOLUMES TO WRK-VOLUMES
           END-IF.

       0370-BUSCAR-TRANSP SECTION.
           MOVE SPACES TO WRK-TRN-NOME.
           IF CADASTRO-TRANSP-ATIVO
               MOVE RES-TRANSPORTADORA TO TRN-CODIGO
               READ ARQ-TRANSP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRN-NOME TO WRK-TRN-NOME
               END-READ
           END-IF.

      *=======ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO (CADERNO
      *======="CLIENDER") OU, SEM ELE, O DO CADASTRO. O CEP E O QUE O
      *=======FRETE USOU (RES-CEP); SEM ELE, O DO CADERNO.
       0380-RESOLVER-ENDERECO SECTION.
           MOVE WRK-CLI-ENDERECO TO WRK-ENDERECO.
           MOVE ZEROS            TO WRK-CEP.
           MOVE RES-ESTADO       TO WRK-UF.
           IF CADERNO-ENDERECO-ATIVO
              AND RES-ENDERECO-COD IS NUMERIC
              AND RES-ENDERECO-COD GREATER ZEROS
               MOVE RES-CLIENTE      TO CLIEND-CLIENTE
               MOVE RES-ENDERECO-COD TO CLIEND-CODIGO
               READ ARQ-CLIENDER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIEND-ENDERECO TO WRK-ENDERECO
                       MOVE CLIEND-UF       TO WRK-UF
                       IF CLIEND-CEP IS NUMERIC
                           MOVE CLIEND-CEP TO WRK-CEP
                       END-IF
               END-READ
           END-IF.
           IF RES-CEP IS NUMERIC
              AND RES-CEP GREATER ZEROS
               MOVE RES-CEP TO WRK-CEP
           END-IF.

      *=======DATA PROMETIDA AO CLIENTE, DO HISTORICO DE PEDIDOS; SEM
      *=======ELA A CARTA DIZ "A CONFIRMAR".
       0390-BUSCAR-PROMETIDA SECTION.
           MOVE SPACES TO WRK-DATA-PROMETIDA-X.
           IF HISTORICO-PEDIDO-ATIVO
               MOVE RES-NUMERO TO PHIST-NUMERO
               READ ARQ-PEDHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PHIST-DATA-PROMETIDA
                           TO WRK-DATA-PROMETIDA-X
               END-READ
           END-IF.
           IF WRK-DATA-PROMETIDA-X EQUAL SPACES
              OR WRK-DATA-PROMETIDA-X EQUAL ZEROS
               MOVE SPACES TO WRK-DATA-PROMETIDA-X
               MOVE "A CONFIRMAR" TO WRK-PREVISAO-ED
           ELSE
               MOVE SPACES TO WRK-PREVISAO-ED
               STRING WRK-DP-DIA "/" WRK-DP-MES "/" WRK-DP-ANO
                   DELIMITED BY SIZE INTO WRK-PREVISAO-ED
           END-IF.

       0400-GRAVAR-INTERFACE SECTION.
           MOVE SPACES TO EMBCLI-REC.
           MOVE WRK-CLIENTE-AVISO    TO ECL-CLIENTE.
           MOVE WRK-CLI-CPF-CNPJ     TO ECL-CPF-CNPJ.
           MOVE WRK-DATA-SISTEMA-X   TO ECL-DATA-EMBARQUE.
           MOVE RES-NUMERO           TO ECL-PEDIDO.
           MOVE WRK-EMBARQUE         TO ECL-EMBARQUE.
           MOVE RES-TRANSPORTADORA   TO ECL-TRANSPORTADORA.
           MOVE WRK-TRN-NOME         TO ECL-TRN-NOME.
           MOVE WRK-NF-SERIE         TO ECL-NF-SERIE.
           MOVE WRK-NF-NUMERO        TO ECL-NF-NUMERO.
           MOVE WRK-DATA-PROMETIDA-X TO ECL-DATA-PROMETIDA.
           MOVE WRK-ENDERECO         TO ECL-ENDERECO.
           MOVE WRK-CEP              TO ECL-CEP.
           MOVE WRK-UF               TO ECL-UF.
           MOVE WRK-VOLUMES          TO ECL-VOLUMES.
           MOVE RES-VALOR            TO ECL-VALOR.
           WRITE EMBCLI-REC.
           IF WRK-FS-EMBCLI NOT EQUAL "00"
               MOVE WRK-FS-EMBCLI TO UTIL-FS-CODIGO
               MOVE "EMBCLI"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-REG-ARQ.

       0800-GRAVAR-LINHA  SECTION.
           WRITE CARTAEMB-LINHA.
           IF WRK-FS-CARTAEMB NOT EQUAL "00"
               MOVE WRK-FS-CARTAEMB TO UTIL-FS-CODIGO
               MOVE "CARTAEMB"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           DISPLAY "=====================================".
           DISPLAY "AVISO DE EMBARQUE AOS CLIENTES".
           DISPLAY "CARTAS EMITIDAS.......... " WRK-QTD-CARTAS.
           DISPLAY "PEDIDOS AVISADOS......... " WRK-QTD-PED-AVISO.
           DISPLAY "REGISTROS NO ARQUIVO..... " WRK-QTD-REG-ARQ.
           DISPLAY "CLIENTES SEM AVISO (N)... " WRK-QTD-DISPENSA.
           DISPLAY "CLIENTES SEM CADASTRO.... " WRK-QTD-SEM-CAD.
           DISPLAY "=====================================".
           CLOSE ARQ-CARTAEMB.
           CLOSE ARQ-EMBCLI.
           CLOSE ARQ-CLIENTE.
           IF CADASTRO-TRANSP-ATIVO
               CLOSE ARQ-TRANSP
           END-IF.
           IF CADERNO-ENDERECO-ATIVO
               CLOSE ARQ-CLIENDER
           END-IF.
           IF HISTORICO-PEDIDO-ATIVO
               CLOSE ARQ-PEDHIST
           END-IF.
           PERFORM 9650-CONCLUI-RUNCTRL.

       COPY FSERROPR.
       COPY RUNCTRLPR.
