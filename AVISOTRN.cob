       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOTRN.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: AVISO ELETRONICO DE EMBARQUE AS TRANSPORTADORAS:
      *    ==          LE O RESULTADO DO LOTE DE FRETE (ARQUIVO
      *    ==          "RESULTADO") DEPOIS DO ROMANEIO E GRAVA, NO
      *    ==          ARQUIVO "AVISOTRN" (COPYBOOK AVISOEMB), UM BLOCO
      *    ==          POR TRANSPORTADORA ATIVA DO CADASTRO "TRANSP"
      *    ==          COM CADA PEDIDO QUE ELA COLETA HOJE (NUMERO DO
      *    ==          PEDIDO, NOTA, DESTINATARIO, ENDERECO DE ENTREGA,
      *    ==          VOLUMES, PESO REAL E CUBADO, VALOR DECLARADO E
      *    ==          DATA PROMETIDA) E A SOLICITACAO DE COLETA DO DIA
      *    ==          (PESO TOTAL CONTRA TRN-CAPACIDADE-KG) -- NO
      *    ==          LUGAR DO ROMANEIO IMPRESSO QUE A TRANSPORTADORA
      *    ==          REDIGITAVA NA PORTARIA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO PEDIDO DE SAIDA (RES-TIPO-MOV "S" OU EM
      *==             BRANCO) ENTRA NO AVISO, COMO NO ROMANEIO. O
      *==             RESULTADO E LIDO DUAS VEZES: UMA PARA LEVANTAR AS
      *==             TRANSPORTADORAS E OS TOTAIS, OUTRA (REABERTO POR
      *==             TRANSPORTADORA) PARA GRAVAR OS PEDIDOS. CADA
      *==             BLOCO LEVA O NUMERO DE SEQUENCIA DA
      *==             TRANSPORTADORA (PARAMETRO "SEQAVTnnn" NO
      *==             PARAMETR, COMO O SEQTITULO), QUE SOBE A CADA
      *==             ARQUIVO: A TRANSPORTADORA RECONHECE UM REENVIO
      *==             PELO NUMERO REPETIDO. PEDIDO DE TRANSPORTADORA
      *==             INATIVA, NAO CADASTRADA OU SEM TRANSPORTADORA
      *==             (CODIGO 000) NAO E AVISADO -- SAI CONTADO NO
      *==             SYSOUT PARA A EXPEDICAO TRATAR. O CONTROLE DE
      *==             EXECUCAO "RUNCTRL" EVITA QUE O RESUBMIT DO
      *==             FECHADIA GERE UMA SEGUNDA SEQUENCIA NO MESMO DIA.
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

           SELECT ARQ-AVISOTRN  ASSIGN TO "AVISOTRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISOTRN.

           SELECT ARQ-TRANSP    ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-PARAMETR  ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-CLIENTE   ASSIGN TO "CLIENTE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.

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

       FD  ARQ-AVISOTRN.
           COPY AVISOEMB.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-CLIENTE.
           COPY CLIENTE.

       FD  ARQ-CLIENDER.
           COPY CLIENDER.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-RESULTADO   PIC X(02) VALUE "00".
       77  WRK-FS-AVISOTRN    PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE     PIC X(02) VALUE "00".
       77  WRK-FS-CLIENDER    PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-CLIENTE-ATIVO  PIC X(01) VALUE "N".
           88  CADASTRO-CLIENTE-ATIVO  VALUE "S".
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

      *=======TRANSPORTADORAS DO DIA COM OS TOTAIS DA COLETA DE CADA
      *=======UMA (MESMO LIMITE DO MANIFESTO DE CARGA DO ROMANEIO)
       77  WRK-QTD-TRNS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRN        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-AVT        PIC 9(02) VALUE ZEROS.
       77  WRK-TRN-ENCONTRADA PIC X(01) VALUE "N".
           88  TRN-FOI-ENCONTRADA      VALUE "S".
       77  WRK-AVISO-TAB-TRN  PIC X(01) VALUE "N".
           88  AVISO-TAB-TRN-DADO      VALUE "S".

       01  WRK-TOTAIS-TRN.
           05  WRK-TRN-ITEM OCCURS 20 TIMES.
               10  WRK-TRN-COD     PIC 9(03) VALUE ZEROS.
               10  WRK-TRN-QTD     PIC 9(05) VALUE ZEROS.
               10  WRK-TRN-VOLUMES PIC 9(07) VALUE ZEROS.
               10  WRK-TRN-VALOR   PIC 9(10)V99 VALUE ZEROS.
               10  WRK-TRN-PESO    PIC 9(07)V99 VALUE ZEROS.
               10  WRK-TRN-CUBADO  PIC 9(07)V99 VALUE ZEROS.

      *=======TRANSPORTADORA DO BLOCO EM GRAVACAO
       77  WRK-TRN-AVISO      PIC 9(03) VALUE ZEROS.
       77  WRK-TRN-NOME       PIC X(30) VALUE SPACES.
       77  WRK-CAPACIDADE-KG  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TRN-APTA       PIC X(01) VALUE "N".
           88  TRANSP-RECEBE-AVISO     VALUE "S".
       77  WRK-SEQ-AVISO      PIC 9(06) VALUE ZEROS.
       77  WRK-BLO-REGISTROS  PIC 9(07) VALUE ZEROS.
       77  WRK-BLO-VALOR      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VEICULOS       PIC 9(03) VALUE ZEROS.
       77  WRK-SOBRA-KG       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-EXCEDE         PIC X(01) VALUE "N".
           88  PESO-EXCEDE-VEICULO     VALUE "S".

       01  WRK-AVT-PARM-SEQ.
           05  FILLER             PIC X(06) VALUE "SEQAVT".
           05  WRK-AVT-SEQ-TRANSP PIC 9(03) VALUE ZEROS.
           05  FILLER             PIC X(01) VALUE SPACES.

      *=======MEDIDAS DO PEDIDO LIDO (RESULTADO ANTIGO, SEM AS
      *=======COLUNAS DE VOLUMES E PESO CUBADO, ENTRA COM ZERO)
       77  WRK-VOLUMES-RES    PIC 9(05) VALUE ZEROS.
       77  WRK-CUBADO-RES     PIC 9(05)V99 VALUE ZEROS.

      *=======CONTAGENS DO SYSOUT
       77  WRK-QTD-AVISADAS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PED-AVISO  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-AVISO  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-PROM   PIC 9(05) VALUE ZEROS.

       77  WRK-PESO-ED        PIC Z.ZZZ.ZZ9,99.
       77  WRK-CAPAC-ED       PIC Z.ZZZ.ZZ9,99.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-RESULTADO.
           PERFORM 0150-LEVANTAR-TRANSP UNTIL FIM-DO-RESULTADO.
           CLOSE ARQ-RESULTADO.
           MOVE 1 TO WRK-IDX-AVT.
           PERFORM 0300-GERAR-AVISO
               UNTIL WRK-IDX-AVT GREATER WRK-QTD-TRNS.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           MOVE "AVISOTRN" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN INPUT  ARQ-RESULTADO.
           IF WRK-FS-RESULTADO NOT EQUAL "00"
               MOVE WRK-FS-RESULTADO TO UTIL-FS-CODIGO
               MOVE "RESULTADO"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-AVISOTRN.
           IF WRK-FS-AVISOTRN NOT EQUAL "00"
               MOVE WRK-FS-AVISOTRN TO UTIL-FS-CODIGO
               MOVE "AVISOTRN"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT  ARQ-TRANSP.
           IF WRK-FS-TRANSP NOT EQUAL "00"
               MOVE WRK-FS-TRANSP TO UTIL-FS-CODIGO
               MOVE "TRANSP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O    ARQ-PARAMETR.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======SEM CADASTRO DE CLIENTES, CADERNO DE ENDERECOS OU
      *=======HISTORICO DE PEDIDOS, O AVISO SAI COM O CAMPO
      *=======CORRESPONDENTE EM BRANCO, COMO NO ROMANEIO.
           OPEN INPUT  ARQ-CLIENTE.
           IF WRK-FS-CLIENTE EQUAL "00"
               SET CADASTRO-CLIENTE-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE CLIENTES INDISPONÍVEL (STATUS "
                       WRK-FS-CLIENTE ") -- AVISO SEM DESTINATÁRIO."
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
                       WRK-FS-PEDHIST ") -- AVISO SEM DATA PROMETIDA."
           END-IF.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

       0100-LER-RESULTADO SECTION.
           READ ARQ-RESULTADO
               AT END
                   SET FIM-DO-RESULTADO TO TRUE
           END-READ.

       0150-LEVANTAR-TRANSP SECTION.
           MOVE RES-TIPO-MOV TO WRK-TIPO-MOV.
           IF TIPO-E-SAIDA
               PERFORM 0250-ACUMULAR-TRANSP
           END-IF.
           PERFORM 0100-LER-RESULTADO.

       0160-APURAR-MEDIDAS SECTION.
           IF RES-VOLUMES IS NUMERIC
               MOVE RES-VOLUMES TO WRK-VOLUMES-RES
           ELSE
               MOVE ZEROS TO WRK-VOLUMES-RES
           END-IF.
           IF RES-PESO-CUBADO IS NUMERIC
               MOVE RES-PESO-CUBADO TO WRK-CUBADO-RES
           ELSE
               MOVE ZEROS TO WRK-CUBADO-RES
           END-IF.

      *=======MESMA LOGICA DO MANIFESTO DE CARGA DO ROMANEIO.
      *=======TRANSPORTADORA QUE NAO COUBE NA TABELA FICA SEM AVISO
      *=======(AVISO NO SYSOUT UMA VEZ), SEM ESTOURAR O OCCURS.
       0250-ACUMULAR-TRANSP SECTION.
           PERFORM 0160-APURAR-MEDIDAS.
           MOVE "N" TO WRK-TRN-ENCONTRADA.
           MOVE 1   TO WRK-IDX-TRN.
           PERFORM 0260-PROCURAR-TRANSP
               UNTIL WRK-IDX-TRN GREATER WRK-QTD-TRNS
                  OR TRN-FOI-ENCONTRADA.
           IF NOT TRN-FOI-ENCONTRADA
               IF WRK-QTD-TRNS LESS 20
                   ADD 1 TO WRK-QTD-TRNS
                   MOVE WRK-QTD-TRNS       TO WRK-IDX-TRN
                   MOVE RES-TRANSPORTADORA
                       TO WRK-TRN-COD(WRK-IDX-TRN)
               ELSE
                   IF NOT AVISO-TAB-TRN-DADO
                       DISPLAY "MAIS DE 20 TRANSPORTADORAS NO DIA "
                               "-- EXCEDENTES SEM AVISO DE "
                               "EMBARQUE."
                       SET AVISO-TAB-TRN-DADO TO TRUE
                   END-IF
                   ADD 1 TO WRK-QTD-SEM-AVISO
               END-IF
           END-IF.
           IF WRK-IDX-TRN NOT GREATER WRK-QTD-TRNS
               ADD 1               TO WRK-TRN-QTD(WRK-IDX-TRN)
               ADD WRK-VOLUMES-RES TO WRK-TRN-VOLUMES(WRK-IDX-TRN)
               ADD RES-VALOR       TO WRK-TRN-VALOR(WRK-IDX-TRN)
               ADD RES-PESO        TO WRK-TRN-PESO(WRK-IDX-TRN)
               ADD WRK-CUBADO-RES  TO WRK-TRN-CUBADO(WRK-IDX-TRN)
           END-IF.

       0260-PROCURAR-TRANSP SECTION.
           IF WRK-TRN-COD(WRK-IDX-TRN) EQUAL RES-TRANSPORTADORA
               SET TRN-FOI-ENCONTRADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-TRN
           END-IF.

      *=======UM BLOCO POR TRANSPORTADORA ATIVA: HEADER COM A
      *=======SEQUENCIA, UM DETALHE POR PEDIDO (SEGUNDA LEITURA DO
      *=======RESULTADO), A SOLICITACAO DE COLETA E O TRAILER.
       0300-GERAR-AVISO   SECTION.
           MOVE WRK-TRN-COD(WRK-IDX-AVT) TO WRK-TRN-AVISO.
           PERFORM 0305-VERIFICAR-TRANSP.
           IF TRANSP-RECEBE-AVISO
               PERFORM 0310-NUMERAR-AVISO
               MOVE ZEROS TO WRK-BLO-REGISTROS
               MOVE ZEROS TO WRK-BLO-VALOR
               PERFORM 0320-GRAVAR-HEADER
               MOVE "N" TO WRK-FIM-RESULTADO
               OPEN INPUT ARQ-RESULTADO
               PERFORM 0100-LER-RESULTADO
               PERFORM 0350-LISTAR-PEDIDO UNTIL FIM-DO-RESULTADO
               CLOSE ARQ-RESULTADO
               PERFORM 0400-GRAVAR-COLETA
               PERFORM 0450-GRAVAR-TRAILER
               PERFORM 0460-EXIBIR-COLETA
               ADD 1 TO WRK-QTD-AVISADAS
           ELSE
               ADD WRK-TRN-QTD(WRK-IDX-AVT) TO WRK-QTD-SEM-AVISO
           END-IF.
           ADD 1 TO WRK-IDX-AVT.

      *=======SO TRANSPORTADORA CADASTRADA E ATIVA RECEBE AVISO; OS
      *=======PEDIDOS DAS DEMAIS FICAM NO SYSOUT PARA A EXPEDICAO.
       0305-VERIFICAR-TRANSP SECTION.
           MOVE "N"    TO WRK-TRN-APTA.
           MOVE SPACES TO WRK-TRN-NOME.
           MOVE ZEROS  TO WRK-CAPACIDADE-KG.
           IF WRK-TRN-AVISO GREATER ZEROS
               MOVE WRK-TRN-AVISO TO TRN-CODIGO
               READ ARQ-TRANSP
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA " WRK-TRN-AVISO
                               " NÃO CADASTRADA -- "
                               WRK-TRN-QTD(WRK-IDX-AVT)
                               " PEDIDO(S) SEM AVISO DE EMBARQUE."
                   NOT INVALID KEY
                       IF TRN-ATIVO EQUAL "S"
                           MOVE "S"               TO WRK-TRN-APTA
                           MOVE TRN-NOME          TO WRK-TRN-NOME
                           MOVE TRN-CAPACIDADE-KG TO WRK-CAPACIDADE-KG
                       ELSE
                           DISPLAY "TRANSPORTADORA " WRK-TRN-AVISO
                                   " INATIVA -- "
                                   WRK-TRN-QTD(WRK-IDX-AVT)
                                   " PEDIDO(S) SEM AVISO DE "
                                   "EMBARQUE."
                       END-IF
               END-READ
           ELSE
               DISPLAY WRK-TRN-QTD(WRK-IDX-AVT)
                       " PEDIDO(S) SEM TRANSPORTADORA DEFINIDA -- "
                       "SEM AVISO DE EMBARQUE."
           END-IF.

      *=======PROXIMA SEQUENCIA DA TRANSPORTADORA NO PARAMETR (MESMA
      *=======MECANICA DO SEQTITULO): PRIMEIRO ARQUIVO = 1.
       0310-NUMERAR-AVISO SECTION.
           MOVE WRK-TRN-AVISO    TO WRK-AVT-SEQ-TRANSP.
           MOVE WRK-AVT-PARM-SEQ TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-AVISO
                   MOVE WRK-AVT-PARM-SEQ TO PARM-CODIGO
                   MOVE WRK-SEQ-AVISO TO PARM-VALOR
                   MOVE "ULTIMO AVISO DE EMBARQUE ENVIADO"
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SEQ-AVISO
                   ADD 1 TO WRK-SEQ-AVISO
                   MOVE WRK-SEQ-AVISO TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.
           IF WRK-FS-PARAMETR NOT EQUAL "00"
               MOVE WRK-FS-PARAMETR TO UTIL-FS-CODIGO
               MOVE "PARAMETR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0320-GRAVAR-HEADER SECTION.
           MOVE SPACES TO AVISOTRN-HEADER.
           MOVE "H"                TO AVT-H-TIPO-REG.
           MOVE WRK-TRN-AVISO      TO AVT-H-TRANSP.
           MOVE WRK-TRN-NOME       TO AVT-H-TRN-NOME.
           MOVE WRK-SEQ-AVISO      TO AVT-H-SEQUENCIA.
           MOVE WRK-DATA-SISTEMA-X TO AVT-H-DATA-GERACAO.
           MOVE WRK-DATA-SISTEMA-X TO AVT-H-DATA-COLETA.
           MOVE "AV01"             TO AVT-H-LEIAUTE.
           WRITE AVISOTRN-HEADER.
           PERFORM 0810-CONFERIR-AVISO.

       0350-LISTAR-PEDIDO SECTION.
           MOVE RES-TIPO-MOV TO WRK-TIPO-MOV.
           IF TIPO-E-SAIDA
              AND RES-TRANSPORTADORA EQUAL WRK-TRN-AVISO
               PERFORM 0360-GRAVAR-DETALHE
           END-IF.
           PERFORM 0100-LER-RESULTADO.

      *=======PEDIDO DE EMBARQUE CONSOLIDADO SAI PEDIDO A PEDIDO, COM
      *=======O NUMERO DO EMBARQUE: CADA UM TEM A SUA NOTA.
       0360-GRAVAR-DETALHE SECTION.
           PERFORM 0160-APURAR-MEDIDAS.
           MOVE SPACES TO AVISOTRN-DETALHE.
           MOVE "D"             TO AVT-D-TIPO-REG.
           MOVE RES-NUMERO      TO AVT-D-PEDIDO.
           MOVE ZEROS           TO AVT-D-EMBARQUE.
           IF RES-EMBARQUE IS NUMERIC
               MOVE RES-EMBARQUE TO AVT-D-EMBARQUE
           END-IF.
           MOVE ZEROS           TO AVT-D-NF-SERIE.
           MOVE ZEROS           TO AVT-D-NF-NUMERO.
           IF RES-NF-NUMERO IS NUMERIC
              AND RES-NF-SERIE IS NUMERIC
               MOVE RES-NF-SERIE  TO AVT-D-NF-SERIE
               MOVE RES-NF-NUMERO TO AVT-D-NF-NUMERO
           END-IF.
           MOVE ZEROS           TO AVT-D-FILIAL.
           IF RES-FILIAL IS NUMERIC
               MOVE RES-FILIAL TO AVT-D-FILIAL
           END-IF.
           MOVE RES-CLIENTE     TO AVT-D-CLIENTE.
           MOVE RES-ESTADO      TO AVT-D-UF.
           PERFORM 0370-BUSCAR-DESTINATARIO.
           PERFORM 0380-RESOLVER-ENDERECO.
           PERFORM 0390-BUSCAR-PROMETIDA.
           MOVE WRK-VOLUMES-RES TO AVT-D-VOLUMES.
           MOVE RES-PESO        TO AVT-D-PESO-REAL.
           MOVE WRK-CUBADO-RES  TO AVT-D-PESO-CUBADO.
           MOVE RES-VALOR       TO AVT-D-VALOR.
           WRITE AVISOTRN-DETALHE.
           PERFORM 0810-CONFERIR-AVISO.
           ADD RES-VALOR TO WRK-BLO-VALOR.
           ADD 1 TO WRK-QTD-PED-AVISO.

      *=======NOME, CPF/CNPJ E ENDERECO DO CADASTRO DE CLIENTES.
       0370-BUSCAR-DESTINATARIO SECTION.
           MOVE SPACES TO AVT-D-NOME.
           MOVE SPACES TO AVT-D-CPF-CNPJ.
           MOVE SPACES TO AVT-D-ENDERECO.
           IF CADASTRO-CLIENTE-ATIVO
              AND RES-CLIENTE IS NUMERIC
              AND RES-CLIENTE GREATER ZEROS
               MOVE RES-CLIENTE TO CLI-CODIGO
               READ ARQ-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME     TO AVT-D-NOME
                       MOVE CLI-CPF-CNPJ TO AVT-D-CPF-CNPJ
                       MOVE CLI-ENDERECO TO AVT-D-ENDERECO
               END-READ
           END-IF.

      *=======ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO (CADERNO
      *======="CLIENDER") NO LUGAR DO ENDERECO DO CADASTRO. O CEP E O
      *=======QUE O FRETE USOU (RES-CEP); SEM ELE, O DO CADERNO.
       0380-RESOLVER-ENDERECO SECTION.
           MOVE ZEROS TO AVT-D-CEP.
           IF CADERNO-ENDERECO-ATIVO
              AND RES-ENDERECO-COD IS NUMERIC
              AND RES-ENDERECO-COD GREATER ZEROS
               MOVE RES-CLIENTE      TO CLIEND-CLIENTE
               MOVE RES-ENDERECO-COD TO CLIEND-CODIGO
               READ ARQ-CLIENDER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIEND-ENDERECO TO AVT-D-ENDERECO
                       MOVE CLIEND-UF       TO AVT-D-UF
                       IF CLIEND-CEP IS NUMERIC
                           MOVE CLIEND-CEP TO AVT-D-CEP
                       END-IF
               END-READ
           END-IF.
           IF RES-CEP IS NUMERIC
              AND RES-CEP GREATER ZEROS
               MOVE RES-CEP TO AVT-D-CEP
           END-IF.

      *=======DATA PROMETIDA AO CLIENTE, DO HISTORICO DE PEDIDOS; EM
      *=======BRANCO QUANDO O PEDIDO NAO ESTA NO HISTORICO OU NAO TEM
      *=======PRAZO CADASTRADO.
       0390-BUSCAR-PROMETIDA SECTION.
           MOVE SPACES TO AVT-D-DATA-PROMETIDA.
           IF HISTORICO-PEDIDO-ATIVO
              AND RES-NUMERO GREATER ZEROS
               MOVE RES-NUMERO TO PHIST-NUMERO
               READ ARQ-PEDHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PHIST-DATA-PROMETIDA
                           TO AVT-D-DATA-PROMETIDA
               END-READ
           END-IF.
           IF AVT-D-DATA-PROMETIDA EQUAL SPACES
               ADD 1 TO WRK-QTD-SEM-PROM
           END-IF.

      *=======SOLICITACAO DE COLETA: TOTAIS DO DIA E QUANTOS VEICULOS
      *=======O PESO REAL PEDE PELA CAPACIDADE DO CADASTRO (ZERO = SEM
      *=======LIMITE, UM VEICULO).
       0400-GRAVAR-COLETA SECTION.
           MOVE "N" TO WRK-EXCEDE.
           MOVE 1   TO WRK-VEICULOS.
           IF WRK-CAPACIDADE-KG GREATER ZEROS
              AND WRK-TRN-PESO(WRK-IDX-AVT) GREATER WRK-CAPACIDADE-KG
               SET PESO-EXCEDE-VEICULO TO TRUE
               DIVIDE WRK-TRN-PESO(WRK-IDX-AVT) BY WRK-CAPACIDADE-KG
                   GIVING WRK-VEICULOS REMAINDER WRK-SOBRA-KG
               IF WRK-SOBRA-KG GREATER ZEROS
                   ADD 1 TO WRK-VEICULOS
               END-IF
           END-IF.
           MOVE SPACES TO AVISOTRN-COLETA.
           MOVE "S"                         TO AVT-S-TIPO-REG.
           MOVE WRK-TRN-AVISO               TO AVT-S-TRANSP.
           MOVE WRK-DATA-SISTEMA-X          TO AVT-S-DATA-COLETA.
           MOVE WRK-TRN-QTD(WRK-IDX-AVT)    TO AVT-S-QTD-PEDIDOS.
           MOVE WRK-TRN-VOLUMES(WRK-IDX-AVT) TO AVT-S-VOLUMES.
           MOVE WRK-TRN-PESO(WRK-IDX-AVT)   TO AVT-S-PESO-REAL.
           MOVE WRK-TRN-CUBADO(WRK-IDX-AVT) TO AVT-S-PESO-CUBADO.
           MOVE WRK-TRN-VALOR(WRK-IDX-AVT)  TO AVT-S-VALOR.
           MOVE WRK-CAPACIDADE-KG           TO AVT-S-CAPACIDADE-KG.
           MOVE WRK-VEICULOS                TO AVT-S-VEICULOS.
           MOVE WRK-EXCEDE                  TO AVT-S-EXCEDE.
           WRITE AVISOTRN-COLETA.
           PERFORM 0810-CONFERIR-AVISO.

      *=======A CONTAGEM DO TRAILER INCLUI O HEADER E O PROPRIO
      *=======TRAILER.
       0450-GRAVAR-TRAILER SECTION.
           MOVE SPACES TO AVISOTRN-TRAILER.
           MOVE "T"           TO AVT-T-TIPO-REG.
           MOVE WRK-TRN-AVISO TO AVT-T-TRANSP.
           MOVE WRK-SEQ-AVISO TO AVT-T-SEQUENCIA.
           COMPUTE AVT-T-QTD-REGISTROS = WRK-BLO-REGISTROS + 1.
           MOVE WRK-BLO-VALOR TO AVT-T-VALOR-TOTAL.
           WRITE AVISOTRN-TRAILER.
           PERFORM 0810-CONFERIR-AVISO.

       0460-EXIBIR-COLETA SECTION.
           MOVE WRK-TRN-VALOR(WRK-IDX-AVT) TO EDIT-MOEDA-1.
           MOVE WRK-TRN-PESO(WRK-IDX-AVT)  TO WRK-PESO-ED.
           MOVE WRK-CAPACIDADE-KG          TO WRK-CAPAC-ED.
           DISPLAY "AVISO DE EMBARQUE - TRANSP " WRK-TRN-AVISO
                   " " WRK-TRN-NOME.
           DISPLAY "  SEQUÊNCIA DO ARQUIVO.... " WRK-SEQ-AVISO.
           DISPLAY "  PEDIDOS A COLETAR....... "
                   WRK-TRN-QTD(WRK-IDX-AVT).
           DISPLAY "  VOLUMES................. "
                   WRK-TRN-VOLUMES(WRK-IDX-AVT).
           DISPLAY "  VALOR DECLARADO......... " EDIT-MOEDA-1.
           DISPLAY "  PESO REAL KG............ " WRK-PESO-ED.
           IF WRK-CAPACIDADE-KG GREATER ZEROS
               DISPLAY "  CAPACIDADE DO VEÍCULO KG " WRK-CAPAC-ED
           ELSE
               DISPLAY "  CAPACIDADE DO VEÍCULO KG SEM LIMITE"
           END-IF.
           DISPLAY "  VEÍCULOS SOLICITADOS.... " WRK-VEICULOS.
           IF PESO-EXCEDE-VEICULO
               DISPLAY "  ATENÇÃO: PESO DO DIA EXCEDE A CAPACIDADE "
                       "DE UM VEÍCULO."
           END-IF.

       0810-CONFERIR-AVISO SECTION.
           IF WRK-FS-AVISOTRN NOT EQUAL "00"
               MOVE WRK-FS-AVISOTRN TO UTIL-FS-CODIGO
               MOVE "AVISOTRN"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-BLO-REGISTROS.

       0900-ENCERRAR      SECTION.
           DISPLAY "=====================================".
           DISPLAY "AVISO DE EMBARQUE ÀS TRANSPORTADORAS".
           DISPLAY "TRANSPORTADORAS AVISADAS. " WRK-QTD-AVISADAS.
           DISPLAY "PEDIDOS AVISADOS......... " WRK-QTD-PED-AVISO.
           DISPLAY "PEDIDOS SEM AVISO........ " WRK-QTD-SEM-AVISO.
           DISPLAY "AVISADOS SEM DATA PROM... " WRK-QTD-SEM-PROM.
           DISPLAY "=====================================".
           CLOSE ARQ-AVISOTRN.
           CLOSE ARQ-TRANSP.
           CLOSE ARQ-PARAMETR.
           IF CADASTRO-CLIENTE-ATIVO
               CLOSE ARQ-CLIENTE
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
