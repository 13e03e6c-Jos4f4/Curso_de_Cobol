       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEPARA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LISTA DE SEPARACAO DO DIA POR ENDERECO DE
      *    ==          ARMAZENAGEM, RODADA NO FECHADIA LOGO DEPOIS DA
      *    ==          CRITICA (CRITPED): LE O LOTE LIMPO ("PEDLIMPO",
      *    ==          PELO DD PEDIDOS) E EMITE NO SPOOL "LISTASEP",
      *    ==          POR FILIAL, AS LINHAS A SEPARAR EM ORDEM DE
      *    ==          CAMINHADA NO DEPOSITO (CORREDOR, PRATELEIRA E
      *    ==          NIVEL DO CADASTRO "ENDARMZ"), COM O LOTE QUE O
      *    ==          FEFO VAI CONSUMIR, O NUMERO DO PEDIDO E UM
      *    ==          QUADRADO PARA O SEPARADOR MARCAR -- NO LUGAR DA
      *    ==          COPIA IMPRESSA DO PEDIDOS, QUE FAZIA O DEPOSITO
      *    ==          SER PERCORRIDO INTEIRO A CADA PEDIDO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SO ENTRAM OS ITENS DE SAIDA (PED-TIPO-MOV "S"
      *==             OU EM BRANCO); RETORNO E ESTORNO NAO SAEM DA
      *==             PRATELEIRA. O LOTE E ESCOLHIDO PELA MESMA REGRA
      *==             DO PROGRAMA11 (VENCIMENTO MAIS PROXIMO PRIMEIRO,
      *==             VALIDADE EM BRANCO POR ULTIMO), DESCONTANDO O
      *==             QUE OS PEDIDOS ANTERIORES DO LOTE JA TOMARAM;
      *==             ITEM MAIOR QUE O SALDO DO LOTE SAI EM UMA LINHA
      *==             POR LOTE. O ENDERECO DO LOTE TEM PREFERENCIA
      *==             SOBRE O DO PRODUTO (ARM-LOTE EM BRANCO); LINHA
      *==             SEM ENDERECO SAI NO FIM DA LISTA DA FILIAL. O
      *==             SALDO POR LOTE NAO E ALTERADO AQUI -- A BAIXA
      *==             CONTINUA SENDO DO PROGRAMA11.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS   ASSIGN TO "PEDIDOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ARQ-LISTASEP  ASSIGN TO "LISTASEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTASEP.

           SELECT ARQ-ENDARMZ   ASSIGN TO "ENDARMZ"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARM-CHAVE
               FILE STATUS IS WRK-FS-ENDARMZ.

           SELECT ARQ-ESTLOTES  ASSIGN TO "ESTLOTES"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTES.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDIDOS.
           COPY PEDIDO.

       FD  ARQ-LISTASEP.
       01  LISTASEP-LINHA      PIC X(100).

       FD  ARQ-ENDARMZ.
           COPY ENDARMZ.

       FD  ARQ-ESTLOTES.
           COPY ESTLOTES.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDIDOS     PIC X(02) VALUE "00".
       77  WRK-FS-LISTASEP    PIC X(02) VALUE "00".
       77  WRK-FS-ENDARMZ     PIC X(02) VALUE "00".
       77  WRK-FS-ESTLOTES    PIC X(02) VALUE "00".
       77  WRK-ENDARMZ-ATIVO  PIC X(01) VALUE "N".
           88  CADASTRO-ENDERECO-ATIVO VALUE "S".
       77  WRK-LOTES-ATIVO    PIC X(01) VALUE "N".
           88  CONTROLE-LOTES-ATIVO    VALUE "S".
           COPY FSERRO.
       77  WRK-FIM-PEDIDOS    PIC X(01) VALUE "N".
           88  FIM-DOS-PEDIDOS         VALUE "S".

       01  WRK-DATA-SISTEMA.
           05  WRK-DS-ANO     PIC 9(04).
           05  WRK-DS-MES     PIC 9(02).
           05  WRK-DS-DIA     PIC 9(02).
       01  WRK-DATA-SISTEMA-X REDEFINES WRK-DATA-SISTEMA
                              PIC X(08).

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".
       77  WRK-FILIAL-PADRAO   PIC 9(02) VALUE 01.

      *=======PEDIDO EM LEITURA (DO CABECALHO) E ITEM A SEPARAR
       77  WRK-PEDIDO-ATUAL   PIC 9(08) VALUE ZEROS.
       77  WRK-FILIAL-PEDIDO  PIC 9(02) VALUE 01.
       77  WRK-TIPO-MOV       PIC X(01) VALUE SPACES.
           88  TIPO-E-SAIDA            VALUE "S" " ".
       77  WRK-PRODUTO        PIC X(10) VALUE SPACES.
       77  WRK-QTD-A-SEPARAR  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-DESTA-LINHA PIC 9(07)V99 VALUE ZEROS.

      *=======ESCOLHA DO LOTE (MESMA VARREDURA FEFO DO PROGRAMA11)
       77  WRK-FIM-ESTLOTES   PIC X(01) VALUE "N".
           88  FIM-DO-ESTLOTES         VALUE "S".
       77  WRK-LOTE-ESCOLHIDO PIC X(10) VALUE SPACES.
       77  WRK-VALID-ESCOLHIDA PIC X(08) VALUE SPACES.
       77  WRK-VALID-COMPARA  PIC X(08) VALUE SPACES.
       77  WRK-DISP-ESCOLHIDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DISP-LOTE      PIC S9(07)V99 VALUE ZEROS.
       77  WRK-ACHOU-LOTE     PIC X(01) VALUE "N".
           88  ACHOU-LOTE-FEFO         VALUE "S".

      *=======QUANTIDADE JA TOMADA DE CADA LOTE PELOS PEDIDOS
      *=======ANTERIORES DO LOTE (PARA O PROXIMO PEDIDO NAO CONTAR
      *=======COM O MESMO SALDO)
       77  WRK-QTD-ALOCACOES  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ALC        PIC 9(03) VALUE ZEROS.
       77  WRK-ALC-ACHADA     PIC X(01) VALUE "N".
           88  ALOCACAO-ACHADA         VALUE "S".
       77  WRK-AVISO-ALOCACAO PIC X(01) VALUE "N".
           88  AVISO-ALOCACAO-DADO     VALUE "S".
       01  WRK-CHAVE-ALOCACAO.
           05  WRK-CHV-FILIAL     PIC 9(02).
           05  WRK-CHV-PRODUTO    PIC X(10).
           05  WRK-CHV-LOTE       PIC X(10).
       01  WRK-TAB-ALOCACAO.
           05  WRK-ALC-ITEM OCCURS 300 TIMES.
               10  WRK-ALC-CHAVE   PIC X(22).
               10  WRK-ALC-QTDE    PIC 9(07)V99.

      *=======LINHAS DA LISTA; WRK-SEP-ORDEM E A CHAVE DA ORDENACAO
      *=======(FILIAL, ENDERECO, PRODUTO, LOTE, PEDIDO). LINHA SEM
      *=======ENDERECO FICA COM HIGH-VALUES NO LOCAL E VAI PARA O FIM
      *=======DA FILIAL.
       77  WRK-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       77  WRK-AVISO-TABELA   PIC X(01) VALUE "N".
           88  AVISO-TABELA-DADO       VALUE "S".
       01  WRK-TAB-SEPARACAO.
           05  WRK-SEP-ITEM OCCURS 500 TIMES.
               10  WRK-SEP-ORDEM.
                   15  WRK-SEP-FILIAL      PIC 9(02).
                   15  WRK-SEP-LOCAL.
                       20  WRK-SEP-CORREDOR   PIC X(03).
                       20  WRK-SEP-PRATELEIRA PIC X(03).
                       20  WRK-SEP-NIVEL      PIC X(02).
                   15  WRK-SEP-PRODUTO     PIC X(10).
                   15  WRK-SEP-LOTE        PIC X(10).
                   15  WRK-SEP-PEDIDO      PIC 9(08).
               10  WRK-SEP-DESCRICAO   PIC X(30).
               10  WRK-SEP-QTDE        PIC 9(07)V99.

      *=======ORDENACAO EM ORDEM DE CAMINHADA (TROCA DIRETA, MESMO
      *=======ESQUEMA DO CLASSABC)
       77  WRK-IDX-I          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-J          PIC 9(03) VALUE ZEROS.
       01  WRK-LINHA-TEMP.
           05  WRK-TMP-ORDEM      PIC X(38).
           05  WRK-TMP-DESCRICAO  PIC X(30).
           05  WRK-TMP-QTDE       PIC 9(07)V99.

      *=======EMISSAO DA LISTA
       77  WRK-IDX-LIS        PIC 9(03) VALUE ZEROS.
       77  WRK-FILIAL-LISTA   PIC 9(02) VALUE ZEROS.
       77  WRK-LIN-FILIAL     PIC 9(05) VALUE ZEROS.
       77  WRK-LOCAL-ED       PIC X(12) VALUE SPACES.
       77  WRK-QTDE-ED        PIC ZZZ.ZZ9,99.

      *=======CONTAGENS DO SYSOUT
       77  WRK-QTD-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-END    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-LOTE   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA       PIC 9(05) VALUE ZEROS.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-PEDIDO.
           PERFORM 0150-TRATAR-REGISTRO UNTIL FIM-DOS-PEDIDOS.
           CLOSE ARQ-PEDIDOS.
           IF WRK-QTD-LINHAS EQUAL ZEROS
               MOVE "NENHUM ITEM DE SAIDA A SEPARAR NO LOTE DO DIA."
                   TO LISTASEP-LINHA
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               PERFORM 0300-ORDENAR
               PERFORM 0400-EMITIR-LISTA
           END-IF.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           OPEN INPUT  ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL "00"
               MOVE WRK-FS-PEDIDOS TO UTIL-FS-CODIGO
               MOVE "PEDIDOS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-LISTASEP.
           IF WRK-FS-LISTASEP NOT EQUAL "00"
               MOVE WRK-FS-LISTASEP TO UTIL-FS-CODIGO
               MOVE "LISTASEP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
      *=======SEM O CADASTRO DE ENDERECOS A LISTA SAI SO POR PEDIDO
      *=======(TUDO "SEM ENDERECO"); SEM O SALDO POR LOTE, SEM LOTE.
           OPEN INPUT  ARQ-ENDARMZ.
           IF WRK-FS-ENDARMZ EQUAL "00"
               SET CADASTRO-ENDERECO-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE ENDEREÇOS INDISPONÍVEL (STATUS "
                       WRK-FS-ENDARMZ ") -- LISTA SEM ENDEREÇO."
           END-IF.
      *=======O SALDO POR LOTE E LIDO DO COMECO A CADA ESCOLHA, COMO
      *=======NO PROGRAMA11; AQUI SO SE CONFERE QUE ELE EXISTE.
           OPEN INPUT  ARQ-ESTLOTES.
           IF WRK-FS-ESTLOTES EQUAL "00"
               SET CONTROLE-LOTES-ATIVO TO TRUE
               CLOSE ARQ-ESTLOTES
           ELSE
               DISPLAY "SALDO POR LOTE INDISPONÍVEL (STATUS "
                       WRK-FS-ESTLOTES ") -- LISTA SEM LOTE."
           END-IF.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "FILIALPAD" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-SISTEMA-X
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-FILIAL-PADRAO
           ELSE
               MOVE 01 TO WRK-FILIAL-PADRAO
           END-IF.

       0100-LER-PEDIDO    SECTION.
           READ ARQ-PEDIDOS
               AT END
                   SET FIM-DOS-PEDIDOS TO TRUE
           END-READ.

      *=======O CABECALHO DA O NUMERO, A FILIAL (ZERO/BRANCO = PADRAO,
      *=======COMO NO PROGRAMA11) E O TIPO DE MOVIMENTO DOS ITENS QUE
      *=======VEM ATRAS DELE.
       0150-TRATAR-REGISTRO SECTION.
           IF PED-REG-CABECALHO
               MOVE PED-NUMERO   TO WRK-PEDIDO-ATUAL
               MOVE PED-TIPO-MOV TO WRK-TIPO-MOV
               IF PED-FILIAL IS NUMERIC
                  AND PED-FILIAL GREATER ZEROS
                   MOVE PED-FILIAL TO WRK-FILIAL-PEDIDO
               ELSE
                   MOVE WRK-FILIAL-PADRAO TO WRK-FILIAL-PEDIDO
               END-IF
               IF TIPO-E-SAIDA
                   ADD 1 TO WRK-QTD-PEDIDOS
               END-IF
           ELSE
               IF PED-REG-ITEM
                  AND TIPO-E-SAIDA
                   PERFORM 0200-SEPARAR-ITEM
               END-IF
           END-IF.
           PERFORM 0100-LER-PEDIDO.

      *=======O CODIGO DO PRODUTO E A CHAVE DO ESTOQUE; ITEM ANTIGO SEM
      *=======CODIGO USA A DESCRICAO, COMO NA BAIXA DO PROGRAMA11.
       0200-SEPARAR-ITEM  SECTION.
           IF PED-PRODUTO-COD NOT EQUAL SPACES
               MOVE PED-PRODUTO-COD TO WRK-PRODUTO
           ELSE
               MOVE PED-PRODUTO     TO WRK-PRODUTO
           END-IF.
           MOVE PED-QUANTIDADE TO WRK-QTD-A-SEPARAR.
           IF CONTROLE-LOTES-ATIVO
               PERFORM 0210-SEPARAR-UM-LOTE
                   UNTIL WRK-QTD-A-SEPARAR NOT GREATER ZEROS
           ELSE
               MOVE SPACES TO WRK-LOTE-ESCOLHIDO
               MOVE WRK-QTD-A-SEPARAR TO WRK-QTD-DESTA-LINHA
               PERFORM 0250-INCLUIR-LINHA
           END-IF.

      *=======SEM SALDO EM NENHUM LOTE (PRODUTO SEM CONTROLE DE LOTE
      *=======OU LOTES ESGOTADOS), O RESTANTE SAI NUMA LINHA SEM LOTE.
       0210-SEPARAR-UM-LOTE SECTION.
           PERFORM 0220-ESCOLHER-LOTE-FEFO.
           IF NOT ACHOU-LOTE-FEFO
               MOVE SPACES TO WRK-LOTE-ESCOLHIDO
               MOVE WRK-QTD-A-SEPARAR TO WRK-QTD-DESTA-LINHA
               ADD 1 TO WRK-QTD-SEM-LOTE
           ELSE
               IF WRK-DISP-ESCOLHIDO GREATER WRK-QTD-A-SEPARAR
                   MOVE WRK-QTD-A-SEPARAR TO WRK-QTD-DESTA-LINHA
               ELSE
                   MOVE WRK-DISP-ESCOLHIDO TO WRK-QTD-DESTA-LINHA
               END-IF
               PERFORM 0240-RESERVAR-LOTE
           END-IF.
           PERFORM 0250-INCLUIR-LINHA.
           SUBTRACT WRK-QTD-DESTA-LINHA FROM WRK-QTD-A-SEPARAR.

       0220-ESCOLHER-LOTE-FEFO SECTION.
           MOVE "N"        TO WRK-ACHOU-LOTE.
           MOVE "N"        TO WRK-FIM-ESTLOTES.
           MOVE SPACES     TO WRK-LOTE-ESCOLHIDO.
           MOVE "99999999" TO WRK-VALID-ESCOLHIDA.
           MOVE ZEROS      TO WRK-DISP-ESCOLHIDO.
           OPEN INPUT ARQ-ESTLOTES.
           IF WRK-FS-ESTLOTES EQUAL "00"
               PERFORM 0225-COMPARAR-LOTE UNTIL FIM-DO-ESTLOTES
               CLOSE ARQ-ESTLOTES
           END-IF.
           IF WRK-LOTE-ESCOLHIDO NOT EQUAL SPACES
               SET ACHOU-LOTE-FEFO TO TRUE
           END-IF.

       0225-COMPARAR-LOTE SECTION.
           READ ARQ-ESTLOTES
               AT END
                   SET FIM-DO-ESTLOTES TO TRUE
               NOT AT END
                   IF LOT-FILIAL EQUAL WRK-FILIAL-PEDIDO
                      AND LOT-PRODUTO EQUAL WRK-PRODUTO
                      AND LOT-SALDO GREATER ZEROS
                       PERFORM 0230-DISPONIVEL-LOTE
                   END-IF
           END-READ.

       0230-DISPONIVEL-LOTE SECTION.
           MOVE LOT-CHAVE TO WRK-CHAVE-ALOCACAO.
           PERFORM 0235-BUSCAR-ALOCACAO.
           IF ALOCACAO-ACHADA
               COMPUTE WRK-DISP-LOTE =
                       LOT-SALDO - WRK-ALC-QTDE(WRK-IDX-ALC)
           ELSE
               MOVE LOT-SALDO TO WRK-DISP-LOTE
           END-IF.
           IF WRK-DISP-LOTE GREATER ZEROS
               IF LOT-VALIDADE EQUAL SPACES
                   MOVE "99999999" TO WRK-VALID-COMPARA
               ELSE
                   MOVE LOT-VALIDADE TO WRK-VALID-COMPARA
               END-IF
               IF WRK-LOTE-ESCOLHIDO EQUAL SPACES
                  OR WRK-VALID-COMPARA LESS WRK-VALID-ESCOLHIDA
                   MOVE LOT-NUMERO        TO WRK-LOTE-ESCOLHIDO
                   MOVE WRK-VALID-COMPARA TO WRK-VALID-ESCOLHIDA
                   MOVE WRK-DISP-LOTE     TO WRK-DISP-ESCOLHIDO
               END-IF
           END-IF.

       0235-BUSCAR-ALOCACAO SECTION.
           MOVE "N" TO WRK-ALC-ACHADA.
           MOVE 1   TO WRK-IDX-ALC.
           PERFORM 0237-PROCURAR-ALOCACAO
               UNTIL WRK-IDX-ALC GREATER WRK-QTD-ALOCACOES
                  OR ALOCACAO-ACHADA.

       0237-PROCURAR-ALOCACAO SECTION.
           IF WRK-ALC-CHAVE(WRK-IDX-ALC) EQUAL WRK-CHAVE-ALOCACAO
               SET ALOCACAO-ACHADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-ALC
           END-IF.

      *=======LOTE QUE NAO COUBE NA TABELA CONTINUA DISPONIVEL COM O
      *=======SALDO CHEIO PARA OS PEDIDOS SEGUINTES (AVISO NO SYSOUT
      *=======UMA VEZ); A BAIXA REAL DO PROGRAMA11 CORRIGE O LOTE.
       0240-RESERVAR-LOTE SECTION.
           MOVE WRK-FILIAL-PEDIDO  TO WRK-CHV-FILIAL.
           MOVE WRK-PRODUTO        TO WRK-CHV-PRODUTO.
           MOVE WRK-LOTE-ESCOLHIDO TO WRK-CHV-LOTE.
           PERFORM 0235-BUSCAR-ALOCACAO.
           IF ALOCACAO-ACHADA
               ADD WRK-QTD-DESTA-LINHA TO WRK-ALC-QTDE(WRK-IDX-ALC)
           ELSE
               IF WRK-QTD-ALOCACOES LESS 300
                   ADD 1 TO WRK-QTD-ALOCACOES
                   MOVE WRK-CHAVE-ALOCACAO
                       TO WRK-ALC-CHAVE(WRK-QTD-ALOCACOES)
                   MOVE WRK-QTD-DESTA-LINHA
                       TO WRK-ALC-QTDE(WRK-QTD-ALOCACOES)
               ELSE
                   IF NOT AVISO-ALOCACAO-DADO
                       DISPLAY "MAIS DE 300 LOTES NA SEPARAÇÃO -- "
                               "LOTE DA LISTA PODE DIVERGIR DA BAIXA."
                       SET AVISO-ALOCACAO-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *=======LINHA QUE NAO COUBE NA TABELA FICA FORA DA LISTA (AVISO
      *=======NO SYSOUT UMA VEZ E CONTAGEM NO FINAL), SEM ESTOURAR O
      *=======OCCURS.
       0250-INCLUIR-LINHA SECTION.
           IF WRK-QTD-LINHAS LESS 500
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-FILIAL-PEDIDO
                   TO WRK-SEP-FILIAL(WRK-QTD-LINHAS)
               MOVE WRK-PRODUTO
                   TO WRK-SEP-PRODUTO(WRK-QTD-LINHAS)
               MOVE WRK-LOTE-ESCOLHIDO
                   TO WRK-SEP-LOTE(WRK-QTD-LINHAS)
               MOVE WRK-PEDIDO-ATUAL
                   TO WRK-SEP-PEDIDO(WRK-QTD-LINHAS)
               MOVE PED-PRODUTO
                   TO WRK-SEP-DESCRICAO(WRK-QTD-LINHAS)
               MOVE WRK-QTD-DESTA-LINHA
                   TO WRK-SEP-QTDE(WRK-QTD-LINHAS)
               PERFORM 0260-ENDERECAR-LINHA
           ELSE
               ADD 1 TO WRK-QTD-FORA
               IF NOT AVISO-TABELA-DADO
                   DISPLAY "MAIS DE 500 LINHAS A SEPARAR -- "
                           "EXCEDENTES FORA DA LISTA NESTA EXECUÇÃO."
                   SET AVISO-TABELA-DADO TO TRUE
               END-IF
           END-IF.

      *=======PRIMEIRO O ENDERECO PROPRIO DO LOTE, DEPOIS O DO PRODUTO;
      *=======ENDERECO DESATIVADO NAO CONTA.
       0260-ENDERECAR-LINHA SECTION.
           MOVE HIGH-VALUES TO WRK-SEP-LOCAL(WRK-QTD-LINHAS).
           IF CADASTRO-ENDERECO-ATIVO
               IF WRK-LOTE-ESCOLHIDO NOT EQUAL SPACES
                   MOVE WRK-FILIAL-PEDIDO  TO ARM-FILIAL
                   MOVE WRK-PRODUTO        TO ARM-PRODUTO
                   MOVE WRK-LOTE-ESCOLHIDO TO ARM-LOTE
                   PERFORM 0270-LER-ENDERECO
               END-IF
               IF WRK-SEP-CORREDOR(WRK-QTD-LINHAS) EQUAL HIGH-VALUES
                   MOVE WRK-FILIAL-PEDIDO  TO ARM-FILIAL
                   MOVE WRK-PRODUTO        TO ARM-PRODUTO
                   MOVE SPACES             TO ARM-LOTE
                   PERFORM 0270-LER-ENDERECO
               END-IF
           END-IF.
           IF WRK-SEP-CORREDOR(WRK-QTD-LINHAS) EQUAL HIGH-VALUES
               ADD 1 TO WRK-QTD-SEM-END
           END-IF.

       0270-LER-ENDERECO  SECTION.
           READ ARQ-ENDARMZ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ARM-DESATIVADO
                       MOVE ARM-LOCAL
                           TO WRK-SEP-LOCAL(WRK-QTD-LINHAS)
                   END-IF
           END-READ.

       0300-ORDENAR       SECTION.
           MOVE 1 TO WRK-IDX-I.
           PERFORM 0320-PASSADA
               UNTIL WRK-IDX-I NOT LESS WRK-QTD-LINHAS.

       0320-PASSADA       SECTION.
           COMPUTE WRK-IDX-J = WRK-IDX-I + 1.
           PERFORM 0340-COMPARAR
               UNTIL WRK-IDX-J GREATER WRK-QTD-LINHAS.
           ADD 1 TO WRK-IDX-I.

       0340-COMPARAR      SECTION.
           IF WRK-SEP-ORDEM(WRK-IDX-J) LESS WRK-SEP-ORDEM(WRK-IDX-I)
               MOVE WRK-SEP-ITEM(WRK-IDX-I) TO WRK-LINHA-TEMP
               MOVE WRK-SEP-ITEM(WRK-IDX-J)
                   TO WRK-SEP-ITEM(WRK-IDX-I)
               MOVE WRK-LINHA-TEMP TO WRK-SEP-ITEM(WRK-IDX-J)
           END-IF.
           ADD 1 TO WRK-IDX-J.

      *=======UMA LISTA POR FILIAL (A TABELA JA ESTA ORDENADA POR
      *=======FILIAL), COM CABECALHO E RODAPE PARA ASSINATURA.
       0400-EMITIR-LISTA  SECTION.
           MOVE WRK-SEP-FILIAL(1) TO WRK-FILIAL-LISTA.
           PERFORM 0430-CABECALHO.
           MOVE 1 TO WRK-IDX-LIS.
           PERFORM 0420-EMITIR-LINHA
               UNTIL WRK-IDX-LIS GREATER WRK-QTD-LINHAS.
           PERFORM 0440-RODAPE.

       0420-EMITIR-LINHA  SECTION.
           IF WRK-SEP-FILIAL(WRK-IDX-LIS) NOT EQUAL WRK-FILIAL-LISTA
               PERFORM 0440-RODAPE
               MOVE WRK-SEP-FILIAL(WRK-IDX-LIS) TO WRK-FILIAL-LISTA
               PERFORM 0430-CABECALHO
           END-IF.
           IF WRK-SEP-CORREDOR(WRK-IDX-LIS) EQUAL HIGH-VALUES
               MOVE "SEM ENDERECO" TO WRK-LOCAL-ED
           ELSE
               MOVE SPACES TO WRK-LOCAL-ED
               STRING WRK-SEP-CORREDOR(WRK-IDX-LIS)   "-"
                      WRK-SEP-PRATELEIRA(WRK-IDX-LIS) "-"
                      WRK-SEP-NIVEL(WRK-IDX-LIS)
                   DELIMITED BY SIZE INTO WRK-LOCAL-ED
           END-IF.
           MOVE WRK-SEP-QTDE(WRK-IDX-LIS) TO WRK-QTDE-ED.
           MOVE SPACES TO LISTASEP-LINHA.
           STRING "[ ] " WRK-LOCAL-ED
                  "  " WRK-SEP-PRODUTO(WRK-IDX-LIS)
                  "  " WRK-SEP-DESCRICAO(WRK-IDX-LIS)
                  "  " WRK-SEP-LOTE(WRK-IDX-LIS)
                  "  " WRK-QTDE-ED
                  "  " WRK-SEP-PEDIDO(WRK-IDX-LIS)
               DELIMITED BY SIZE INTO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           ADD 1 TO WRK-LIN-FILIAL.
           ADD 1 TO WRK-IDX-LIS.

       0430-CABECALHO     SECTION.
           MOVE ZEROS TO WRK-LIN-FILIAL.
           MOVE ALL "=" TO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           STRING "LISTA DE SEPARACAO - FILIAL " WRK-FILIAL-LISTA
                  " - DATA " WRK-DS-DIA "/" WRK-DS-MES "/" WRK-DS-ANO
               DELIMITED BY SIZE INTO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           STRING "OK  ENDERECO      PRODUTO     "
                  "DESCRICAO                       "
                  "LOTE        QUANTIDADE  PEDIDO"
               DELIMITED BY SIZE INTO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0440-RODAPE        SECTION.
           MOVE ALL "-" TO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           STRING "LINHAS A SEPARAR NA FILIAL: " WRK-LIN-FILIAL
               DELIMITED BY SIZE INTO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           STRING "SEPARADOR: ____________________   "
                  "CONFERENTE: ____________________"
               DELIMITED BY SIZE INTO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO LISTASEP-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE LISTASEP-LINHA.
           IF WRK-FS-LISTASEP NOT EQUAL "00"
               MOVE WRK-FS-LISTASEP TO UTIL-FS-CODIGO
               MOVE "LISTASEP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-LISTASEP.
           IF CADASTRO-ENDERECO-ATIVO
               CLOSE ARQ-ENDARMZ
           END-IF.
           DISPLAY "PEDIDOS DE SAÍDA NO LOTE..... " WRK-QTD-PEDIDOS.
           DISPLAY "LINHAS NA LISTA DE SEPARAÇÃO. " WRK-QTD-LINHAS.
           DISPLAY "LINHAS SEM ENDEREÇO.......... " WRK-QTD-SEM-END.
           DISPLAY "LINHAS SEM LOTE.............. " WRK-QTD-SEM-LOTE.
           DISPLAY "LINHAS FORA DA LISTA......... " WRK-QTD-FORA.

       COPY FSERROPR.
