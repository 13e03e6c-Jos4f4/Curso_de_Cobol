       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCPED.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CANCELAMENTO DE PEDIDO DE SAIDA A PEDIDO DO
      *    ==          CLIENTE, ANTES DO LOTE DA NOITE. SO CANCELA
      *    ==          PEDIDO CUJO ULTIMO STATUS NA TRILHA "PEDSTAT" E
      *    ==          "AC" (ACEITO NO ENTRAPED) OU "AP" (APROVADO NO
      *    ==          APROVPED) -- DEPOIS DO FRETE ("FR") O CAMINHO E
      *    ==          O RETORNO OU O ESTORNO DE SEMPRE. O CANCELAMENTO
      *    ==          DEVOLVE AO SALDO A RESERVA FEITA NA ENTRADA
      *    ==          (EST-RESERVADO), VOLTA A COTACAO DE FRETE
      *    ==          CONSUMIDA PARA ATIVA, GRAVA O STATUS "CA" NA
      *    ==          TRILHA E O MOTIVO NO ARQUIVO "PEDCANC". O
      *    ==          PEDIDO NAO E APAGADO DO "PEDIDOS"/"PEDPROX": O
      *    ==          CRITPED E O PROGRAMA11 PULAM OS NUMEROS COM
      *    ==          "CA" NA TRILHA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: O PEDIDO E PROCURADO NO "PEDIDOS" (LOTE DESTA
      *==             NOITE) E NO "PEDPROX" (ROLADO PELA HORA DE
      *==             CORTE). PEDIDO QUE JA PASSOU PELA FILA DE
      *==             REJEITADOS ("PEDCRIT" OU "PEDREJ") JA TEVE A
      *==             RESERVA DEVOLVIDA NA REJEICAO E E CANCELADO SEM
      *==             NOVA DEVOLUCAO. PEDIDO RETIDO PARA APROVACAO
      *==             ("PA") NAO E CANCELADO AQUI: O SUPERVISOR O
      *==             REPROVA NO APROVPED. O OPERADOR VEM DO ARQUIVO
      *==             "SESSAO" (SEM SESSAO, "AVULSO") E CADA
      *==             CANCELAMENTO GRAVA UMA LINHA NO "AUDITLOG".
      *==             CHAMADA PELO MENU DO PROGRAMA00 (OPCAO 13).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDSTAT   ASSIGN TO "PEDSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDSTAT.

           SELECT ARQ-PEDIDOS   ASSIGN TO "PEDIDOS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ARQ-PEDPROX   ASSIGN TO "PEDPROX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDPROX.

           SELECT ARQ-PEDCRIT   ASSIGN TO "PEDCRIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCRIT.

           SELECT ARQ-PEDREJ    ASSIGN TO "PEDREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDREJ.

           SELECT ARQ-PEDCANC   ASSIGN TO "PEDCANC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCANC.

           SELECT ARQ-ESTOQUE   ASSIGN TO "ESTOQUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.

           SELECT ARQ-COTACAO   ASSIGN TO "COTACAO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COT-NUMERO
               FILE STATUS IS WRK-FS-COTACAO.

           SELECT ARQ-PARAMETR  ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-AUDITLOG  ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

           SELECT ARQ-SESSAO    ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDSTAT.
           COPY PEDSTAT.

       FD  ARQ-PEDIDOS.
       01  PEDIDOS-REC         PIC X(70).

       FD  ARQ-PEDPROX.
       01  PEDPROX-REC         PIC X(70).

       FD  ARQ-PEDCRIT.
           COPY PEDCRIT.

       FD  ARQ-PEDREJ.
           COPY PEDREJ.

       FD  ARQ-PEDCANC.
           COPY PEDCANC.

       FD  ARQ-ESTOQUE.
           COPY ESTOQUE.

       FD  ARQ-COTACAO.
           COPY COTACAO.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDSTAT      PIC X(02) VALUE "00".
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE "00".
       77  WRK-FS-PEDPROX      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCRIT      PIC X(02) VALUE "00".
       77  WRK-FS-PEDREJ       PIC X(02) VALUE "00".
       77  WRK-FS-PEDCANC      PIC X(02) VALUE "00".
       77  WRK-FS-ESTOQUE      PIC X(02) VALUE "00".
       77  WRK-FS-COTACAO      PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       77  WRK-ESTOQUE-ATIVO   PIC X(01) VALUE "N".
           88  RESERVA-DISPONIVEL       VALUE "S".
       77  WRK-COTACAO-ATIVO   PIC X(01) VALUE "N".
           88  COTACAO-DISPONIVEL       VALUE "S".
       77  WRK-FILIAL-PADRAO   PIC 9(02) VALUE 01.
           COPY FSERRO.

       77  WRK-OPCAO           PIC X(01) VALUE SPACES.
           88  OPCAO-CANCELAR           VALUE "1".
           88  OPCAO-ENCERRAR           VALUE "2".
       77  WRK-FIM-CANCELAMENTO PIC X(01) VALUE "N".
           88  FIM-DE-CANCELAMENTO      VALUE "S".

      *=======PEDIDO EM CANCELAMENTO
       77  WRK-NUMERO          PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-PODE-CANCELAR   PIC X(01) VALUE "N".
           88  PEDIDO-CANCELAVEL        VALUE "S".
       77  WRK-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-FILIAL-PEDIDO   PIC 9(02) VALUE ZEROS.
       77  WRK-NUM-COTACAO     PIC 9(08) VALUE ZEROS.
       77  WRK-ORIGEM          PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO          PIC X(02) VALUE SPACES.
           88  MOTIVO-VALIDO            VALUE "01" "02" "03" "04"
                                              "05" "99".
           88  MOTIVO-OUTROS            VALUE "99".
       77  WRK-MOTIVO-DEF      PIC X(01) VALUE "N".
           88  MOTIVO-DEFINIDO          VALUE "S".
       77  WRK-TEXTO           PIC X(40) VALUE SPACES.
       77  WRK-CONFIRMA        PIC X(01) VALUE SPACES.
           88  CANCELAMENTO-CONFIRMADO  VALUE "S" "s".
       77  WRK-RESERVA-DEVOLVIDA PIC X(01) VALUE "N".
       77  WRK-COTACAO-DEVOLVIDA PIC 9(08) VALUE ZEROS.

      *=======VARREDURA DA TRILHA E DOS ARQUIVOS DE PEDIDOS
       77  WRK-FIM-TRILHA      PIC X(01) VALUE "N".
           88  FIM-DA-TRILHA            VALUE "S".
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO           VALUE "S".
       77  WRK-PEDIDO-ACHADO   PIC X(01) VALUE "N".
           88  PEDIDO-FOI-ACHADO        VALUE "S".
       77  WRK-DENTRO-PEDIDO   PIC X(01) VALUE "N".
           88  LENDO-O-PEDIDO           VALUE "S".
       77  WRK-JA-REJEITADO    PIC X(01) VALUE "N".
           88  PEDIDO-JA-REJEITADO      VALUE "S".

      *=======ITENS DO PEDIDO, PARA DEVOLVER AS RESERVAS
       77  WRK-QTD-ITENS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITEM        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ITENS.
           05  WRK-ITEM OCCURS 20 TIMES.
               10  WRK-ITEM-COD    PIC X(10).
               10  WRK-ITEM-QTDE   PIC 9(05).

      *=======IMAGEM DO REGISTRO LIDO, COM AS VISOES DE CABECALHO E
      *=======DE ITEM (MESMO LAYOUT DO PEDIDO)
       01  WRK-IMAGEM              PIC X(70).
       01  WRK-ESPELHO-CABEC REDEFINES WRK-IMAGEM.
           05  WRK-EC-TIPO-REG     PIC X(01).
           05  WRK-EC-NUMERO       PIC 9(08).
           05  WRK-EC-CLIENTE      PIC 9(06).
           05  FILLER              PIC X(13).
           05  WRK-EC-TIPO-MOV     PIC X(01).
               88  EC-TIPO-SAIDA            VALUE "S" " ".
           05  FILLER              PIC X(18).
           05  WRK-EC-FILIAL       PIC 9(02).
           05  WRK-EC-COTACAO      PIC 9(08).
           05  FILLER              PIC X(13).
       01  WRK-ESPELHO-ITEM REDEFINES WRK-IMAGEM.
           05  WRK-EI-TIPO-REG     PIC X(01).
           05  WRK-EI-PRODUTO      PIC X(30).
           05  WRK-EI-QUANTIDADE   PIC 9(05).
           05  FILLER              PIC X(17).
           05  WRK-EI-PRODUTO-COD  PIC X(10).
           05  FILLER              PIC X(07).

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DE-CANCELAMENTO.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
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
           OPEN INPUT ARQ-PARAMETR.
           IF WRK-FS-PARAMETR EQUAL "00"
               MOVE "FILIALPAD" TO PARM-CODIGO
               READ ARQ-PARAMETR
                   INVALID KEY
                       MOVE 01 TO WRK-FILIAL-PADRAO
                   NOT INVALID KEY
                       MOVE PARM-VALOR TO WRK-FILIAL-PADRAO
               END-READ
               CLOSE ARQ-PARAMETR
           END-IF.
      *=======SEM O ARQUIVO DE ESTOQUE NAO HOUVE RESERVA NA ENTRADA
      *=======(O ENTRAPED SEGUE SEM RESERVA), ENTAO NAO HA O QUE
      *=======DEVOLVER; SEM COTACOES, NAO HA COTACAO A REATIVAR.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE EQUAL "00"
               SET RESERVA-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "ARQUIVO DE ESTOQUE INDISPONÍVEL (STATUS "
                       WRK-FS-ESTOQUE ") -- CANCELAMENTO SEM "
                       "DEVOLUÇÃO DE RESERVA."
           END-IF.
           OPEN I-O ARQ-COTACAO.
           IF WRK-FS-COTACAO EQUAL "00"
               SET COTACAO-DISPONIVEL TO TRUE
           END-IF.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "CANCELAMENTO DE PEDIDO".
           DISPLAY "1 - CANCELAR PEDIDO   2 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-CANCELAR
                   PERFORM 0200-CANCELAR-PEDIDO
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-CANCELAMENTO TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

       0200-CANCELAR-PEDIDO SECTION.
           DISPLAY "NÚMERO DO PEDIDO A CANCELAR... ".
           ACCEPT WRK-NUMERO.
           MOVE "N" TO WRK-PODE-CANCELAR.
           PERFORM 0300-APURAR-SITUACAO.

      *=======SO O ACEITO (OU APROVADO) AINDA NAO TOCADO PELO LOTE
      *=======PODE SER CANCELADO.
           EVALUATE WRK-ULTIMO-STATUS
               WHEN "AC"
                   SET PEDIDO-CANCELAVEL TO TRUE
               WHEN "AP"
                   SET PEDIDO-CANCELAVEL TO TRUE
               WHEN SPACES
                   DISPLAY "PEDIDO " WRK-NUMERO " NÃO CONSTA NA "
                           "TRILHA DE STATUS -- NADA A CANCELAR."
               WHEN "CA"
                   DISPLAY "PEDIDO " WRK-NUMERO " JÁ ESTÁ "
                           "CANCELADO."
               WHEN "PA"
                   DISPLAY "PEDIDO " WRK-NUMERO " AGUARDA APROVAÇÃO "
                           "-- O SUPERVISOR REPROVA PELO APROVPED."
               WHEN "RJ"
                   DISPLAY "PEDIDO " WRK-NUMERO " JÁ FOI REPROVADO "
                           "PELO SUPERVISOR -- NADA A CANCELAR."
               WHEN OTHER
                   DISPLAY "PEDIDO " WRK-NUMERO " JÁ PROCESSADO PELO "
                           "LOTE (STATUS " WRK-ULTIMO-STATUS ") -- "
                           "USE RETORNO OU ESTORNO."
           END-EVALUATE.

           IF PEDIDO-CANCELAVEL
               PERFORM 0400-LOCALIZAR-PEDIDO
           END-IF.
           IF PEDIDO-CANCELAVEL
               PERFORM 0500-RECEBER-MOTIVO
               DISPLAY "CONFIRMA O CANCELAMENTO DO PEDIDO "
                       WRK-NUMERO " (S/N)... "
               ACCEPT WRK-CONFIRMA
               IF CANCELAMENTO-CONFIRMADO
                   PERFORM 0600-EFETIVAR-CANCELAMENTO
               ELSE
                   DISPLAY "CANCELAMENTO ABANDONADO."
               END-IF
           END-IF.

      *=======O ULTIMO LANCAMENTO DO NUMERO NA TRILHA E A SITUACAO
      *=======ATUAL DO PEDIDO.
       0300-APURAR-SITUACAO SECTION.
           MOVE SPACES TO WRK-ULTIMO-STATUS.
           MOVE "N"    TO WRK-FIM-TRILHA.
           OPEN INPUT ARQ-PEDSTAT.
           IF WRK-FS-PEDSTAT NOT EQUAL "00"
               DISPLAY "TRILHA DE STATUS INDISPONÍVEL (STATUS "
                       WRK-FS-PEDSTAT ")."
           ELSE
               PERFORM 0320-LER-TRILHA UNTIL FIM-DA-TRILHA
               CLOSE ARQ-PEDSTAT
           END-IF.

       0320-LER-TRILHA    SECTION.
           READ ARQ-PEDSTAT
               AT END
                   SET FIM-DA-TRILHA TO TRUE
               NOT AT END
                   IF PST-NUMERO EQUAL WRK-NUMERO
                       MOVE PST-STATUS TO WRK-ULTIMO-STATUS
                   END-IF
           END-READ.

      *=======O PEDIDO (CABECALHO DE SAIDA + ITENS) E PROCURADO NO LOTE
      *=======DESTA NOITE E DEPOIS NO ROLADO; AS FILAS DE REJEITADOS SO
      *=======DIZEM SE A RESERVA JA FOI DEVOLVIDA.
       0400-LOCALIZAR-PEDIDO SECTION.
           MOVE "N"    TO WRK-PEDIDO-ACHADO.
           MOVE "N"    TO WRK-JA-REJEITADO.
           MOVE ZEROS  TO WRK-QTD-ITENS.
           MOVE ZEROS  TO WRK-CLIENTE.
           MOVE ZEROS  TO WRK-NUM-COTACAO.
           MOVE SPACES TO WRK-ORIGEM.
           MOVE WRK-FILIAL-PADRAO TO WRK-FILIAL-PEDIDO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE "N" TO WRK-DENTRO-PEDIDO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS EQUAL "00"
               PERFORM 0410-LER-PEDIDOS
                   UNTIL FIM-DO-ARQUIVO
                      OR (PEDIDO-FOI-ACHADO AND NOT LENDO-O-PEDIDO)
               CLOSE ARQ-PEDIDOS
               IF PEDIDO-FOI-ACHADO
                   MOVE "PEDIDOS" TO WRK-ORIGEM
               END-IF
           END-IF.

           IF NOT PEDIDO-FOI-ACHADO
               MOVE "N" TO WRK-FIM-ARQUIVO
               MOVE "N" TO WRK-DENTRO-PEDIDO
               OPEN INPUT ARQ-PEDPROX
               IF WRK-FS-PEDPROX EQUAL "00"
                   PERFORM 0420-LER-PEDPROX
                       UNTIL FIM-DO-ARQUIVO
                          OR (PEDIDO-FOI-ACHADO
                              AND NOT LENDO-O-PEDIDO)
                   CLOSE ARQ-PEDPROX
                   IF PEDIDO-FOI-ACHADO
                       MOVE "PEDPROX" TO WRK-ORIGEM
                   END-IF
               END-IF
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDCRIT.
           IF WRK-FS-PEDCRIT EQUAL "00"
               PERFORM 0430-LER-PEDCRIT
                   UNTIL FIM-DO-ARQUIVO OR PEDIDO-JA-REJEITADO
               CLOSE ARQ-PEDCRIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQ-PEDREJ.
           IF WRK-FS-PEDREJ EQUAL "00"
               PERFORM 0440-LER-PEDREJ
                   UNTIL FIM-DO-ARQUIVO OR PEDIDO-JA-REJEITADO
               CLOSE ARQ-PEDREJ
           END-IF.
           IF PEDIDO-JA-REJEITADO AND NOT PEDIDO-FOI-ACHADO
               MOVE "REJEITADOS" TO WRK-ORIGEM
           END-IF.

           IF WRK-ORIGEM EQUAL SPACES
               MOVE "N" TO WRK-PODE-CANCELAR
               DISPLAY "PEDIDO " WRK-NUMERO " NÃO ENCONTRADO NO "
                       "PEDIDOS, NO PEDPROX NEM NAS FILAS DE "
                       "REJEITADOS -- NADA A CANCELAR."
           ELSE
               DISPLAY "PEDIDO " WRK-NUMERO " CLIENTE " WRK-CLIENTE
                       " FILIAL " WRK-FILIAL-PEDIDO
                       " ITENS " WRK-QTD-ITENS
                       " (EM " WRK-ORIGEM ")"
               IF WRK-NUM-COTACAO GREATER ZEROS
                   DISPLAY "COTAÇÃO DE FRETE UTILIZADA: "
                           WRK-NUM-COTACAO
               END-IF
               IF PEDIDO-JA-REJEITADO
                   DISPLAY "PEDIDO JÁ PASSOU PELA FILA DE REJEITADOS "
                           "-- RESERVA JÁ DEVOLVIDA NA REJEIÇÃO."
               END-IF
           END-IF.

       0410-LER-PEDIDOS   SECTION.
           READ ARQ-PEDIDOS INTO WRK-IMAGEM
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0450-EXAMINAR-REGISTRO
           END-READ.

       0420-LER-PEDPROX   SECTION.
           READ ARQ-PEDPROX INTO WRK-IMAGEM
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 0450-EXAMINAR-REGISTRO
           END-READ.

       0430-LER-PEDCRIT   SECTION.
           READ ARQ-PEDCRIT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PCR-REGISTRO TO WRK-IMAGEM
                   PERFORM 0460-EXAMINAR-REJEITADO
           END-READ.

       0440-LER-PEDREJ    SECTION.
           READ ARQ-PEDREJ
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE PRJ-REGISTRO TO WRK-IMAGEM
                   PERFORM 0460-EXAMINAR-REJEITADO
           END-READ.

      *=======O CABECALHO DE SAIDA COM O NUMERO ABRE O PEDIDO; OS
      *=======ITENS SEGUINTES SAO GUARDADOS ATE O PROXIMO CABECALHO.
       0450-EXAMINAR-REGISTRO SECTION.
           IF WRK-EC-TIPO-REG EQUAL "C"
               MOVE "N" TO WRK-DENTRO-PEDIDO
               IF NOT PEDIDO-FOI-ACHADO
                  AND WRK-EC-NUMERO IS NUMERIC
                  AND WRK-EC-NUMERO EQUAL WRK-NUMERO
                  AND EC-TIPO-SAIDA
                   SET PEDIDO-FOI-ACHADO TO TRUE
                   SET LENDO-O-PEDIDO    TO TRUE
                   PERFORM 0470-GUARDAR-CABECALHO
               END-IF
           ELSE
               IF WRK-EI-TIPO-REG EQUAL "I"
                  AND LENDO-O-PEDIDO
                  AND WRK-EI-PRODUTO-COD NOT EQUAL SPACES
                  AND WRK-EI-QUANTIDADE IS NUMERIC
                   IF WRK-QTD-ITENS LESS 20
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE WRK-EI-PRODUTO-COD
                           TO WRK-ITEM-COD(WRK-QTD-ITENS)
                       MOVE WRK-EI-QUANTIDADE
                           TO WRK-ITEM-QTDE(WRK-QTD-ITENS)
                   ELSE
                       DISPLAY "PEDIDO COM MAIS DE 20 ITENS -- "
                               "ITEM " WRK-EI-PRODUTO-COD
                               " FICA COM A RESERVA."
                   END-IF
               END-IF
           END-IF.

       0460-EXAMINAR-REJEITADO SECTION.
           IF WRK-EC-TIPO-REG EQUAL "C"
              AND WRK-EC-NUMERO IS NUMERIC
              AND WRK-EC-NUMERO EQUAL WRK-NUMERO
              AND EC-TIPO-SAIDA
               SET PEDIDO-JA-REJEITADO TO TRUE
               IF NOT PEDIDO-FOI-ACHADO
                   PERFORM 0470-GUARDAR-CABECALHO
               END-IF
           END-IF.

       0470-GUARDAR-CABECALHO SECTION.
           MOVE WRK-EC-CLIENTE TO WRK-CLIENTE.
      *=======FILIAL ZERO/BRANCO = PADRAO, A MESMA DA RESERVA.
           IF WRK-EC-FILIAL IS NUMERIC
              AND WRK-EC-FILIAL GREATER ZEROS
               MOVE WRK-EC-FILIAL TO WRK-FILIAL-PEDIDO
           ELSE
               MOVE WRK-FILIAL-PADRAO TO WRK-FILIAL-PEDIDO
           END-IF.
           IF WRK-EC-COTACAO IS NUMERIC
               MOVE WRK-EC-COTACAO TO WRK-NUM-COTACAO
           ELSE
               MOVE ZEROS TO WRK-NUM-COTACAO
           END-IF.

       0500-RECEBER-MOTIVO SECTION.
           MOVE "N" TO WRK-MOTIVO-DEF.
           PERFORM 0510-PEDIR-MOTIVO UNTIL MOTIVO-DEFINIDO.

       0510-PEDIR-MOTIVO  SECTION.
           DISPLAY "MOTIVO: 01-DESISTÊNCIA 02-ERRO DE DIGITAÇÃO "
                   "03-PRAZO 04-PREÇO 05-DUPLICIDADE 99-OUTROS".
           DISPLAY "CÓDIGO DO MOTIVO... ".
           ACCEPT WRK-MOTIVO.
           DISPLAY "COMPLEMENTO (TEXTO LIVRE)... ".
           ACCEPT WRK-TEXTO.
           IF NOT MOTIVO-VALIDO
               DISPLAY "MOTIVO INVÁLIDO. DIGITE NOVAMENTE."
           ELSE
               IF MOTIVO-OUTROS AND WRK-TEXTO EQUAL SPACES
                   DISPLAY "MOTIVO 99 EXIGE O TEXTO DO COMPLEMENTO."
               ELSE
                   SET MOTIVO-DEFINIDO TO TRUE
               END-IF
           END-IF.

       0600-EFETIVAR-CANCELAMENTO SECTION.
           MOVE "N"   TO WRK-RESERVA-DEVOLVIDA.
           MOVE ZEROS TO WRK-COTACAO-DEVOLVIDA.
           IF PEDIDO-FOI-ACHADO
              AND NOT PEDIDO-JA-REJEITADO
              AND RESERVA-DISPONIVEL
               MOVE 1 TO WRK-IDX-ITEM
               PERFORM 0610-DEVOLVER-RESERVA
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
               MOVE "S" TO WRK-RESERVA-DEVOLVIDA
           END-IF.
           IF WRK-NUM-COTACAO GREATER ZEROS
              AND COTACAO-DISPONIVEL
               PERFORM 0620-REATIVAR-COTACAO
           END-IF.
           PERFORM 0630-GRAVAR-STATUS-CA.
           PERFORM 0640-GRAVAR-CANCELAMENTO.
           PERFORM 0650-AUDITAR-CANCELAMENTO.
           DISPLAY "PEDIDO " WRK-NUMERO " CANCELADO.".
           IF WRK-RESERVA-DEVOLVIDA EQUAL "S"
               DISPLAY "RESERVA DE " WRK-QTD-ITENS " ITENS "
                       "DEVOLVIDA AO SALDO DA FILIAL "
                       WRK-FILIAL-PEDIDO "."
           END-IF.

      *=======MESMO CRITERIO DE DEVOLUCAO DO CRITPED E DO PROGRAMA11
      *=======(PISO EM ZERO: PEDIDO QUE NUNCA RESERVOU NAO DEIXA O
      *=======CAMPO NEGATIVO).
       0610-DEVOLVER-RESERVA SECTION.
           MOVE WRK-FILIAL-PEDIDO          TO EST-FILIAL.
           MOVE WRK-ITEM-COD(WRK-IDX-ITEM) TO EST-PRODUTO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EST-RESERVADO GREATER WRK-ITEM-QTDE(WRK-IDX-ITEM)
                       SUBTRACT WRK-ITEM-QTDE(WRK-IDX-ITEM)
                           FROM EST-RESERVADO
                   ELSE
                       MOVE ZEROS TO EST-RESERVADO
                   END-IF
                   REWRITE ESTOQUE-REC
                   IF WRK-FS-ESTOQUE NOT EQUAL "00"
                       MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
                       MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
           END-READ.
           ADD 1 TO WRK-IDX-ITEM.

      *=======SO VOLTA A ATIVA A COTACAO QUE ESTE PEDIDO CONSUMIU; A
      *=======VALIDADE CONTINUA CONFERIDA PELO ENTRAPED NA HORA DE
      *=======PUXAR DE NOVO.
       0620-REATIVAR-COTACAO SECTION.
           MOVE WRK-NUM-COTACAO TO COT-NUMERO.
           READ ARQ-COTACAO
               INVALID KEY
                   DISPLAY "COTAÇÃO " WRK-NUM-COTACAO " NÃO "
                           "ENCONTRADA -- NADA A REATIVAR."
               NOT INVALID KEY
                   IF COT-UTILIZADA AND COT-PEDIDO EQUAL WRK-NUMERO
                       MOVE "A"   TO COT-SITUACAO
                       MOVE ZEROS TO COT-PEDIDO
                       REWRITE COTACAO-REC
                       IF WRK-FS-COTACAO NOT EQUAL "00"
                           MOVE WRK-FS-COTACAO TO UTIL-FS-CODIGO
                           MOVE "COTACAO"      TO UTIL-FS-ARQUIVO
                           PERFORM 9800-TRATA-ERRO-ARQUIVO
                       END-IF
                       MOVE WRK-NUM-COTACAO TO WRK-COTACAO-DEVOLVIDA
                       DISPLAY "COTAÇÃO " WRK-NUM-COTACAO
                               " VOLTOU A FICAR ATIVA."
                   END-IF
           END-READ.

       0630-GRAVAR-STATUS-CA SECTION.
           OPEN EXTEND ARQ-PEDSTAT.
           IF WRK-FS-PEDSTAT NOT EQUAL "00"
               MOVE WRK-FS-PEDSTAT TO UTIL-FS-CODIGO
               MOVE "PEDSTAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PEDSTAT-REC.
           MOVE WRK-NUMERO TO PST-NUMERO.
           MOVE "CA"       TO PST-STATUS.
           ACCEPT PST-DATA FROM DATE YYYYMMDD.
           ACCEPT PST-HORA FROM TIME.
           MOVE "CANCPED"  TO PST-PROGRAMA.
           MOVE WRK-OPERADOR-SESSAO TO PST-OPERADOR.
           WRITE PEDSTAT-REC.
           IF WRK-FS-PEDSTAT NOT EQUAL "00"
               MOVE WRK-FS-PEDSTAT TO UTIL-FS-CODIGO
               MOVE "PEDSTAT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-PEDSTAT.

       0640-GRAVAR-CANCELAMENTO SECTION.
           OPEN EXTEND ARQ-PEDCANC.
           IF WRK-FS-PEDCANC EQUAL "35"
               OPEN OUTPUT ARQ-PEDCANC
           END-IF.
           IF WRK-FS-PEDCANC NOT EQUAL "00"
               MOVE WRK-FS-PEDCANC TO UTIL-FS-CODIGO
               MOVE "PEDCANC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE SPACES TO PEDCANC-REC.
           MOVE WRK-NUMERO  TO PCA-NUMERO.
           MOVE WRK-CLIENTE TO PCA-CLIENTE.
           ACCEPT PCA-DATA FROM DATE YYYYMMDD.
           ACCEPT PCA-HORA FROM TIME.
           MOVE WRK-MOTIVO  TO PCA-MOTIVO.
           MOVE WRK-TEXTO   TO PCA-TEXTO.
           MOVE WRK-OPERADOR-SESSAO   TO PCA-OPERADOR.
           MOVE WRK-COTACAO-DEVOLVIDA TO PCA-COTACAO.
           MOVE WRK-RESERVA-DEVOLVIDA TO PCA-RESERVA.
           WRITE PEDCANC-REC.
           IF WRK-FS-PEDCANC NOT EQUAL "00"
               MOVE WRK-FS-PEDCANC TO UTIL-FS-CODIGO
               MOVE "PEDCANC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           CLOSE ARQ-PEDCANC.

       0650-AUDITAR-CANCELAMENTO SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "CANCPED"  TO AUDIT-PROGRAMA.
           MOVE WRK-NUMERO TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING "CANCELADO MOTIVO " WRK-MOTIVO
                  " RESERVA " WRK-RESERVA-DEVOLVIDA
               DELIMITED BY SIZE INTO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               DISPLAY "ERRO GRAVANDO AUDITLOG. STATUS "
                       WRK-FS-AUDITLOG
           END-IF.
           CLOSE ARQ-AUDITLOG.

       0900-ENCERRAR      SECTION.
           IF RESERVA-DISPONIVEL
               CLOSE ARQ-ESTOQUE
           END-IF.
           IF COTACAO-DISPONIVEL
               CLOSE ARQ-COTACAO
           END-IF.
           DISPLAY "FIM DE PROGRAMA...".

       COPY FSERROPR.
