      *==                -- ERA DAI QUE VINHAM OS PEDIDOS DE MEIO DE
      *==                LOTE QUE DESBATIAM O BALANFRT. SEM O
      *==                PARAMETRO, NADA MUDA.
      *==   XX/XX/2026 - UMA SAIDA PASSA A PERGUNTAR SE O PEDIDO E
      *==                URGENTE (PED-URGENTE): O URGENTE VAI PELA
      *==                TRANSPORTADORA DE MENOR PRAZO DA UF E OS
      *==                DEMAIS PELA DE MENOR FRETE (CALCFRET).
      *==   XX/XX/2026 - CODIGO DE KIT (ESTRUTURA "KIT", MANTIDA PELO
      *==                CADKIT) DIGITADO COMO ITEM E EXPLODIDO PELA
      *==                EXPLKIT NAS LINHAS DOS COMPONENTES, COM O
      *==                VALOR E O PESO RATEADOS E A ORDEM DO KIT EM
      *==                PED-KIT-SEQ; A LINHA DO KIT VAI PARA O
      *==                "PEDKIT" (NOTA FISCAL). NA SAIDA, A
      *==                DISPONIBILIDADE E CONFERIDA EM TODOS OS
      *==                COMPONENTES ANTES DE RESERVAR -- OU O KIT
      *==                ENTRA INTEIRO, OU NAO ENTRA.
      *==   XX/XX/2026 - UM RETORNO PASSA A EXIGIR O MOTIVO DA
      *==                DEVOLUCAO (TABELA "MOTDEV": DEFEITO, AVARIA
      *==                NO TRANSPORTE, ITEM ERRADO, DESISTENCIA DO
      *==                CLIENTE ETC.), GRAVADO NO CABECALHO EM
      *==                PED-MOTIVO-DEV.
      *==   XX/XX/2026 - NA SAIDA DE CLIENTE COM PONTOS DE FIDELIDADE
      *==                (RAZAO "PONTOS"), MOSTRA O SALDO E PERGUNTA
      *==                QUANTOS PONTOS RESGATAR COMO DESCONTO; O
      *==                RESGATE VAI PARA O "PONTOPED" PELO NUMERO DO
      *==                PEDIDO E E VALORIZADO E DEBITADO PELO
      *==                PROGRAMA11 QUANDO A SAIDA FOR ACEITA.
      *==   XX/XX/2026 - O STATUS "AC" DO PEDSTAT SAI COM O OPERADOR
      *==                DO SIGN-ON (ARQUIVO "SESSAO" DO PROGRAMA00;
      *==                SEM SESSAO, "AVULSO"), PARA O RELOPER SABER
      *==                QUEM DIGITOU CADA PEDIDO.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-PEDKIT    ASSIGN TO "PEDKIT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PKT-CHAVE
               FILE STATUS IS WRK-FS-PEDKIT.

           SELECT ARQ-PONTOS    ASSIGN TO "PONTOS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-CHAVE
               FILE STATUS IS WRK-FS-PONTOS.

           SELECT ARQ-PONTOPED  ASSIGN TO "PONTOPED"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PPD-NUMERO
               FILE STATUS IS WRK-FS-PONTOPED.

           SELECT ARQ-SESSAO    ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PEDIDOS.
       FD  ARQ-PRECOS.
           COPY PRECOS.

       FD  ARQ-PEDKIT.
           COPY PEDKIT.

       FD  ARQ-PONTOS.
           COPY PONTOS.

       FD  ARQ-PONTOPED.
           COPY PONTOPED.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PEDIDOS      PIC X(02) VALUE "00".
       77  WRK-FS-CLIENTE      PIC X(02) VALUE "00".
           88  TIPO-MOV-VALIDO          VALUE "S" "R" "E".
       77  WRK-MOEDA           PIC X(03) VALUE SPACES.
           88  MOEDA-VALIDA             VALUE "BRL" "USD".
       77  WRK-URGENTE         PIC X(01) VALUE "N".
           88  URGENTE-VALIDO           VALUE "S" "N".
       77  WRK-MOTIVO-DEV      PIC X(02) VALUE SPACES.
       77  WRK-MOTIVO-DEV-VALIDO PIC X(01) VALUE "N".
           88  MOTIVO-DEV-E-VALIDO      VALUE "S".
       77  WRK-IDX-MOTIVO      PIC 9(02) VALUE ZEROS.
           COPY MOTDEV.

      *=======ITEM DO PEDIDO EM DIGITACAO
       77  WRK-PRODUTO         PIC X(30) VALUE SPACES.
       77  WRK-ACEITA-TABELA   PIC X(01) VALUE SPACES.
       77  WRK-UF-BUSCA        PIC X(02) VALUE SPACES.

      *=======EXPLOSAO DE KIT NOS COMPONENTES (SUBROTINA EXPLKIT); A
      *=======LINHA DO KIT VAI PARA O "PEDKIT" PELA ORDEM NO PEDIDO.
       77  WRK-FS-PEDKIT       PIC X(02) VALUE "00".
       77  WRK-KIT-SEQ         PIC 9(02) VALUE ZEROS.
       77  WRK-KIT-SEQ-ITEM    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COMP        PIC 9(02) VALUE ZEROS.
           COPY EXPLKTLK.

      *=======RESGATE DE PONTOS DE FIDELIDADE NA SAIDA (SALDO DOS
      *=======LOTES AINDA NAO VENCIDOS DO RAZAO "PONTOS"); SEM OS
      *=======ARQUIVOS, A ENTRADA SEGUE SEM RESGATE.
       77  WRK-FS-PONTOS       PIC X(02) VALUE "00".
       77  WRK-FS-PONTOPED     PIC X(02) VALUE "00".
       77  WRK-PONTOS-ATIVO    PIC X(01) VALUE "N".
           88  RESGATE-PONTOS-ATIVO     VALUE "S".
       77  WRK-SALDO-PONTOS    PIC 9(08) VALUE ZEROS.
       77  WRK-PONTOS-RESGATE  PIC 9(07) VALUE ZEROS.
       77  WRK-RESGATE-OK      PIC X(01) VALUE "N".
           88  RESGATE-E-VALIDO         VALUE "S".
       77  WRK-FIM-PONTOS      PIC X(01) VALUE "N".
           88  FIM-DOS-PONTOS           VALUE "S".

      *=======OPERADOR DO SIGN-ON (SESSAO DO PROGRAMA00), CARIMBADO
      *=======NO STATUS "AC" DO PEDSTAT.
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "AVULSO".
       01  WRK-REF-VENCIDA.
           05  WRK-RV-ANO      PIC 9(04).
           05  WRK-RV-MES      PIC 9(02).

       PROCEDURE DIVISION.
       0001-MAIN           SECTION.
           PERFORM 0050-ABRIR.
           IF WRK-FS-PRECOS EQUAL "00"
               SET TABELA-PRECO-ATIVA TO TRUE
           END-IF.
      *=======OS KITS VENDIDOS SAO CRIADOS NA PRIMEIRA EXECUCAO, COMO
      *=======O PEDHIST NO PROGRAMA11.
           OPEN I-O ARQ-PEDKIT.
           IF WRK-FS-PEDKIT EQUAL "35"
               OPEN OUTPUT ARQ-PEDKIT
               CLOSE ARQ-PEDKIT
               OPEN I-O ARQ-PEDKIT
           END-IF.
           IF WRK-FS-PEDKIT NOT EQUAL "00"
               MOVE WRK-FS-PEDKIT TO UTIL-FS-CODIGO
               MOVE "PEDKIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0080-ABRIR-PONTOS.
           PERFORM 0085-LER-SESSAO.

      *=======SEM ARQUIVO DE COTACOES (AINDA NENHUMA COTACAO GRAVADA
      *=======PELO COTAFRET), A ENTRADA SEGUE NO FLUXO NORMAL.
                   END-IF
           END-READ.

      *=======O RAZAO "PONTOS" NASCE NO PROGRAMA11 (PRIMEIRO GANHO);
      *=======O "PONTOPED" PODE NASCER AQUI, COMO O PEDKIT. O LOTE
      *=======DE 12 MESES ATRAS JA ESTA VENCIDO E NAO ENTRA NO SALDO.
       0080-ABRIR-PONTOS   SECTION.
           OPEN INPUT ARQ-PONTOS.
           IF WRK-FS-PONTOS EQUAL "00"
               OPEN I-O ARQ-PONTOPED
               IF WRK-FS-PONTOPED EQUAL "35"
                   OPEN OUTPUT ARQ-PONTOPED
                   CLOSE ARQ-PONTOPED
                   OPEN I-O ARQ-PONTOPED
               END-IF
               IF WRK-FS-PONTOPED EQUAL "00"
                   SET RESGATE-PONTOS-ATIVO TO TRUE
               ELSE
                   CLOSE ARQ-PONTOS
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-RV-ANO.
           SUBTRACT 1 FROM WRK-RV-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-RV-MES.

      *=======O OPERADOR ASSINADO NO PROGRAMA00 VAI PARA O STATUS "AC";
      *=======SEM SESSAO (ENTRADA RODADA FORA DO MENU), FICA "AVULSO".
       0085-LER-SESSAO     SECTION.
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

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "ENTRADA DE PEDIDOS".
               PERFORM 0230-RECEBE-PROMO
           END-IF.
           PERFORM 0235-RECEBE-MOEDA.
           MOVE "N" TO WRK-URGENTE.
           MOVE SPACES TO WRK-MOTIVO-DEV.
           IF TIPO-E-SAIDA
               PERFORM 0238-RECEBE-URGENTE
           END-IF.
           MOVE ZEROS TO WRK-PONTOS-RESGATE.
           IF TIPO-E-SAIDA AND RESGATE-PONTOS-ATIVO
               PERFORM 0236-RECEBE-PONTOS
           END-IF.
           DISPLAY "MOTIVO DE OVERRIDE (BRANCO = SEM OVERRIDE)... ".
           ACCEPT WRK-MOTIVO-OVERRIDE.

                   DISPLAY "NÚMERO DO PEDIDO ORIGINAL DA "
                           "DEVOLUÇÃO... "
                   ACCEPT WRK-NUMERO
                   PERFORM 0233-RECEBE-MOTIVO-DEV
               ELSE
                   PERFORM 0240-PROXIMO-NUMERO
               END-IF
           END-IF.

           PERFORM 0300-GRAVAR-CABECALHO.
           IF WRK-PONTOS-RESGATE GREATER ZEROS
               PERFORM 0310-GRAVAR-PONTOPED
           END-IF.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-KIT-SEQ.
           MOVE "S"   TO WRK-MAIS-ITENS.
           PERFORM 0400-RECEBE-ITEM UNTIL NOT TEM-MAIS-ITENS.
           IF TIPO-E-SAIDA
               END-IF
           END-IF.

      *=======TODO RETORNO LEVA O MOTIVO DA DEVOLUCAO, ESCOLHIDO NA
      *=======TABELA "MOTDEV" -- E ELE QUE ALIMENTA O RELQUALI.
       0233-RECEBE-MOTIVO-DEV SECTION.
           MOVE "N" TO WRK-MOTIVO-DEV-VALIDO.
           PERFORM 0234-PEDIR-MOTIVO-DEV UNTIL MOTIVO-DEV-E-VALIDO.

       0234-PEDIR-MOTIVO-DEV SECTION.
           DISPLAY "MOTIVOS DE DEVOLUÇÃO:".
           MOVE 1 TO WRK-IDX-MOTIVO.
           PERFORM 0234A-LISTAR-MOTIVO
               UNTIL WRK-IDX-MOTIVO GREATER MOTDEV-QTD-MOTIVOS.
           DISPLAY "MOTIVO DA DEVOLUÇÃO... ".
           ACCEPT WRK-MOTIVO-DEV.
           MOVE 1 TO WRK-IDX-MOTIVO.
           PERFORM 0234B-PROCURAR-MOTIVO
               UNTIL WRK-IDX-MOTIVO GREATER MOTDEV-QTD-MOTIVOS
                  OR MOTIVO-DEV-E-VALIDO.
           IF NOT MOTIVO-DEV-E-VALIDO
               DISPLAY "MOTIVO " WRK-MOTIVO-DEV " INVÁLIDO. "
                       "DIGITE UM DOS CÓDIGOS DA LISTA."
           END-IF.

       0234A-LISTAR-MOTIVO SECTION.
           DISPLAY "  " MOTDEV-CODIGO(WRK-IDX-MOTIVO) " - "
                   MOTDEV-DESCRICAO(WRK-IDX-MOTIVO).
           ADD 1 TO WRK-IDX-MOTIVO.

       0234B-PROCURAR-MOTIVO SECTION.
           IF MOTDEV-CODIGO(WRK-IDX-MOTIVO) EQUAL WRK-MOTIVO-DEV
               SET MOTIVO-DEV-E-VALIDO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-MOTIVO
           END-IF.

       0235-RECEBE-MOEDA   SECTION.
           MOVE SPACES TO WRK-MOEDA.
           PERFORM 0237-PEDIR-MOEDA UNTIL MOEDA-VALIDA.
               DISPLAY "MOEDA INVÁLIDA. DIGITE BRL OU USD."
           END-IF.

      *=======CLIENTE SEM SALDO NAO E PERGUNTADO; O RESGATE NAO PASSA
      *=======DO SALDO (O PROGRAMA11 CONFERE DE NOVO NO PROCESSAMENTO).
       0236-RECEBE-PONTOS  SECTION.
           MOVE ZEROS TO WRK-SALDO-PONTOS.
           MOVE "N"   TO WRK-FIM-PONTOS.
           MOVE WRK-CLIENTE TO PTO-CLIENTE.
           MOVE LOW-VALUES  TO PTO-REFERENCIA.
           START ARQ-PONTOS KEY IS NOT LESS THAN PTO-CHAVE
               INVALID KEY
                   SET FIM-DOS-PONTOS TO TRUE
           END-START.
           PERFORM 0236B-SOMAR-LOTE UNTIL FIM-DOS-PONTOS.
           IF WRK-SALDO-PONTOS GREATER ZEROS
               DISPLAY "SALDO DE PONTOS DO CLIENTE: " WRK-SALDO-PONTOS
               MOVE "N" TO WRK-RESGATE-OK
               PERFORM 0236A-PEDIR-PONTOS UNTIL RESGATE-E-VALIDO
           END-IF.

       0236A-PEDIR-PONTOS  SECTION.
           DISPLAY "PONTOS A RESGATAR COMO DESCONTO (ZERO = NENHUM)"
                   "... ".
           ACCEPT WRK-PONTOS-RESGATE.
           IF WRK-PONTOS-RESGATE GREATER WRK-SALDO-PONTOS
               DISPLAY "RESGATE MAIOR QUE O SALDO. DIGITE NOVAMENTE."
           ELSE
               SET RESGATE-E-VALIDO TO TRUE
           END-IF.

       0236B-SOMAR-LOTE    SECTION.
           READ ARQ-PONTOS NEXT
               AT END
                   SET FIM-DOS-PONTOS TO TRUE
               NOT AT END
                   IF PTO-CLIENTE NOT EQUAL WRK-CLIENTE
                       SET FIM-DOS-PONTOS TO TRUE
                   ELSE
                       IF PTO-ABERTO
                          AND PTO-REFERENCIA GREATER WRK-REF-VENCIDA
                           ADD PTO-SALDO TO WRK-SALDO-PONTOS
                       END-IF
                   END-IF
           END-READ.

       0238-RECEBE-URGENTE SECTION.
           MOVE SPACES TO WRK-URGENTE.
           PERFORM 0239-PEDIR-URGENTE UNTIL URGENTE-VALIDO.

       0239-PEDIR-URGENTE  SECTION.
           DISPLAY "PEDIDO URGENTE (S/N)... ".
           ACCEPT WRK-URGENTE.
           IF NOT URGENTE-VALIDO
               DISPLAY "RESPOSTA INVÁLIDA. DIGITE S OU N."
           END-IF.

      *=======A SEQUENCIA DE NUMERO DE PEDIDO MORA NO PARAMETRO
      *======="SEQPEDIDO" DO ARQUIVO "PARAMETR" (MESMA TABELA DOS
      *=======DEMAIS LIMITES DO SISTEMA): LE O ULTIMO NUMERO USADO,
           MOVE WRK-ENDERECO-COD    TO PED-ENDERECO-COD.
           MOVE WRK-VENDEDOR        TO PED-VENDEDOR.
           MOVE WRK-FILIAL-ORIGEM   TO PED-FILIAL.
           MOVE WRK-URGENTE         TO PED-URGENTE.
           MOVE WRK-MOTIVO-DEV      TO PED-MOTIVO-DEV.
           IF COTACAO-FOI-USADA
               MOVE WRK-NUM-COTACAO TO PED-COTACAO
           ELSE
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0310-GRAVAR-PONTOPED SECTION.
           MOVE SPACES              TO PONTOPED-REC.
           MOVE WRK-NUMERO          TO PPD-NUMERO.
           MOVE WRK-CLIENTE         TO PPD-CLIENTE.
           MOVE WRK-PONTOS-RESGATE  TO PPD-PONTOS-RESGATE.
           MOVE ZEROS               TO PPD-VALOR-RESGATE.
           SET PPD-RESGATE-PENDENTE TO TRUE.
           MOVE ZEROS               TO PPD-PONTOS-GANHOS.
           MOVE WRK-DATA-MOVIMENTO  TO PPD-DATA-RESGATE.
           WRITE PONTOPED-REC.
           IF WRK-FS-PONTOPED NOT EQUAL "00"
               MOVE WRK-FS-PONTOPED TO UTIL-FS-CODIGO
               MOVE "PONTOPED"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0400-RECEBE-ITEM    SECTION.
           PERFORM 0402-RECEBE-PRODUTO.
           PERFORM 0405-RECEBE-QUANTIDADE.
           PERFORM 0410-RECEBE-VALOR.
           PERFORM 0415-RECEBE-PESO.
           MOVE WRK-PRODUTO-COD TO EKT-KIT-CODIGO.
           MOVE WRK-QUANTIDADE  TO EKT-QTD-KITS.
           MOVE WRK-VALOR       TO EKT-VALOR-KIT.
           MOVE WRK-PESO        TO EKT-PESO-KIT.
           CALL "EXPLKIT" USING EXPLKIT-AREA.
           EVALUATE TRUE
               WHEN EKT-NAO-E-KIT
                   MOVE ZEROS TO WRK-KIT-SEQ-ITEM
                   MOVE "S" TO WRK-RESERVA-OK
                   IF TIPO-E-SAIDA AND RESERVA-DISPONIVEL
                       PERFORM 0418-VERIFICAR-E-RESERVAR
                   END-IF
                   IF ITEM-PODE-GRAVAR
                       PERFORM 0420-GRAVAR-ITEM
                   END-IF
               WHEN EKT-KIT-EXPLODIDO
                   PERFORM 0430-ACEITAR-KIT
               WHEN EKT-RETORNO EQUAL "20"
                   DISPLAY "KIT " WRK-PRODUTO-COD " COM COMPONENTE "
                           EKT-COMP-ERRO " INATIVO OU FORA DO "
                           "CADASTRO -- ITEM NÃO GRAVADO."
               WHEN OTHER
                   DISPLAY "KIT " WRK-PRODUTO-COD " COM MAIS DE 10 "
                           "COMPONENTES OU QUANTIDADE EXCESSIVA -- "
                           "ITEM NÃO GRAVADO."
           END-EVALUATE.
           DISPLAY "MAIS ITENS? (S/N)... ".
           ACCEPT WRK-MAIS-ITENS.

           MOVE WRK-QUANTIDADE TO PED-QUANTIDADE.
           MOVE WRK-VALOR      TO PED-VALOR.
           MOVE WRK-PESO       TO PED-PESO.
           MOVE WRK-KIT-SEQ-ITEM TO PED-KIT-SEQ.
           WRITE PEDIDO-REC.
           IF WRK-FS-PEDIDOS NOT EQUAL "00"
               MOVE WRK-FS-PEDIDOS TO UTIL-FS-CODIGO
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.

      *=======KIT EXPLODIDO: NA SAIDA, TODOS OS COMPONENTES PRECISAM
      *=======TER DISPONIBILIDADE ANTES DE QUALQUER RESERVA (KIT PELA
      *=======METADE NAO SERVE AO CLIENTE); DEPOIS A LINHA DO KIT VAI
      *=======PARA O "PEDKIT" E CADA COMPONENTE VIRA UMA LINHA DE ITEM
      *=======COM A ORDEM DO KIT. O PROGRAMA11 SO CARREGA 20 ITENS POR
      *=======PEDIDO, ENTAO O KIT QUE PASSARIA DISSO E RECUSADO.
       0430-ACEITAR-KIT    SECTION.
           MOVE "S" TO WRK-RESERVA-OK.
           IF WRK-QTD-ITENS + EKT-QTD-COMP GREATER 20
               MOVE "N" TO WRK-RESERVA-OK
               DISPLAY "KIT " WRK-PRODUTO-COD " PASSARIA DE 20 ITENS "
                       "NO PEDIDO -- ITEM NÃO GRAVADO."
           END-IF.
           IF ITEM-PODE-GRAVAR
              AND TIPO-E-SAIDA AND RESERVA-DISPONIVEL
               MOVE 1 TO WRK-IDX-COMP
               PERFORM 0432-VERIFICAR-COMPONENTE
                   UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP
                      OR NOT ITEM-PODE-GRAVAR
               IF ITEM-PODE-GRAVAR
                   MOVE 1 TO WRK-IDX-COMP
                   PERFORM 0434-RESERVAR-COMPONENTE
                       UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP
               END-IF
           END-IF.
           IF ITEM-PODE-GRAVAR
               ADD 1 TO WRK-KIT-SEQ
               PERFORM 0436-GRAVAR-PEDKIT
               MOVE WRK-KIT-SEQ TO WRK-KIT-SEQ-ITEM
               MOVE 1 TO WRK-IDX-COMP
               PERFORM 0438-GRAVAR-COMPONENTE
                   UNTIL WRK-IDX-COMP GREATER EKT-QTD-COMP
               DISPLAY "KIT EXPLODIDO EM " EKT-QTD-COMP
                       " COMPONENTES."
           END-IF.

       0432-VERIFICAR-COMPONENTE SECTION.
           MOVE WRK-FILIAL-ORIGEM            TO EST-FILIAL.
           MOVE EKT-COMP-CODIGO(WRK-IDX-COMP) TO EST-PRODUTO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-DISPONIVEL =
                           EST-SALDO - EST-RESERVADO
                   IF EKT-COMP-QTD(WRK-IDX-COMP) GREATER WRK-DISPONIVEL
                       MOVE "N" TO WRK-RESERVA-OK
                       DISPLAY "COMPONENTE "
                               EKT-COMP-CODIGO(WRK-IDX-COMP)
                               " COM DISPONÍVEL INSUFICIENTE ("
                               WRK-DISPONIVEL ") -- KIT NÃO GRAVADO."
                   END-IF
           END-READ.
           ADD 1 TO WRK-IDX-COMP.

       0434-RESERVAR-COMPONENTE SECTION.
           MOVE WRK-FILIAL-ORIGEM            TO EST-FILIAL.
           MOVE EKT-COMP-CODIGO(WRK-IDX-COMP) TO EST-PRODUTO.
           READ ARQ-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD EKT-COMP-QTD(WRK-IDX-COMP) TO EST-RESERVADO
                   REWRITE ESTOQUE-REC
                   IF WRK-FS-ESTOQUE NOT EQUAL "00"
                       MOVE WRK-FS-ESTOQUE TO UTIL-FS-CODIGO
                       MOVE "ESTOQUE"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
           END-READ.
           ADD 1 TO WRK-IDX-COMP.

      *=======ESTORNO E RETORNO REUSAM O NUMERO DO PEDIDO ORIGINAL: A
      *=======LINHA DO KIT JA GRAVADA NA SAIDA ("22") CONTINUA VALENDO.
       0436-GRAVAR-PEDKIT  SECTION.
           MOVE SPACES          TO PEDKIT-REC.
           MOVE WRK-NUMERO      TO PKT-NUMERO.
           MOVE WRK-KIT-SEQ     TO PKT-SEQ.
           MOVE WRK-PRODUTO-COD TO PKT-KIT-CODIGO.
           MOVE WRK-PRODUTO     TO PKT-DESCRICAO.
           MOVE WRK-QUANTIDADE  TO PKT-QUANTIDADE.
           MOVE WRK-VALOR       TO PKT-VALOR.
           MOVE WRK-PESO        TO PKT-PESO.
           MOVE "ENTRAPED"      TO PKT-PROGRAMA.
           MOVE WRK-DATA-MOVIMENTO TO PKT-DATA.
           WRITE PEDKIT-REC.
           IF WRK-FS-PEDKIT NOT EQUAL "00"
              AND WRK-FS-PEDKIT NOT EQUAL "22"
               MOVE WRK-FS-PEDKIT TO UTIL-FS-CODIGO
               MOVE "PEDKIT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0438-GRAVAR-COMPONENTE SECTION.
           MOVE EKT-COMP-DESCRICAO(WRK-IDX-COMP) TO WRK-PRODUTO.
           MOVE EKT-COMP-CODIGO(WRK-IDX-COMP)    TO WRK-PRODUTO-COD.
           MOVE EKT-COMP-QTD(WRK-IDX-COMP)       TO WRK-QUANTIDADE.
           MOVE EKT-COMP-VALOR(WRK-IDX-COMP)     TO WRK-VALOR.
           MOVE EKT-COMP-PESO(WRK-IDX-COMP)      TO WRK-PESO.
           PERFORM 0420-GRAVAR-ITEM.
           ADD 1 TO WRK-IDX-COMP.

      *=======SO A SAIDA NOVA NASCE NA TRILHA DE STATUS COMO ACEITA
      *=======("AC"); ESTORNO E RETORNO REUSAM O NUMERO DO PEDIDO
      *=======ORIGINAL E GANHAM OS STATUS "ES"/"RT" PELO PROGRAMA11.
           ACCEPT PST-DATA FROM DATE YYYYMMDD.
           ACCEPT PST-HORA FROM TIME.
           MOVE "ENTRAPED"  TO PST-PROGRAMA.
           MOVE WRK-OPERADOR-SESSAO TO PST-OPERADOR.
           WRITE PEDSTAT-REC.
           IF WRK-FS-PEDSTAT NOT EQUAL "00"
               MOVE WRK-FS-PEDSTAT TO UTIL-FS-CODIGO
           IF TABELA-PRECO-ATIVA
               CLOSE ARQ-PRECOS
           END-IF.
           IF RESGATE-PONTOS-ATIVO
               CLOSE ARQ-PONTOS
               CLOSE ARQ-PONTOPED
           END-IF.
           CLOSE ARQ-PEDKIT.
           CLOSE ARQ-PEDIDOS.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-UFRATE.
