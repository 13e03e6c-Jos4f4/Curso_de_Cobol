       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCPAG.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LANCAMENTO E CONFERENCIA DAS CONTAS A PAGAR
      *    ==          (ARQUIVO INDEXADO "CONTAPAG"), NO ESTILO DE MENU
      *    ==          DO CADCOMPR. A NOTA DE FORNECEDOR E CONFERIDA EM
      *    ==          TRES VIAS: O PEDIDO DE COMPRA (PEDCOMP) PRECISA
      *    ==          SER DO MESMO FORNECEDOR, A QUANTIDADE FATURADA
      *    ==          PRECISA CABER NO QUE O ESTLOTE JA RECEBEU MENOS
      *    ==          O QUE JA FOI FATURADO, E O CUSTO UNITARIO
      *    ==          PRECISA FICAR DENTRO DA TOLERANCIA "TOLCOMPRA"
      *    ==          SOBRE O CUSTO ACORDADO. A FATURA DE FRETE E
      *    ==          CONFERIDA CONTRA O FRETE COBRADO DA
      *    ==          TRANSPORTADORA NO PERIODO (MESMA REGRA DO
      *    ==          CONCTRAN, SO QUE SOBRE O HISTORICO "PEDHIST",
      *    ==          QUE GUARDA O FRETE DE CADA SAIDA PROCESSADA),
      *    ==          DENTRO DA TOLERANCIA "TOLFRETE". DOCUMENTO QUE
      *    ==          NAO CONFERE FICA "DIVERGENTE" E NAO VAI A
      *    ==          APROVACAO -- O FINANCEIRO PARA DE PAGAR PELA
      *    ==          PLANILHA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: TOLCOMPRA SEM PARAMETRO = 10 POR CENTO (COMO NO
      *==             ESTLOTE); TOLFRETE SEM PARAMETRO = 2 POR CENTO.
      *==             O TOTAL DA NOTA ACEITA ATE WRK-TOLER-TOTAL DE
      *==             DIFERENCA DE ARREDONDAMENTO SOBRE QUANTIDADE X
      *==             CUSTO. O MESMO DOCUMENTO DO MESMO FORNECEDOR NAO
      *==             ENTRA DUAS VEZES, E A TRANSPORTADORA NAO FATURA
      *==             DUAS VEZES O MESMO PERIODO. O CANCELAMENTO
      *==             DEVOLVE A QUANTIDADE FATURADA AO PEDIDO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPAG-NUMERO
               FILE STATUS IS WRK-FS-CONTAPAG.

           SELECT ARQ-FORNEC   ASSIGN TO "FORNEC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.

           SELECT ARQ-PEDCOMP  ASSIGN TO "PEDCOMP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCO-NUMERO
               FILE STATUS IS WRK-FS-PEDCOMP.

           SELECT ARQ-PEDHIST  ASSIGN TO "PEDHIST"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-NUMERO
               ALTERNATE RECORD KEY IS PHIST-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PEDHIST.

           SELECT ARQ-PARAMETR ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CONTAPAG.
           COPY CONTAPAG.

       FD  ARQ-FORNEC.
           COPY FORNEC.

       FD  ARQ-PEDCOMP.
           COPY PEDCOMP.

       FD  ARQ-PEDHIST.
           COPY PEDHIST.

       FD  ARQ-PARAMETR.
           COPY PARM.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAPAG    PIC X(02) VALUE "00".
       77  WRK-FS-FORNEC      PIC X(02) VALUE "00".
       77  WRK-FS-PEDCOMP     PIC X(02) VALUE "00".
       77  WRK-FS-PEDHIST     PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-OPCAO          PIC X(01) VALUE SPACES.
           88  OPCAO-NOTA              VALUE "1".
           88  OPCAO-FRETE             VALUE "2".
           88  OPCAO-CONSULTAR         VALUE "3".
           88  OPCAO-CANCELAR          VALUE "4".
           88  OPCAO-ENCERRAR          VALUE "5".
       77  WRK-FIM-MENU       PIC X(01) VALUE "N".
           88  FIM-DO-MENU             VALUE "S".

      *=======DADOS DIGITADOS DO DOCUMENTO
       77  WRK-TIPO           PIC X(01) VALUE SPACES.
       77  WRK-FORNECEDOR     PIC 9(06) VALUE ZEROS.
       77  WRK-TRANSPORTADORA PIC 9(03) VALUE ZEROS.
       77  WRK-PRAZO          PIC 9(03) VALUE ZEROS.
       77  WRK-DOCUMENTO      PIC X(12) VALUE SPACES.
       77  WRK-DATA-EMISSAO   PIC X(08) VALUE SPACES.
       77  WRK-DATA-VENCIMENTO PIC X(08) VALUE SPACES.
       77  WRK-PEDCOMP        PIC 9(06) VALUE ZEROS.
       77  WRK-QUANTIDADE     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO          PIC 9(07)V9(04) VALUE ZEROS.
       77  WRK-VALOR          PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PERIODO-INI    PIC X(08) VALUE SPACES.
       77  WRK-PERIODO-FIM    PIC X(08) VALUE SPACES.
       77  WRK-NUMERO         PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ-ATUAL      PIC 9(08) VALUE ZEROS.

      *=======RESULTADO DA CONFERENCIA
       77  WRK-VALOR-ESPERADO PIC S9(08)V99 VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO         PIC X(20) VALUE SPACES.
       77  WRK-SALDO-A-FATURAR PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DIF-CUSTO      PIC S9(07)V9(04) VALUE ZEROS.
       77  WRK-LIMITE-CUSTO   PIC S9(07)V9(04) VALUE ZEROS.
       77  WRK-TOTAL-CALC     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-DIF-VALOR      PIC S9(10)V99 VALUE ZEROS.
       77  WRK-LIMITE-VALOR   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOLERANCIA-COMPRA PIC 9(03)V99 VALUE 10.
       77  WRK-TOLERANCIA-FRETE  PIC 9(03)V99 VALUE 2.
       77  WRK-TOLER-TOTAL    PIC 9(03)V99 VALUE 1,00.
       77  WRK-QTD-FRETES     PIC 9(07) VALUE ZEROS.

       77  WRK-FORNECEDOR-OK  PIC X(01) VALUE "N".
           88  FORNECEDOR-E-VALIDO     VALUE "S".
       77  WRK-DOC-DUPLICADO  PIC X(01) VALUE "N".
           88  DOCUMENTO-DUPLICADO     VALUE "S".
       77  WRK-PER-FATURADO   PIC X(01) VALUE "N".
           88  PERIODO-JA-FATURADO     VALUE "S".
       77  WRK-FIM-CONTAPAG   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAPAG         VALUE "S".
       77  WRK-FIM-PEDHIST    PIC X(01) VALUE "N".
           88  FIM-DO-PEDHIST          VALUE "S".

      *=======CAMPOS DA CHAMADA A DATACALC
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "A".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.
       COPY EDITMOEDA.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-MENU UNTIL FIM-DO-MENU.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

      *=======O CONTAS A PAGAR E CRIADO NA PRIMEIRA EXECUCAO, COMO O
      *=======PEDCOMP NO CADCOMPR.
       0050-ABRIR         SECTION.
           OPEN I-O ARQ-CONTAPAG.
           IF WRK-FS-CONTAPAG EQUAL "35"
               OPEN OUTPUT ARQ-CONTAPAG
               CLOSE ARQ-CONTAPAG
               OPEN I-O ARQ-CONTAPAG
           END-IF.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FORNEC.
           IF WRK-FS-FORNEC NOT EQUAL "00"
               MOVE WRK-FS-FORNEC  TO UTIL-FS-CODIGO
               MOVE "FORNEC"       TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PEDCOMP.
           IF WRK-FS-PEDCOMP NOT EQUAL "00"
               MOVE WRK-FS-PEDCOMP TO UTIL-FS-CODIGO
               MOVE "PEDCOMP"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN I-O ARQ-PARAMETR.
           MOVE "TOLCOMPRA" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 10 TO WRK-TOLERANCIA-COMPRA
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-TOLERANCIA-COMPRA
           END-READ.
           MOVE "TOLFRETE" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 2 TO WRK-TOLERANCIA-FRETE
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-TOLERANCIA-FRETE
           END-READ.

       0100-MENU          SECTION.
           DISPLAY "============================================".
           DISPLAY "CONTAS A PAGAR".
           DISPLAY "1 - NOTA DE FORNECEDOR   2 - FATURA DE FRETE".
           DISPLAY "3 - CONSULTAR   4 - CANCELAR   5 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

           EVALUATE TRUE
               WHEN OPCAO-NOTA
                   PERFORM 0200-NOTA-FORNECEDOR
               WHEN OPCAO-FRETE
                   PERFORM 0300-FATURA-FRETE
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-CANCELAR
                   PERFORM 0500-CANCELAR
               WHEN OPCAO-ENCERRAR
                   SET FIM-DO-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPÇÃO INVÁLIDA."
           END-EVALUATE.

      *=======NOTA DE FORNECEDOR: CONFERENCIA EM TRES VIAS CONTRA O
      *=======PEDIDO DE COMPRA E O RECEBIMENTO.
       0200-NOTA-FORNECEDOR SECTION.
           MOVE "F" TO WRK-TIPO.
           PERFORM 0210-RECEBE-FORNECEDOR.
           IF FORNECEDOR-E-VALIDO
               PERFORM 0220-RECEBE-DOCUMENTO
               PERFORM 0240-RECEBE-NOTA
               PERFORM 0230-VERIFICAR-DUPLICADO
               IF DOCUMENTO-DUPLICADO
                   DISPLAY "DOCUMENTO " WRK-DOCUMENTO " JÁ LANÇADO "
                           "PARA O FORNECEDOR -- NÃO GRAVADO."
               ELSE
                   PERFORM 0250-CONFERIR-NOTA
                   PERFORM 0600-GRAVAR
               END-IF
           END-IF.

       0210-RECEBE-FORNECEDOR SECTION.
           MOVE "N" TO WRK-FORNECEDOR-OK.
           DISPLAY "CÓDIGO DO FORNECEDOR... ".
           ACCEPT WRK-FORNECEDOR.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR " WRK-FORNECEDOR
                           " NÃO CADASTRADO."
               NOT INVALID KEY
                   IF FOR-ATIVO EQUAL "S"
                       DISPLAY "FORNECEDOR: " FOR-NOME
                       MOVE FOR-PRAZO-PAGTO    TO WRK-PRAZO
                       MOVE FOR-TRANSPORTADORA TO WRK-TRANSPORTADORA
                       SET FORNECEDOR-E-VALIDO TO TRUE
                   ELSE
                       DISPLAY "FORNECEDOR " WRK-FORNECEDOR
                               " INATIVO."
                   END-IF
           END-READ.

      *=======VENCIMENTO EM BRANCO = EMISSAO + PRAZO DE PAGAMENTO DO
      *=======CADASTRO DO FORNECEDOR.
       0220-RECEBE-DOCUMENTO SECTION.
           DISPLAY "NÚMERO DO DOCUMENTO... ".
           ACCEPT WRK-DOCUMENTO.
           DISPLAY "DATA DE EMISSÃO (AAAAMMDD)... ".
           ACCEPT WRK-DATA-EMISSAO.
           DISPLAY "VENCIMENTO (AAAAMMDD, BRANCO = PRAZO DO "
                   "FORNECEDOR)... ".
           ACCEPT WRK-DATA-VENCIMENTO.
           IF WRK-DATA-VENCIMENTO EQUAL SPACES
               MOVE WRK-DATA-EMISSAO TO WRK-CALC-DATA1
               MOVE WRK-PRAZO        TO WRK-CALC-DIAS
               MOVE "A"              TO WRK-CALC-MODO
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-VENCIMENTO
               DISPLAY "VENCIMENTO CALCULADO... " WRK-DATA-VENCIMENTO
           END-IF.

      *=======VARRE O CONTAS A PAGAR: MESMO DOCUMENTO DO MESMO
      *=======FORNECEDOR, OU (NA FATURA DE FRETE) PERIODO QUE SE
      *=======SOBREPOE A OUTRA FATURA DA TRANSPORTADORA. DOCUMENTO
      *=======CANCELADO NAO CONTA.
       0230-VERIFICAR-DUPLICADO SECTION.
           MOVE "N" TO WRK-DOC-DUPLICADO.
           MOVE "N" TO WRK-PER-FATURADO.
           MOVE "N" TO WRK-FIM-CONTAPAG.
           MOVE ZEROS TO CPAG-NUMERO.
           START ARQ-CONTAPAG KEY NOT LESS CPAG-NUMERO
               INVALID KEY
                   SET FIM-DO-CONTAPAG TO TRUE
           END-START.
           IF NOT FIM-DO-CONTAPAG
               PERFORM 0232-LER-CONTAPAG
           END-IF.
           PERFORM 0234-COMPARAR-DOCUMENTO UNTIL FIM-DO-CONTAPAG.

       0232-LER-CONTAPAG  SECTION.
           READ ARQ-CONTAPAG NEXT RECORD
               AT END
                   SET FIM-DO-CONTAPAG TO TRUE
           END-READ.

       0234-COMPARAR-DOCUMENTO SECTION.
           IF NOT CPAG-CANCELADA
               IF CPAG-FORNECEDOR EQUAL WRK-FORNECEDOR
                  AND CPAG-DOCUMENTO EQUAL WRK-DOCUMENTO
                   SET DOCUMENTO-DUPLICADO TO TRUE
               END-IF
               IF WRK-TIPO EQUAL "T"
                  AND CPAG-FATURA-FRETE
                  AND CPAG-TRANSPORTADORA EQUAL WRK-TRANSPORTADORA
                  AND CPAG-PERIODO-INI NOT GREATER WRK-PERIODO-FIM
                  AND CPAG-PERIODO-FIM NOT LESS WRK-PERIODO-INI
                   SET PERIODO-JA-FATURADO TO TRUE
               END-IF
           END-IF.
           PERFORM 0232-LER-CONTAPAG.

       0240-RECEBE-NOTA   SECTION.
           DISPLAY "NÚMERO DO PEDIDO DE COMPRA... ".
           ACCEPT WRK-PEDCOMP.
           DISPLAY "QUANTIDADE FATURADA... ".
           ACCEPT WRK-QUANTIDADE.
           DISPLAY "CUSTO UNITÁRIO FATURADO... ".
           ACCEPT WRK-CUSTO.
           DISPLAY "VALOR TOTAL DA NOTA... ".
           ACCEPT WRK-VALOR.
           MOVE SPACES TO WRK-PERIODO-INI.
           MOVE SPACES TO WRK-PERIODO-FIM.

      *=======TRES VIAS: PEDIDO (FORNECEDOR E CUSTO ACORDADO),
      *=======RECEBIMENTO (QUANTIDADE QUE O ESTLOTE JA DEU ENTRADA
      *=======MENOS O JA FATURADO) E A PROPRIA NOTA (TOTAL =
      *=======QUANTIDADE X CUSTO). A PRIMEIRA DIVERGENCIA VIRA O
      *=======MOTIVO.
       0250-CONFERIR-NOTA SECTION.
           MOVE "C"    TO WRK-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-VALOR-ESPERADO.
           MOVE WRK-PEDCOMP TO PCO-NUMERO.
           READ ARQ-PEDCOMP
               INVALID KEY
                   MOVE "D" TO WRK-SITUACAO
                   MOVE "PEDIDO INEXISTENTE" TO WRK-MOTIVO
           END-READ.
           IF WRK-SITUACAO EQUAL "C"
               PERFORM 0260-COMPARAR-PEDIDO
           END-IF.

       0260-COMPARAR-PEDIDO SECTION.
           COMPUTE WRK-VALOR-ESPERADO ROUNDED =
                   WRK-QUANTIDADE * PCO-CUSTO-ACORDADO.
           COMPUTE WRK-SALDO-A-FATURAR =
                   PCO-QTD-RECEBIDA - PCO-QTD-FATURADA.
           COMPUTE WRK-DIF-CUSTO = WRK-CUSTO - PCO-CUSTO-ACORDADO.
           IF WRK-DIF-CUSTO LESS ZEROS
               MULTIPLY -1 BY WRK-DIF-CUSTO
           END-IF.
           COMPUTE WRK-LIMITE-CUSTO ROUNDED =
                   PCO-CUSTO-ACORDADO
                   * WRK-TOLERANCIA-COMPRA / 100.
           COMPUTE WRK-TOTAL-CALC ROUNDED =
                   WRK-QUANTIDADE * WRK-CUSTO.
           COMPUTE WRK-DIF-VALOR = WRK-VALOR - WRK-TOTAL-CALC.
           IF WRK-DIF-VALOR LESS ZEROS
               MULTIPLY -1 BY WRK-DIF-VALOR
           END-IF.
           EVALUATE TRUE
               WHEN PCO-COD-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
                   MOVE "PEDIDO DE OUTRO FORN" TO WRK-MOTIVO
               WHEN WRK-QUANTIDADE GREATER WRK-SALDO-A-FATURAR
                   MOVE "QTD NAO RECEBIDA"     TO WRK-MOTIVO
               WHEN WRK-DIF-CUSTO GREATER WRK-LIMITE-CUSTO
                   MOVE "CUSTO FORA TOLERANC"  TO WRK-MOTIVO
               WHEN WRK-DIF-VALOR GREATER WRK-TOLER-TOTAL
                   MOVE "TOTAL NAO CONFERE"    TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
               MOVE "D" TO WRK-SITUACAO
           END-IF.
           DISPLAY "PEDIDO " PCO-NUMERO " -- RECEBIDO "
                   PCO-QTD-RECEBIDA "  JÁ FATURADO "
                   PCO-QTD-FATURADA.

      *=======FATURA DE FRETE: SO DE FORNECEDOR CADASTRADO COMO
      *=======TRANSPORTADORA; CONFERIDA CONTRA O FRETE DO PERIODO.
       0300-FATURA-FRETE  SECTION.
           MOVE "T" TO WRK-TIPO.
           PERFORM 0210-RECEBE-FORNECEDOR.
           IF FORNECEDOR-E-VALIDO
              AND WRK-TRANSPORTADORA EQUAL ZEROS
               DISPLAY "FORNECEDOR " WRK-FORNECEDOR " NÃO É "
                       "TRANSPORTADORA (VER CADFORN)."
               MOVE "N" TO WRK-FORNECEDOR-OK
           END-IF.
           IF FORNECEDOR-E-VALIDO
               PERFORM 0220-RECEBE-DOCUMENTO
               PERFORM 0340-RECEBE-FATURA
               PERFORM 0230-VERIFICAR-DUPLICADO
               IF DOCUMENTO-DUPLICADO
                   DISPLAY "DOCUMENTO " WRK-DOCUMENTO " JÁ LANÇADO "
                           "PARA O FORNECEDOR -- NÃO GRAVADO."
               ELSE
                   PERFORM 0350-SOMAR-FRETE
                   PERFORM 0360-CONFERIR-FATURA
                   PERFORM 0600-GRAVAR
               END-IF
           END-IF.

       0340-RECEBE-FATURA SECTION.
           DISPLAY "INÍCIO DO PERÍODO FATURADO (AAAAMMDD)... ".
           ACCEPT WRK-PERIODO-INI.
           DISPLAY "FIM DO PERÍODO FATURADO (AAAAMMDD)... ".
           ACCEPT WRK-PERIODO-FIM.
           DISPLAY "VALOR DA FATURA... ".
           ACCEPT WRK-VALOR.
           MOVE ZEROS TO WRK-PEDCOMP.
           MOVE ZEROS TO WRK-QUANTIDADE.
           MOVE ZEROS TO WRK-CUSTO.

      *=======FRETE COBRADO DA TRANSPORTADORA NO PERIODO: SAIDAS
      *=======PROCESSADAS E NAO ESTORNADAS DO HISTORICO, PELA DATA DE
      *=======PROCESSAMENTO (MESMO FILTRO DO RELTRANS).
       0350-SOMAR-FRETE   SECTION.
           MOVE ZEROS TO WRK-VALOR-ESPERADO.
           MOVE ZEROS TO WRK-QTD-FRETES.
           MOVE "N" TO WRK-FIM-PEDHIST.
           OPEN INPUT ARQ-PEDHIST.
           IF WRK-FS-PEDHIST NOT EQUAL "00"
               MOVE WRK-FS-PEDHIST TO UTIL-FS-CODIGO
               MOVE "PEDHIST"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           PERFORM 0352-LER-PEDHIST.
           PERFORM 0354-ACUMULAR-FRETE UNTIL FIM-DO-PEDHIST.
           CLOSE ARQ-PEDHIST.

       0352-LER-PEDHIST   SECTION.
           READ ARQ-PEDHIST NEXT RECORD
               AT END
                   SET FIM-DO-PEDHIST TO TRUE
           END-READ.

       0354-ACUMULAR-FRETE SECTION.
           IF PHIST-TIPO-MOV EQUAL "S"
              AND NOT PHIST-ESTORNADO
              AND PHIST-TRANSPORTADORA EQUAL WRK-TRANSPORTADORA
              AND PHIST-DATA-PROC NOT LESS WRK-PERIODO-INI
              AND PHIST-DATA-PROC NOT GREATER WRK-PERIODO-FIM
               ADD PHIST-FRETE TO WRK-VALOR-ESPERADO
               ADD 1 TO WRK-QTD-FRETES
           END-IF.
           PERFORM 0352-LER-PEDHIST.

       0360-CONFERIR-FATURA SECTION.
           MOVE "C"    TO WRK-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO.
           COMPUTE WRK-DIF-VALOR = WRK-VALOR - WRK-VALOR-ESPERADO.
           IF WRK-DIF-VALOR LESS ZEROS
               MULTIPLY -1 BY WRK-DIF-VALOR
           END-IF.
           COMPUTE WRK-LIMITE-VALOR ROUNDED =
                   WRK-VALOR-ESPERADO
                   * WRK-TOLERANCIA-FRETE / 100.
           EVALUATE TRUE
               WHEN PERIODO-JA-FATURADO
                   MOVE "PERIODO JA FATURADO" TO WRK-MOTIVO
               WHEN WRK-QTD-FRETES EQUAL ZEROS
                   MOVE "SEM FRETE NO PERIODO" TO WRK-MOTIVO
               WHEN WRK-DIF-VALOR GREATER WRK-LIMITE-VALOR
                   MOVE "FRETE NAO CONFERE"   TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
               MOVE "D" TO WRK-SITUACAO
           END-IF.
           DISPLAY "SAÍDAS DA TRANSPORTADORA NO PERÍODO... "
                   WRK-QTD-FRETES.

       0400-CONSULTAR     SECTION.
           DISPLAY "NÚMERO DO DOCUMENTO A PAGAR... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CPAG-NUMERO.
           READ ARQ-CONTAPAG
               INVALID KEY
                   DISPLAY "DOCUMENTO A PAGAR NÃO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM 0410-MOSTRA
           END-READ.

       0410-MOSTRA        SECTION.
           DISPLAY "TIPO... " CPAG-TIPO
                   "  FORNECEDOR... " CPAG-FORNECEDOR
                   "  DOCUMENTO... " CPAG-DOCUMENTO.
           IF CPAG-NOTA-FORNECEDOR
               DISPLAY "PEDIDO DE COMPRA... " CPAG-PEDCOMP
                       "  QUANTIDADE... " CPAG-QUANTIDADE
                       "  CUSTO... " CPAG-CUSTO-UNIT
           ELSE
               DISPLAY "TRANSPORTADORA... " CPAG-TRANSPORTADORA
                       "  PERÍODO... " CPAG-PERIODO-INI
                       " A " CPAG-PERIODO-FIM
           END-IF.
           MOVE CPAG-VALOR          TO EDIT-MOEDA-1.
           MOVE CPAG-VALOR-ESPERADO TO EDIT-MOEDA-2.
           DISPLAY "VALOR... " EDIT-MOEDA-1
                   "  ESPERADO... " EDIT-MOEDA-2.
           DISPLAY "EMISSÃO... " CPAG-DATA-EMISSAO
                   "  VENCIMENTO... " CPAG-DATA-VENCIMENTO.
           DISPLAY "SITUAÇÃO... " CPAG-SITUACAO
                   "  MOTIVO... " CPAG-MOTIVO.
           IF CPAG-APROVADA OR CPAG-PAGA
               DISPLAY "PROGRAMADO PARA... " CPAG-DATA-PROGRAMADA
                       "  APROVADO POR... " CPAG-OPERADOR
           END-IF.
           IF CPAG-PAGA
               DISPLAY "PAGO EM... " CPAG-DATA-PAGAMENTO
           END-IF.

      *=======SO CANCELA O QUE AINDA NAO FOI PAGO; A NOTA CONFERIDA
      *=======DEVOLVE A QUANTIDADE FATURADA AO PEDIDO DE COMPRA.
       0500-CANCELAR      SECTION.
           DISPLAY "NÚMERO DO DOCUMENTO A PAGAR... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CPAG-NUMERO.
           READ ARQ-CONTAPAG
               INVALID KEY
                   DISPLAY "DOCUMENTO A PAGAR NÃO ENCONTRADO."
               NOT INVALID KEY
                   IF CPAG-PAGA OR CPAG-CANCELADA
                       DISPLAY "DOCUMENTO JÁ ENCERRADO (SITUAÇÃO "
                               CPAG-SITUACAO ")."
                   ELSE
                       PERFORM 0520-DEVOLVER-FATURADO
                       MOVE "X" TO CPAG-SITUACAO
                       REWRITE CONTAPAG-REC
                       DISPLAY "DOCUMENTO A PAGAR CANCELADO."
                   END-IF
           END-READ.

       0520-DEVOLVER-FATURADO SECTION.
           IF CPAG-NOTA-FORNECEDOR
              AND (CPAG-CONFERIDA OR CPAG-APROVADA)
               MOVE CPAG-PEDCOMP TO PCO-NUMERO
               READ ARQ-PEDCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT CPAG-QUANTIDADE FROM PCO-QTD-FATURADA
                       REWRITE PEDCOMP-REC
               END-READ
           END-IF.

      *=======GRAVA O DOCUMENTO COM O RESULTADO DA CONFERENCIA; A NOTA
      *=======CONFERIDA RESERVA A QUANTIDADE NO PEDIDO DE COMPRA.
       0600-GRAVAR        SECTION.
           PERFORM 0650-PROXIMO-NUMERO.
           MOVE SPACES              TO CONTAPAG-REC.
           MOVE WRK-NUMERO          TO CPAG-NUMERO.
           MOVE WRK-TIPO            TO CPAG-TIPO.
           MOVE WRK-FORNECEDOR      TO CPAG-FORNECEDOR.
           MOVE WRK-DOCUMENTO       TO CPAG-DOCUMENTO.
           MOVE WRK-PEDCOMP         TO CPAG-PEDCOMP.
           MOVE WRK-TRANSPORTADORA  TO CPAG-TRANSPORTADORA.
           MOVE WRK-PERIODO-INI     TO CPAG-PERIODO-INI.
           MOVE WRK-PERIODO-FIM     TO CPAG-PERIODO-FIM.
           MOVE WRK-QUANTIDADE      TO CPAG-QUANTIDADE.
           MOVE WRK-CUSTO           TO CPAG-CUSTO-UNIT.
           MOVE WRK-VALOR           TO CPAG-VALOR.
           MOVE WRK-VALOR-ESPERADO  TO CPAG-VALOR-ESPERADO.
           MOVE WRK-DATA-EMISSAO    TO CPAG-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO CPAG-DATA-VENCIMENTO.
           MOVE WRK-SITUACAO        TO CPAG-SITUACAO.
           MOVE WRK-MOTIVO          TO CPAG-MOTIVO.
           WRITE CONTAPAG-REC.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           IF CPAG-CONFERIDA AND CPAG-NOTA-FORNECEDOR
               ADD WRK-QUANTIDADE TO PCO-QTD-FATURADA
               REWRITE PEDCOMP-REC
               IF WRK-FS-PEDCOMP NOT EQUAL "00"
                   MOVE WRK-FS-PEDCOMP TO UTIL-FS-CODIGO
                   MOVE "PEDCOMP"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
           END-IF.
           MOVE WRK-VALOR          TO EDIT-MOEDA-1.
           MOVE WRK-VALOR-ESPERADO TO EDIT-MOEDA-2.
           DISPLAY "VALOR " EDIT-MOEDA-1 "  ESPERADO " EDIT-MOEDA-2.
           IF CPAG-CONFERIDA
               DISPLAY "DOCUMENTO " WRK-NUMERO " CONFERIDO -- "
                       "AGUARDA APROVAÇÃO NO APROVPAG."
           ELSE
               DISPLAY "DOCUMENTO " WRK-NUMERO " DIVERGENTE: "
                       WRK-MOTIVO
           END-IF.

      *=======MESMO ESQUEMA DE SEQUENCIA DO CADCOMPR ("SEQCOMPRA"),
      *=======SO QUE NO PARAMETRO "SEQCPAG".
       0650-PROXIMO-NUMERO SECTION.
           MOVE "SEQCPAG   " TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 1 TO WRK-SEQ-ATUAL
                   MOVE "SEQCPAG   " TO PARM-CODIGO
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   MOVE "ULTIMO NUMERO DE CONTA A PAGAR"
                       TO PARM-DESCRICAO
                   WRITE PARM-REC
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-SEQ-ATUAL
                   ADD 1 TO WRK-SEQ-ATUAL
                   MOVE WRK-SEQ-ATUAL TO PARM-VALOR
                   REWRITE PARM-REC
           END-READ.
           MOVE WRK-SEQ-ATUAL TO WRK-NUMERO.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CONTAPAG.
           CLOSE ARQ-FORNEC.
           CLOSE ARQ-PEDCOMP.
           CLOSE ARQ-PARAMETR.

       COPY FSERROPR.
