       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONCILIACAO BANCARIA DIARIA: IMPORTA O EXTRATO
      *    ==          DO BANCO (ARQUIVO "EXTRATO", COPYBOOK EXTBANC)
      *    ==          E CASA CADA LANCAMENTO COM A SUA ORIGEM NO
      *    ==          SISTEMA -- CREDITO DE COBRANCA COM OS TITULOS
      *    ==          LIQUIDADOS PELO RETCOBRA (DATA/VALOR), DEBITO DA
      *    ==          FOLHA COM O TOTAL DO TRAILER DO REMBANCO E
      *    ==          DEBITO DO FGTS COM O DO REMFGTS. O RELATORIO
      *    ==          "CONCBANC" LISTA O QUE CASOU, OS LANCAMENTOS DO
      *    ==          EXTRATO SEM ORIGEM, OS MOVIMENTOS ESPERADOS QUE
      *    ==          NAO APARECERAM E O SALDO CONCILIADO POR CONTA.
      *    ==          ATE AQUI NINGUEM CONFERIA SE O DINHEIRO QUE O
      *    ==          SISTEMA DA COMO RECEBIDO OU PAGO SE MEXEU DE
      *    ==          VERDADE NA CONTA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: OS DOIS LADOS FICAM NO CADASTRO "CONCILIA"
      *==             (COPYBOOK CONCILIA) ATE CASAR, ENTAO O CREDITO
      *==             QUE O BANCO LANCA DIAS DEPOIS DA LIQUIDACAO AINDA
      *==             CASA. O LANCAMENTO CASA COM O MOVIMENTO ESPERADO
      *==             DE MESMA NATUREZA E VALOR, LANCADO NO MESMO DIA
      *==             OU ATE "CONCDIAS" DIAS CORRIDOS DEPOIS
      *==             (PARAMETRO; SEM ELE, 5 DIAS). CREDITO DE
      *==             COBRANCA QUE NAO CASA COM UM TITULO SO E TENTADO
      *==             CONTRA A SOMA DOS TITULOS LIQUIDADOS NUMA MESMA
      *==             DATA (BANCO QUE CREDITA A COBRANCA DO DIA NUM
      *==             LANCAMENTO SO). MOVIMENTO ESPERADO PENDENTE HA
      *==             MAIS DE "CONCDIAS" DIAS SAI COMO NAO LOCALIZADO.
      *==             REIMPORTAR O MESMO EXTRATO NAO DUPLICA NADA (A
      *==             CHAVE DA LINHA E A MESMA). SEM EXTRATO NO DIA,
      *==             SO REGISTRA OS MOVIMENTOS ESPERADOS E LISTA AS
      *==             PENDENCIAS. RETURN-CODE 0004 QUANDO SOBROU
      *==             LANCAMENTO SEM ORIGEM, MOVIMENTO NAO LOCALIZADO
      *==             OU EXTRATO COM SALDO QUE NAO FECHA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONCILIA  ASSIGN TO "CONCILIA"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-CHAVE
               FILE STATUS IS WRK-FS-CONCILIA.

           SELECT ARQ-EXTRATO   ASSIGN TO "EXTRATO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.

           SELECT ARQ-CONTAREC  ASSIGN TO "CONTAREC"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREC-NUMERO
               FILE STATUS IS WRK-FS-CONTAREC.

           SELECT ARQ-REMBANCO  ASSIGN TO "REMBANCO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMBANCO.

           SELECT ARQ-REMFGTS   ASSIGN TO "REMFGTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMFGTS.

           SELECT ARQ-PARAMETR  ASSIGN TO "PARAMETR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARM-CODIGO
               FILE STATUS IS WRK-FS-PARAMETR.

           SELECT ARQ-CONCBANC  ASSIGN TO "CONCBANC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONCBANC.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CONCILIA.
           COPY CONCILIA.

       FD  ARQ-EXTRATO.
           COPY EXTBANC.

       FD  ARQ-CONTAREC.
           COPY CONTAREC.

       FD  ARQ-REMBANCO.
           COPY REMBANCO.

       FD  ARQ-REMFGTS.
           COPY REMFGTS.

       FD  ARQ-PARAMETR.
           COPY PARM.

       FD  ARQ-CONCBANC.
       01  CONCBANC-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONCILIA    PIC X(02) VALUE "00".
       77  WRK-FS-EXTRATO     PIC X(02) VALUE "00".
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-REMBANCO    PIC X(02) VALUE "00".
       77  WRK-FS-REMFGTS     PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-CONCBANC    PIC X(02) VALUE "00".
           COPY FSERRO.
       77  WRK-EXTRATO-ATIVO  PIC X(01) VALUE "N".
           88  EXTRATO-DO-DIA-ATIVO    VALUE "S".
       77  WRK-CONTAREC-ATIVO PIC X(01) VALUE "N".
           88  CONTAS-RECEBER-ATIVO    VALUE "S".
       77  WRK-REMBANCO-ATIVO PIC X(01) VALUE "N".
           88  REMESSA-FOLHA-ATIVA     VALUE "S".
       77  WRK-REMFGTS-ATIVO  PIC X(01) VALUE "N".
           88  REMESSA-FGTS-ATIVA      VALUE "S".
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88  FIM-DO-ARQUIVO          VALUE "S".
       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-TOLERANCIA     PIC 9(03) VALUE 5.

      *=======CAMPOS DA CHAMADA A DATACALC (MODO "D")
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "D".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======REGISTRO MONTADO ANTES DA INCLUSAO NO CONCILIA (A
      *=======LEITURA QUE CONFERE SE JA EXISTE SUJA O BUFFER)
       01  WRK-MOV-SALVO      PIC X(136) VALUE SPACES.

      *=======CHAVES DOS DOCUMENTOS
       01  WRK-DOC-EXTRATO.
           05  WRK-DOCX-DATA      PIC X(08).
           05  WRK-DOCX-CONTA     PIC X(15).
           05  WRK-DOCX-SEQ       PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
       01  WRK-DOC-REMESSA.
           05  WRK-DOCR-ARQUIVO   PIC X(09).
           05  WRK-DOCR-DATA      PIC X(08).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  WRK-DOC-LOTE.
           05  FILLER             PIC X(03) VALUE "COB".
           05  FILLER             PIC X(05) VALUE "LOTE ".
           05  WRK-DOCL-DATA      PIC X(08).
           05  FILLER             PIC X(17) VALUE SPACES.
       01  WRK-CONTA-ID.
           05  WRK-CID-BANCO      PIC 9(03).
           05  WRK-CID-AGENCIA    PIC 9(04).
           05  WRK-CID-CONTA      PIC 9(08).
       01  WRK-CONTA-ID-X REDEFINES WRK-CONTA-ID
                              PIC X(15).

      *=======REMESSA DA FOLHA / DO FGTS LIDA (DATA DO HEADER, TOTAL
      *=======DO TRAILER)
       77  WRK-REM-DATA       PIC X(08) VALUE SPACES.
       77  WRK-REM-TOTAL      PIC 9(10)V99 VALUE ZEROS.

      *=======BLOCO DO EXTRATO EM LEITURA
       77  WRK-SEQ-LINHA      PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-EXTRATO   PIC X(08) VALUE SPACES.
       77  WRK-BLOCO-ABERTO   PIC X(01) VALUE "N".
           88  BLOCO-DE-CONTA-ABERTO   VALUE "S".
       77  WRK-SALDO-CALC     PIC S9(12)V99 VALUE ZEROS.

      *=======CONTAS DO EXTRATO E DAS PENDENCIAS (RESUMO)
       77  WRK-QTD-CTAS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-CTA        PIC 9(02) VALUE ZEROS.
       77  WRK-CTA-ACHADA     PIC X(01) VALUE "N".
           88  CONTA-FOI-ACHADA        VALUE "S".
       77  WRK-AVISO-TAB-CTA  PIC X(01) VALUE "N".
           88  AVISO-TAB-CTA-DADO      VALUE "S".
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ITEM OCCURS 20 TIMES.
               10  WRK-CTA-ID         PIC X(15).
               10  WRK-CTA-DATA       PIC X(08).
               10  WRK-CTA-TEM-SALDO  PIC X(01).
               10  WRK-CTA-INCONSIST  PIC X(01).
               10  WRK-CTA-SALDO-INI  PIC S9(12)V99.
               10  WRK-CTA-CREDITOS   PIC 9(12)V99.
               10  WRK-CTA-DEBITOS    PIC 9(12)V99.
               10  WRK-CTA-SALDO-FIN  PIC S9(12)V99.
               10  WRK-CTA-QTD-LANC   PIC 9(05).
               10  WRK-CTA-QTD-CONC   PIC 9(05).
               10  WRK-CTA-QTD-SEMORI PIC 9(05).
               10  WRK-CTA-SEMORI-CRE PIC 9(12)V99.
               10  WRK-CTA-SEMORI-DEB PIC 9(12)V99.

      *=======PENDENCIAS CARREGADAS DO CONCILIA PARA O CASAMENTO
       77  WRK-QTD-EXT        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-EXT        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EXTRATO.
           05  WRK-EXT-ITEM OCCURS 3000 TIMES.
               10  WRK-EXT-CHAVE      PIC X(33).
               10  WRK-EXT-NATUREZA   PIC X(01).
               10  WRK-EXT-DATA       PIC X(08).
               10  WRK-EXT-VALOR      PIC 9(10)V99.
               10  WRK-EXT-CONTA      PIC X(15).
               10  WRK-EXT-HISTORICO  PIC X(25).
               10  WRK-EXT-CASADO     PIC X(01).
       77  WRK-QTD-ESP        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ESP        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-AUX        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ESPERADOS.
           05  WRK-ESP-ITEM OCCURS 3000 TIMES.
               10  WRK-ESP-CHAVE.
                   15  WRK-ESP-ORIGEM PIC X(03).
                   15  WRK-ESP-DOC    PIC X(30).
               10  WRK-ESP-NATUREZA   PIC X(01).
               10  WRK-ESP-DATA       PIC X(08).
               10  WRK-ESP-VALOR      PIC 9(10)V99.
               10  WRK-ESP-HISTORICO  PIC X(25).
               10  WRK-ESP-CASADO     PIC X(01).
       77  WRK-AVISO-TAB-PEND PIC X(01) VALUE "N".
           88  AVISO-TAB-PEND-DADO     VALUE "S".

      *=======CASAMENTO DA LINHA EM TRATAMENTO
       77  WRK-ACHOU          PIC X(01) VALUE "N".
           88  ORIGEM-FOI-ACHADA       VALUE "S".
       77  WRK-DATA-OK        PIC X(01) VALUE "N".
           88  DATA-NA-JANELA          VALUE "S".
       77  WRK-LOTE-DATA      PIC X(08) VALUE SPACES.
       77  WRK-LOTE-SOMA      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-LOTE-QTD       PIC 9(04) VALUE ZEROS.
       77  WRK-CHAVE-BAIXA    PIC X(33) VALUE SPACES.
       77  WRK-CHAVE-PAR      PIC X(33) VALUE SPACES.
       77  WRK-DESC-ORIGEM    PIC X(40) VALUE SPACES.
       77  WRK-SITUACAO-ESP   PIC X(24) VALUE SPACES.

      *=======CONTAGENS E TOTAIS
       77  WRK-QTD-NOVOS-ESP  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOVOS-EXT  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REPETIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INVALIDOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INCONSIST  PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-CASADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-ORIGEM PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATRASADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-ESP-PEND-CRE   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ESP-PEND-DEB   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SALDO-CONC     PIC S9(12)V99 VALUE ZEROS.

       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-ESPERADOS-COBRANCA.
           PERFORM 0150-ESPERADO-FOLHA.
           PERFORM 0170-ESPERADO-FGTS.
           IF EXTRATO-DO-DIA-ATIVO
               PERFORM 0200-IMPORTAR-EXTRATO
           END-IF.
           PERFORM 0300-CARREGAR-PENDENTES.
           PERFORM 0350-CABECALHO.
           MOVE 1 TO WRK-IDX-EXT.
           PERFORM 0400-CONCILIAR-LINHA
               UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT.
           PERFORM 0600-SEM-ORIGEM.
           PERFORM 0650-NAO-LOCALIZADOS.
           PERFORM 0700-RESUMO-CONTAS.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-CONCILIA.
           IF WRK-FS-CONCILIA EQUAL "35"
               OPEN OUTPUT ARQ-CONCILIA
               CLOSE ARQ-CONCILIA
               OPEN I-O ARQ-CONCILIA
           END-IF.
           IF WRK-FS-CONCILIA NOT EQUAL "00"
               MOVE WRK-FS-CONCILIA TO UTIL-FS-CODIGO
               MOVE "CONCILIA"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-CONCBANC.
           IF WRK-FS-CONCBANC NOT EQUAL "00"
               MOVE WRK-FS-CONCBANC TO UTIL-FS-CODIGO
               MOVE "CONCBANC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-EXTRATO.
           IF WRK-FS-EXTRATO EQUAL "00"
               SET EXTRATO-DO-DIA-ATIVO TO TRUE
           ELSE
               DISPLAY "SEM EXTRATO BANCÁRIO HOJE (STATUS "
                       WRK-FS-EXTRATO ") -- SÓ OS MOVIMENTOS "
                       "ESPERADOS SERÃO REGISTRADOS."
           END-IF.
      *=======SEM UMA DAS ORIGENS, O LADO DELA SO NAO GANHA MOVIMENTO
      *=======NOVO HOJE; O QUE JA ESTAVA PENDENTE CONTINUA CASANDO.
           OPEN INPUT ARQ-CONTAREC.
           IF WRK-FS-CONTAREC EQUAL "00"
               SET CONTAS-RECEBER-ATIVO TO TRUE
           ELSE
               DISPLAY "CONTAS A RECEBER INDISPONÍVEL (STATUS "
                       WRK-FS-CONTAREC ") -- LIQUIDAÇÕES DE "
                       "COBRANÇA NÃO REGISTRADAS HOJE."
           END-IF.
           OPEN INPUT ARQ-REMBANCO.
           IF WRK-FS-REMBANCO EQUAL "00"
               SET REMESSA-FOLHA-ATIVA TO TRUE
           END-IF.
           OPEN INPUT ARQ-REMFGTS.
           IF WRK-FS-REMFGTS EQUAL "00"
               SET REMESSA-FGTS-ATIVA TO TRUE
           END-IF.
           OPEN INPUT ARQ-PARAMETR.
           IF WRK-FS-PARAMETR EQUAL "00"
               MOVE "CONCDIAS" TO PARM-CODIGO
               READ ARQ-PARAMETR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARM-VALOR TO WRK-TOLERANCIA
               END-READ
               CLOSE ARQ-PARAMETR
           END-IF.

      *=======TITULO LIQUIDADO PELO RETORNO DO BANCO (RETCOBRA) VIRA
      *=======CREDITO ESPERADO NA DATA DO PAGAMENTO, PELO VALOR DE
      *=======FACE (O RETCOBRA SO LIQUIDA QUANDO O PAGO BATE COM ELE).
       0100-ESPERADOS-COBRANCA SECTION.
           IF CONTAS-RECEBER-ATIVO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-TITULO
               PERFORM 0120-REGISTRAR-TITULO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-CONTAREC
           END-IF.

       0110-LER-TITULO    SECTION.
           READ ARQ-CONTAREC NEXT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
           END-READ.

       0120-REGISTRAR-TITULO SECTION.
           IF CREC-LIQUIDADO-BANCO
              AND CREC-VALOR GREATER ZEROS
               MOVE SPACES              TO CONCILIA-REC
               MOVE "COB"               TO CNC-ORIGEM
               MOVE CREC-NUMERO         TO CNC-DOCUMENTO
               MOVE "C"                 TO CNC-NATUREZA
               MOVE CREC-DATA-PAGAMENTO TO CNC-DATA
               MOVE CREC-VALOR          TO CNC-VALOR
               MOVE "LIQUIDACAO COBRANCA" TO CNC-HISTORICO
               PERFORM 0800-INCLUIR-MOVIMENTO
           END-IF.
           PERFORM 0110-LER-TITULO.

      *=======REMESSA DA FOLHA: UM DEBITO ESPERADO PELO TOTAL DO
      *=======TRAILER, NA DATA DO HEADER. O ARQUIVO SO MUDA QUANDO A
      *=======FOLHA FECHA; A MESMA REMESSA NAO ENTRA DUAS VEZES.
       0150-ESPERADO-FOLHA SECTION.
           IF REMESSA-FOLHA-ATIVA
               MOVE SPACES TO WRK-REM-DATA
               MOVE ZEROS  TO WRK-REM-TOTAL
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-REMBANCO UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-REMBANCO
               IF WRK-REM-TOTAL GREATER ZEROS
                   MOVE "REMBANCO"   TO WRK-DOCR-ARQUIVO
                   MOVE WRK-REM-DATA TO WRK-DOCR-DATA
                   MOVE SPACES          TO CONCILIA-REC
                   MOVE "FOL"           TO CNC-ORIGEM
                   MOVE WRK-DOC-REMESSA TO CNC-DOCUMENTO
                   MOVE "D"             TO CNC-NATUREZA
                   MOVE WRK-REM-DATA    TO CNC-DATA
                   MOVE WRK-REM-TOTAL   TO CNC-VALOR
                   MOVE "CREDITOS DA FOLHA" TO CNC-HISTORICO
                   PERFORM 0800-INCLUIR-MOVIMENTO
               END-IF
           END-IF.

       0160-LER-REMBANCO  SECTION.
           READ ARQ-REMBANCO
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE REM-H-TIPO-REG
                       WHEN "H"
                           MOVE REM-H-DATA-GERACAO TO WRK-REM-DATA
                       WHEN "T"
                           MOVE REM-T-VALOR-TOTAL  TO WRK-REM-TOTAL
                   END-EVALUATE
           END-READ.

       0170-ESPERADO-FGTS SECTION.
           IF REMESSA-FGTS-ATIVA
               MOVE SPACES TO WRK-REM-DATA
               MOVE ZEROS  TO WRK-REM-TOTAL
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM 0180-LER-REMFGTS UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-REMFGTS
               IF WRK-REM-TOTAL GREATER ZEROS
                   MOVE "REMFGTS"    TO WRK-DOCR-ARQUIVO
                   MOVE WRK-REM-DATA TO WRK-DOCR-DATA
                   MOVE SPACES          TO CONCILIA-REC
                   MOVE "FGT"           TO CNC-ORIGEM
                   MOVE WRK-DOC-REMESSA TO CNC-DOCUMENTO
                   MOVE "D"             TO CNC-NATUREZA
                   MOVE WRK-REM-DATA    TO CNC-DATA
                   MOVE WRK-REM-TOTAL   TO CNC-VALOR
                   MOVE "DEPOSITO DE FGTS" TO CNC-HISTORICO
                   PERFORM 0800-INCLUIR-MOVIMENTO
               END-IF
           END-IF.

       0180-LER-REMFGTS   SECTION.
           READ ARQ-REMFGTS
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE FGT-H-TIPO-REG
                       WHEN "H"
                           MOVE FGT-H-DATA-GERACAO TO WRK-REM-DATA
                       WHEN "T"
                           MOVE FGT-T-VALOR-TOTAL  TO WRK-REM-TOTAL
                   END-EVALUATE
           END-READ.

      *=======IMPORTACAO DO EXTRATO: CADA LANCAMENTO VIRA UM REGISTRO
      *=======PENDENTE NO CONCILIA; O TRAILER DE CADA CONTA CONFERE O
      *=======SALDO (ABERTURA + CREDITOS - DEBITOS = FECHAMENTO).
       0200-IMPORTAR-EXTRATO SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE "N" TO WRK-BLOCO-ABERTO.
           PERFORM 0205-LER-EXTRATO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-EXTRATO.
           IF BLOCO-DE-CONTA-ABERTO
               DISPLAY "EXTRATO TERMINOU SEM O TRAILER DA CONTA "
                       WRK-CONTA-ID-X "."
               MOVE "S" TO WRK-CTA-INCONSIST(WRK-IDX-CTA)
               ADD 1 TO WRK-QTD-INCONSIST
           END-IF.

       0205-LER-EXTRATO   SECTION.
           READ ARQ-EXTRATO
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE EXT-H-TIPO-REG
                       WHEN "H"
                           PERFORM 0210-ABRIR-CONTA
                       WHEN "D"
                           PERFORM 0220-IMPORTAR-LANCAMENTO
                       WHEN "T"
                           PERFORM 0230-FECHAR-CONTA
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-INVALIDOS
                   END-EVALUATE
           END-READ.

       0210-ABRIR-CONTA   SECTION.
           MOVE "N" TO WRK-BLOCO-ABERTO.
           MOVE EXT-H-BANCO   TO WRK-CID-BANCO.
           MOVE EXT-H-AGENCIA TO WRK-CID-AGENCIA.
           MOVE EXT-H-CONTA   TO WRK-CID-CONTA.
           MOVE EXT-H-DATA    TO WRK-DATA-EXTRATO.
           MOVE ZEROS         TO WRK-SEQ-LINHA.
           PERFORM 0250-ACHAR-CONTA.
           IF WRK-IDX-CTA GREATER ZEROS
               SET BLOCO-DE-CONTA-ABERTO TO TRUE
               MOVE EXT-H-DATA TO WRK-CTA-DATA(WRK-IDX-CTA)
               MOVE "S"        TO WRK-CTA-TEM-SALDO(WRK-IDX-CTA)
               IF EXT-H-SINAL-INICIAL EQUAL "D"
                   COMPUTE WRK-CTA-SALDO-INI(WRK-IDX-CTA) =
                           ZEROS - EXT-H-SALDO-INICIAL
               ELSE
                   MOVE EXT-H-SALDO-INICIAL
                       TO WRK-CTA-SALDO-INI(WRK-IDX-CTA)
               END-IF
           END-IF.

      *=======LANCAMENTO FORA DE BLOCO OU DE NATUREZA DESCONHECIDA E
      *=======CONTADO COMO INVALIDO E NAO ENTRA NA CONCILIACAO.
       0220-IMPORTAR-LANCAMENTO SECTION.
           IF NOT BLOCO-DE-CONTA-ABERTO
              OR (EXT-D-NATUREZA NOT EQUAL "C"
                  AND EXT-D-NATUREZA NOT EQUAL "D")
              OR EXT-D-VALOR NOT NUMERIC
               ADD 1 TO WRK-QTD-INVALIDOS
           ELSE
               ADD 1 TO WRK-SEQ-LINHA
               ADD 1 TO WRK-CTA-QTD-LANC(WRK-IDX-CTA)
               IF EXT-D-NATUREZA EQUAL "C"
                   ADD EXT-D-VALOR TO WRK-CTA-CREDITOS(WRK-IDX-CTA)
               ELSE
                   ADD EXT-D-VALOR TO WRK-CTA-DEBITOS(WRK-IDX-CTA)
               END-IF
               MOVE WRK-DATA-EXTRATO TO WRK-DOCX-DATA
               MOVE WRK-CONTA-ID-X   TO WRK-DOCX-CONTA
               MOVE WRK-SEQ-LINHA    TO WRK-DOCX-SEQ
               MOVE SPACES           TO CONCILIA-REC
               MOVE "EXT"            TO CNC-ORIGEM
               MOVE WRK-DOC-EXTRATO  TO CNC-DOCUMENTO
               MOVE EXT-D-NATUREZA   TO CNC-NATUREZA
               MOVE EXT-D-DATA       TO CNC-DATA
               MOVE EXT-D-VALOR      TO CNC-VALOR
               MOVE WRK-CONTA-ID-X   TO CNC-CONTA
               MOVE EXT-D-HISTORICO  TO CNC-HISTORICO
               PERFORM 0800-INCLUIR-MOVIMENTO
           END-IF.

       0230-FECHAR-CONTA  SECTION.
           IF NOT BLOCO-DE-CONTA-ABERTO
               ADD 1 TO WRK-QTD-INVALIDOS
           ELSE
               MOVE "N" TO WRK-BLOCO-ABERTO
               IF EXT-T-SINAL-FINAL EQUAL "D"
                   COMPUTE WRK-CTA-SALDO-FIN(WRK-IDX-CTA) =
                           ZEROS - EXT-T-SALDO-FINAL
               ELSE
                   MOVE EXT-T-SALDO-FINAL
                       TO WRK-CTA-SALDO-FIN(WRK-IDX-CTA)
               END-IF
               COMPUTE WRK-SALDO-CALC =
                       WRK-CTA-SALDO-INI(WRK-IDX-CTA)
                     + WRK-CTA-CREDITOS(WRK-IDX-CTA)
                     - WRK-CTA-DEBITOS(WRK-IDX-CTA)
               IF WRK-SALDO-CALC NOT EQUAL
                      WRK-CTA-SALDO-FIN(WRK-IDX-CTA)
                  OR EXT-T-QTD-LANCAMENTOS NOT EQUAL WRK-SEQ-LINHA
                   MOVE "S" TO WRK-CTA-INCONSIST(WRK-IDX-CTA)
                   ADD 1 TO WRK-QTD-INCONSIST
                   DISPLAY "EXTRATO DA CONTA " WRK-CONTA-ID-X
                           " NÃO FECHA: SALDO OU QUANTIDADE DO "
                           "TRAILER DIFERENTE DOS LANÇAMENTOS."
               END-IF
           END-IF.

      *=======POSICAO DA CONTA WRK-CONTA-ID NO QUADRO DO RESUMO
      *=======(INCLUI SE NAO EXISTE); ZERO = QUADRO CHEIO.
       0250-ACHAR-CONTA   SECTION.
           MOVE "N" TO WRK-CTA-ACHADA.
           MOVE 1 TO WRK-IDX-CTA.
           PERFORM 0260-PROCURAR-CONTA
               UNTIL CONTA-FOI-ACHADA
                  OR WRK-IDX-CTA GREATER WRK-QTD-CTAS.
           IF NOT CONTA-FOI-ACHADA
               IF WRK-QTD-CTAS LESS 20
                   ADD 1 TO WRK-QTD-CTAS
                   MOVE WRK-QTD-CTAS TO WRK-IDX-CTA
                   INITIALIZE WRK-CTA-ITEM(WRK-IDX-CTA)
                   MOVE WRK-CONTA-ID-X TO WRK-CTA-ID(WRK-IDX-CTA)
                   MOVE "N" TO WRK-CTA-TEM-SALDO(WRK-IDX-CTA)
                   MOVE "N" TO WRK-CTA-INCONSIST(WRK-IDX-CTA)
               ELSE
                   MOVE ZEROS TO WRK-IDX-CTA
                   ADD 1 TO WRK-QTD-INVALIDOS
                   IF NOT AVISO-TAB-CTA-DADO
                       DISPLAY "MAIS DE 20 CONTAS NO EXTRATO -- "
                               "EXCEDENTES FORA DA CONCILIAÇÃO."
                       SET AVISO-TAB-CTA-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0260-PROCURAR-CONTA SECTION.
           IF WRK-CTA-ID(WRK-IDX-CTA) EQUAL WRK-CONTA-ID-X
               SET CONTA-FOI-ACHADA TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-CTA
           END-IF.

      *=======TUDO O QUE ESTA PENDENTE NO CONCILIA (DE HOJE E DOS DIAS
      *=======ANTERIORES) VAI PARA OS QUADROS DO CASAMENTO.
       0300-CARREGAR-PENDENTES SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CNC-CHAVE.
           START ARQ-CONCILIA KEY IS NOT LESS CNC-CHAVE
               INVALID KEY
                   SET FIM-DO-ARQUIVO TO TRUE
           END-START.
           PERFORM 0310-LER-PENDENTE UNTIL FIM-DO-ARQUIVO.

       0310-LER-PENDENTE  SECTION.
           READ ARQ-CONCILIA NEXT
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CNC-PENDENTE
                       IF CNC-DO-EXTRATO
                           PERFORM 0320-GUARDAR-EXTRATO
                       ELSE
                           PERFORM 0330-GUARDAR-ESPERADO
                       END-IF
                   END-IF
           END-READ.

       0320-GUARDAR-EXTRATO SECTION.
           IF WRK-QTD-EXT LESS 3000
               ADD 1 TO WRK-QTD-EXT
               MOVE CNC-CHAVE     TO WRK-EXT-CHAVE(WRK-QTD-EXT)
               MOVE CNC-NATUREZA  TO WRK-EXT-NATUREZA(WRK-QTD-EXT)
               MOVE CNC-DATA      TO WRK-EXT-DATA(WRK-QTD-EXT)
               MOVE CNC-VALOR     TO WRK-EXT-VALOR(WRK-QTD-EXT)
               MOVE CNC-CONTA     TO WRK-EXT-CONTA(WRK-QTD-EXT)
               MOVE CNC-HISTORICO TO WRK-EXT-HISTORICO(WRK-QTD-EXT)
               MOVE "N"           TO WRK-EXT-CASADO(WRK-QTD-EXT)
           ELSE
               PERFORM 0340-AVISAR-QUADRO
           END-IF.

       0330-GUARDAR-ESPERADO SECTION.
           IF WRK-QTD-ESP LESS 3000
               ADD 1 TO WRK-QTD-ESP
               MOVE CNC-CHAVE     TO WRK-ESP-CHAVE(WRK-QTD-ESP)
               MOVE CNC-NATUREZA  TO WRK-ESP-NATUREZA(WRK-QTD-ESP)
               MOVE CNC-DATA      TO WRK-ESP-DATA(WRK-QTD-ESP)
               MOVE CNC-VALOR     TO WRK-ESP-VALOR(WRK-QTD-ESP)
               MOVE CNC-HISTORICO TO WRK-ESP-HISTORICO(WRK-QTD-ESP)
               MOVE "N"           TO WRK-ESP-CASADO(WRK-QTD-ESP)
           ELSE
               PERFORM 0340-AVISAR-QUADRO
           END-IF.

       0340-AVISAR-QUADRO SECTION.
           IF NOT AVISO-TAB-PEND-DADO
               DISPLAY "MAIS DE 3000 PENDÊNCIAS DE UM LADO DA "
                       "CONCILIAÇÃO -- EXCEDENTES FICAM PARA AMANHÃ."
               SET AVISO-TAB-PEND-DADO TO TRUE
           END-IF.

       0350-CABECALHO     SECTION.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "CONCILIACAO BANCARIA DE " WRK-DATA-HOJE
                  "  (TOLERANCIA " WRK-TOLERANCIA " DIAS)"
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE ALL "=" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE "LANCAMENTOS CONCILIADOS HOJE" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.

      *=======CASA O LANCAMENTO DO EXTRATO COM UM MOVIMENTO ESPERADO;
      *=======CREDITO SEM PAR INDIVIDUAL TENTA O LOTE DE COBRANCA.
       0400-CONCILIAR-LINHA SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE 1 TO WRK-IDX-ESP.
           PERFORM 0410-PROCURAR-ORIGEM
               UNTIL ORIGEM-FOI-ACHADA
                  OR WRK-IDX-ESP GREATER WRK-QTD-ESP.
           IF ORIGEM-FOI-ACHADA
               PERFORM 0450-CASAR-ORIGEM
           ELSE
               IF WRK-EXT-NATUREZA(WRK-IDX-EXT) EQUAL "C"
                   MOVE 1 TO WRK-IDX-ESP
                   PERFORM 0420-PROCURAR-LOTE
                       UNTIL ORIGEM-FOI-ACHADA
                          OR WRK-IDX-ESP GREATER WRK-QTD-ESP
                   IF ORIGEM-FOI-ACHADA
                       PERFORM 0470-CASAR-LOTE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-EXT.

       0410-PROCURAR-ORIGEM SECTION.
           IF WRK-ESP-CASADO(WRK-IDX-ESP) EQUAL "N"
              AND WRK-ESP-NATUREZA(WRK-IDX-ESP)
                  EQUAL WRK-EXT-NATUREZA(WRK-IDX-EXT)
              AND WRK-ESP-VALOR(WRK-IDX-ESP)
                  EQUAL WRK-EXT-VALOR(WRK-IDX-EXT)
               PERFORM 0430-CONFERIR-JANELA
               IF DATA-NA-JANELA
                   SET ORIGEM-FOI-ACHADA TO TRUE
               END-IF
           END-IF.
           IF NOT ORIGEM-FOI-ACHADA
               ADD 1 TO WRK-IDX-ESP
           END-IF.

      *=======LOTE: SOMA DE TODOS OS TITULOS PENDENTES LIQUIDADOS NA
      *=======MESMA DATA DO TITULO WRK-IDX-ESP, SE ELA CAI NA JANELA.
       0420-PROCURAR-LOTE SECTION.
           IF WRK-ESP-CASADO(WRK-IDX-ESP) EQUAL "N"
              AND WRK-ESP-ORIGEM(WRK-IDX-ESP) EQUAL "COB"
               PERFORM 0430-CONFERIR-JANELA
               IF DATA-NA-JANELA
                   MOVE WRK-ESP-DATA(WRK-IDX-ESP) TO WRK-LOTE-DATA
                   MOVE ZEROS TO WRK-LOTE-SOMA
                   MOVE ZEROS TO WRK-LOTE-QTD
                   MOVE 1 TO WRK-IDX-AUX
                   PERFORM 0440-SOMAR-LOTE
                       UNTIL WRK-IDX-AUX GREATER WRK-QTD-ESP
                   IF WRK-LOTE-QTD GREATER 1
                      AND WRK-LOTE-SOMA EQUAL
                          WRK-EXT-VALOR(WRK-IDX-EXT)
                       SET ORIGEM-FOI-ACHADA TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT ORIGEM-FOI-ACHADA
               ADD 1 TO WRK-IDX-ESP
           END-IF.

      *=======O LANCAMENTO VEM NO MESMO DIA DO MOVIMENTO ESPERADO OU
      *=======ATE WRK-TOLERANCIA DIAS DEPOIS.
       0430-CONFERIR-JANELA SECTION.
           MOVE "N" TO WRK-DATA-OK.
           MOVE WRK-ESP-DATA(WRK-IDX-ESP) TO WRK-CALC-DATA1.
           MOVE WRK-EXT-DATA(WRK-IDX-EXT) TO WRK-CALC-DATA2.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.
           IF WRK-CALC-RESULT-DIAS NOT LESS ZEROS
              AND WRK-CALC-RESULT-DIAS NOT GREATER WRK-TOLERANCIA
               SET DATA-NA-JANELA TO TRUE
           END-IF.

       0440-SOMAR-LOTE    SECTION.
           IF WRK-ESP-CASADO(WRK-IDX-AUX) EQUAL "N"
              AND WRK-ESP-ORIGEM(WRK-IDX-AUX) EQUAL "COB"
              AND WRK-ESP-DATA(WRK-IDX-AUX) EQUAL WRK-LOTE-DATA
               ADD WRK-ESP-VALOR(WRK-IDX-AUX) TO WRK-LOTE-SOMA
               ADD 1 TO WRK-LOTE-QTD
           END-IF.
           ADD 1 TO WRK-IDX-AUX.

       0450-CASAR-ORIGEM  SECTION.
           MOVE "S" TO WRK-ESP-CASADO(WRK-IDX-ESP).
           MOVE "S" TO WRK-EXT-CASADO(WRK-IDX-EXT).
           MOVE WRK-ESP-CHAVE(WRK-IDX-ESP) TO WRK-CHAVE-BAIXA.
           MOVE WRK-EXT-CHAVE(WRK-IDX-EXT) TO WRK-CHAVE-PAR.
           PERFORM 0460-BAIXAR-PENDENCIA.
           MOVE WRK-EXT-CHAVE(WRK-IDX-EXT) TO WRK-CHAVE-BAIXA.
           MOVE WRK-ESP-CHAVE(WRK-IDX-ESP) TO WRK-CHAVE-PAR.
           PERFORM 0460-BAIXAR-PENDENCIA.
           MOVE SPACES TO WRK-DESC-ORIGEM.
           EVALUATE WRK-ESP-ORIGEM(WRK-IDX-ESP)
               WHEN "COB"
                   STRING "TITULO " WRK-ESP-DOC(WRK-IDX-ESP)(1:8)
                          " LIQUIDADO EM " WRK-ESP-DATA(WRK-IDX-ESP)
                       DELIMITED BY SIZE INTO WRK-DESC-ORIGEM
               WHEN "FOL"
                   STRING "FOLHA REMBANCO DE "
                          WRK-ESP-DATA(WRK-IDX-ESP)
                       DELIMITED BY SIZE INTO WRK-DESC-ORIGEM
               WHEN "FGT"
                   STRING "FGTS REMFGTS DE "
                          WRK-ESP-DATA(WRK-IDX-ESP)
                       DELIMITED BY SIZE INTO WRK-DESC-ORIGEM
           END-EVALUATE.
           PERFORM 0480-LINHA-CASADO.

      *=======TODOS OS TITULOS DO LOTE APONTAM PARA O LANCAMENTO; O
      *=======LANCAMENTO APONTA PARA O LOTE ("COBLOTE " + DATA).
       0470-CASAR-LOTE    SECTION.
           MOVE "S" TO WRK-EXT-CASADO(WRK-IDX-EXT).
           MOVE WRK-LOTE-DATA TO WRK-DOCL-DATA.
           MOVE WRK-EXT-CHAVE(WRK-IDX-EXT) TO WRK-CHAVE-BAIXA.
           MOVE WRK-DOC-LOTE TO WRK-CHAVE-PAR.
           PERFORM 0460-BAIXAR-PENDENCIA.
           MOVE 1 TO WRK-IDX-AUX.
           PERFORM 0475-CASAR-TITULO-LOTE
               UNTIL WRK-IDX-AUX GREATER WRK-QTD-ESP.
           MOVE SPACES TO WRK-DESC-ORIGEM.
           STRING "LOTE DE " WRK-LOTE-QTD " TITULOS LIQUIDADOS EM "
                  WRK-LOTE-DATA
               DELIMITED BY SIZE INTO WRK-DESC-ORIGEM.
           PERFORM 0480-LINHA-CASADO.

       0475-CASAR-TITULO-LOTE SECTION.
           IF WRK-ESP-CASADO(WRK-IDX-AUX) EQUAL "N"
              AND WRK-ESP-ORIGEM(WRK-IDX-AUX) EQUAL "COB"
              AND WRK-ESP-DATA(WRK-IDX-AUX) EQUAL WRK-LOTE-DATA
               MOVE "S" TO WRK-ESP-CASADO(WRK-IDX-AUX)
               MOVE WRK-ESP-CHAVE(WRK-IDX-AUX) TO WRK-CHAVE-BAIXA
               MOVE WRK-EXT-CHAVE(WRK-IDX-EXT) TO WRK-CHAVE-PAR
               PERFORM 0460-BAIXAR-PENDENCIA
           END-IF.
           ADD 1 TO WRK-IDX-AUX.

       0460-BAIXAR-PENDENCIA SECTION.
           MOVE WRK-CHAVE-BAIXA TO CNC-CHAVE.
           READ ARQ-CONCILIA
               INVALID KEY
                   DISPLAY "PENDÊNCIA " WRK-CHAVE-BAIXA
                           " SUMIU DO CONCILIA."
               NOT INVALID KEY
                   MOVE "C"           TO CNC-SITUACAO
                   MOVE WRK-DATA-HOJE TO CNC-DATA-CONCILIACAO
                   MOVE WRK-CHAVE-PAR TO CNC-CHAVE-PAR
                   REWRITE CONCILIA-REC
                   IF WRK-FS-CONCILIA NOT EQUAL "00"
                       MOVE WRK-FS-CONCILIA TO UTIL-FS-CODIGO
                       MOVE "CONCILIA"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
           END-READ.

       0480-LINHA-CASADO  SECTION.
           ADD 1 TO WRK-QTD-CASADOS.
           MOVE WRK-EXT-CONTA(WRK-IDX-EXT) TO WRK-CONTA-ID-X.
           PERFORM 0250-ACHAR-CONTA.
           IF WRK-IDX-CTA GREATER ZEROS
               ADD 1 TO WRK-CTA-QTD-CONC(WRK-IDX-CTA)
           END-IF.
           MOVE WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-VALOR-ED.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING WRK-EXT-DATA(WRK-IDX-EXT) " "
                  WRK-EXT-CONTA(WRK-IDX-EXT) " "
                  WRK-EXT-HISTORICO(WRK-IDX-EXT) " "
                  WRK-VALOR-ED " "
                  WRK-EXT-NATUREZA(WRK-IDX-EXT)
                  "  <->  " WRK-DESC-ORIGEM
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.

      *=======LANCAMENTOS DO EXTRATO SEM ORIGEM NO SISTEMA (TARIFA,
      *=======DEVOLUCAO DE CREDITO DA FOLHA, DEPOSITO NAO
      *=======IDENTIFICADO...) -- HOJE E DIAS ANTERIORES.
       0600-SEM-ORIGEM    SECTION.
           MOVE ALL "-" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE "LANCAMENTOS DO EXTRATO SEM ORIGEM" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-EXT.
           PERFORM 0610-LINHA-SEM-ORIGEM
               UNTIL WRK-IDX-EXT GREATER WRK-QTD-EXT.
           IF WRK-QTD-SEM-ORIGEM EQUAL ZEROS
               MOVE "  NENHUM" TO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.

       0610-LINHA-SEM-ORIGEM SECTION.
           IF WRK-EXT-CASADO(WRK-IDX-EXT) EQUAL "N"
               ADD 1 TO WRK-QTD-SEM-ORIGEM
               MOVE WRK-EXT-CONTA(WRK-IDX-EXT) TO WRK-CONTA-ID-X
               PERFORM 0250-ACHAR-CONTA
               IF WRK-IDX-CTA GREATER ZEROS
                   ADD 1 TO WRK-CTA-QTD-SEMORI(WRK-IDX-CTA)
                   IF WRK-EXT-NATUREZA(WRK-IDX-EXT) EQUAL "C"
                       ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                           TO WRK-CTA-SEMORI-CRE(WRK-IDX-CTA)
                   ELSE
                       ADD WRK-EXT-VALOR(WRK-IDX-EXT)
                           TO WRK-CTA-SEMORI-DEB(WRK-IDX-CTA)
                   END-IF
               END-IF
               MOVE WRK-EXT-VALOR(WRK-IDX-EXT) TO WRK-VALOR-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING WRK-EXT-DATA(WRK-IDX-EXT) " "
                      WRK-EXT-CONTA(WRK-IDX-EXT) " "
                      WRK-EXT-HISTORICO(WRK-IDX-EXT) " "
                      WRK-VALOR-ED " "
                      WRK-EXT-NATUREZA(WRK-IDX-EXT)
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-EXT.

      *=======MOVIMENTOS ESPERADOS QUE AINDA NAO APARECERAM: DENTRO DA
      *=======TOLERANCIA, AGUARDANDO; FORA DELA, NAO LOCALIZADO.
       0650-NAO-LOCALIZADOS SECTION.
           MOVE ALL "-" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE "MOVIMENTOS ESPERADOS AINDA NAO LANCADOS PELO BANCO"
               TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-ESP.
           PERFORM 0660-LINHA-ESPERADO
               UNTIL WRK-IDX-ESP GREATER WRK-QTD-ESP.
           IF WRK-QTD-AGUARDANDO EQUAL ZEROS
              AND WRK-QTD-ATRASADOS EQUAL ZEROS
               MOVE "  NENHUM" TO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.

       0660-LINHA-ESPERADO SECTION.
           IF WRK-ESP-CASADO(WRK-IDX-ESP) EQUAL "N"
               IF WRK-ESP-NATUREZA(WRK-IDX-ESP) EQUAL "C"
                   ADD WRK-ESP-VALOR(WRK-IDX-ESP) TO WRK-ESP-PEND-CRE
               ELSE
                   ADD WRK-ESP-VALOR(WRK-IDX-ESP) TO WRK-ESP-PEND-DEB
               END-IF
               MOVE WRK-ESP-DATA(WRK-IDX-ESP) TO WRK-CALC-DATA1
               MOVE WRK-DATA-HOJE             TO WRK-CALC-DATA2
               CALL "DATACALC" USING WRK-CALC-DATA1
                                      WRK-CALC-DATA2
                                      WRK-CALC-DIAS
                                      WRK-CALC-MODO
                                      WRK-CALC-RESULT-DIAS
                                      WRK-CALC-RESULT-DATA
               IF WRK-CALC-RESULT-DIAS GREATER WRK-TOLERANCIA
                   ADD 1 TO WRK-QTD-ATRASADOS
                   MOVE "NAO LOCALIZADO NO BANCO" TO WRK-SITUACAO-ESP
               ELSE
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   MOVE "AGUARDANDO LANCAMENTO" TO WRK-SITUACAO-ESP
               END-IF
               MOVE WRK-ESP-VALOR(WRK-IDX-ESP) TO WRK-VALOR-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING WRK-ESP-DATA(WRK-IDX-ESP) " "
                      WRK-ESP-ORIGEM(WRK-IDX-ESP) " "
                      WRK-ESP-DOC(WRK-IDX-ESP)(1:17) " "
                      WRK-ESP-HISTORICO(WRK-IDX-ESP) " "
                      WRK-VALOR-ED " "
                      WRK-ESP-NATUREZA(WRK-IDX-ESP) "  "
                      WRK-SITUACAO-ESP
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-ESP.

      *=======SALDO CONCILIADO = SALDO DO EXTRATO SEM OS LANCAMENTOS
      *=======QUE NAO TEM ORIGEM NO SISTEMA. OS MOVIMENTOS ESPERADOS
      *=======PENDENTES NAO TEM CONTA PROPRIA E SAEM NO TOTAL GERAL.
       0700-RESUMO-CONTAS SECTION.
           MOVE ALL "=" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE "RESUMO POR CONTA" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-CTA.
           PERFORM 0710-RESUMIR-CONTA
               UNTIL WRK-IDX-CTA GREATER WRK-QTD-CTAS.
           MOVE ALL "=" TO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE WRK-ESP-PEND-CRE TO WRK-TOTAL-ED.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "CREDITOS ESPERADOS PENDENTES... " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE WRK-ESP-PEND-DEB TO WRK-TOTAL-ED.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "DEBITOS ESPERADOS PENDENTES.... " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.

       0710-RESUMIR-CONTA SECTION.
           MOVE SPACES TO CONCBANC-LINHA.
           MOVE WRK-CTA-ID(WRK-IDX-CTA) TO WRK-CONTA-ID-X.
           STRING "BANCO " WRK-CID-BANCO
                  " AGENCIA " WRK-CID-AGENCIA
                  " CONTA " WRK-CID-CONTA
                  "  EXTRATO DE " WRK-CTA-DATA(WRK-IDX-CTA)
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           IF WRK-CTA-TEM-SALDO(WRK-IDX-CTA) EQUAL "S"
               MOVE WRK-CTA-SALDO-INI(WRK-IDX-CTA) TO WRK-SALDO-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING "  SALDO INICIAL............ " WRK-SALDO-ED
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
               MOVE WRK-CTA-CREDITOS(WRK-IDX-CTA) TO WRK-TOTAL-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING "  CREDITOS DO DIA........... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
               MOVE WRK-CTA-DEBITOS(WRK-IDX-CTA) TO WRK-TOTAL-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING "  DEBITOS DO DIA............ " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
               MOVE WRK-CTA-SALDO-FIN(WRK-IDX-CTA) TO WRK-SALDO-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING "  SALDO FINAL DO EXTRATO... " WRK-SALDO-ED
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
               IF WRK-CTA-INCONSIST(WRK-IDX-CTA) EQUAL "S"
                   MOVE "  ** EXTRATO NAO FECHA COM O TRAILER **"
                       TO CONCBANC-LINHA
                   PERFORM 0850-GRAVAR-LINHA
               END-IF
           ELSE
               MOVE "  SEM EXTRATO HOJE -- SO PENDENCIAS ANTERIORES"
                   TO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "  LANCAMENTOS CONCILIADOS HOJE..... "
                  WRK-CTA-QTD-CONC(WRK-IDX-CTA)
                  "   SEM ORIGEM....... "
                  WRK-CTA-QTD-SEMORI(WRK-IDX-CTA)
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE WRK-CTA-SEMORI-CRE(WRK-IDX-CTA) TO WRK-TOTAL-ED.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "  (-) CREDITOS SEM ORIGEM.. " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           MOVE WRK-CTA-SEMORI-DEB(WRK-IDX-CTA) TO WRK-TOTAL-ED.
           MOVE SPACES TO CONCBANC-LINHA.
           STRING "  (+) DEBITOS SEM ORIGEM... " WRK-TOTAL-ED
               DELIMITED BY SIZE INTO CONCBANC-LINHA.
           PERFORM 0850-GRAVAR-LINHA.
           IF WRK-CTA-TEM-SALDO(WRK-IDX-CTA) EQUAL "S"
               COMPUTE WRK-SALDO-CONC =
                       WRK-CTA-SALDO-FIN(WRK-IDX-CTA)
                     - WRK-CTA-SEMORI-CRE(WRK-IDX-CTA)
                     + WRK-CTA-SEMORI-DEB(WRK-IDX-CTA)
               MOVE WRK-SALDO-CONC TO WRK-SALDO-ED
               MOVE SPACES TO CONCBANC-LINHA
               STRING "  SALDO CONCILIADO......... " WRK-SALDO-ED
                   DELIMITED BY SIZE INTO CONCBANC-LINHA
               PERFORM 0850-GRAVAR-LINHA
           END-IF.
           ADD 1 TO WRK-IDX-CTA.

      *=======INCLUI O MOVIMENTO MONTADO EM CONCILIA-REC, SE A CHAVE
      *=======AINDA NAO EXISTE (REIMPORTACAO NAO DUPLICA).
       0800-INCLUIR-MOVIMENTO SECTION.
           MOVE "P" TO CNC-SITUACAO.
           MOVE CONCILIA-REC TO WRK-MOV-SALVO.
           READ ARQ-CONCILIA
               INVALID KEY
                   MOVE WRK-MOV-SALVO TO CONCILIA-REC
                   WRITE CONCILIA-REC
                   IF WRK-FS-CONCILIA NOT EQUAL "00"
                       MOVE WRK-FS-CONCILIA TO UTIL-FS-CODIGO
                       MOVE "CONCILIA"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
                   IF CNC-DO-EXTRATO
                       ADD 1 TO WRK-QTD-NOVOS-EXT
                   ELSE
                       ADD 1 TO WRK-QTD-NOVOS-ESP
                   END-IF
               NOT INVALID KEY
                   IF CNC-DO-EXTRATO
                       ADD 1 TO WRK-QTD-REPETIDOS
                   END-IF
           END-READ.

       0850-GRAVAR-LINHA  SECTION.
           WRITE CONCBANC-LINHA.
           IF WRK-FS-CONCBANC NOT EQUAL "00"
               MOVE WRK-FS-CONCBANC TO UTIL-FS-CODIGO
               MOVE "CONCBANC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CONCILIA.
           CLOSE ARQ-CONCBANC.
           DISPLAY "=====================================".
           DISPLAY "CONCILIAÇÃO BANCÁRIA".
           DISPLAY "LANÇAMENTOS IMPORTADOS... " WRK-QTD-NOVOS-EXT.
           DISPLAY "JÁ IMPORTADOS ANTES...... " WRK-QTD-REPETIDOS.
           DISPLAY "REGISTROS INVÁLIDOS...... " WRK-QTD-INVALIDOS.
           DISPLAY "MOVIMENTOS ESPERADOS NOVOS " WRK-QTD-NOVOS-ESP.
           DISPLAY "CONCILIADOS HOJE......... " WRK-QTD-CASADOS.
           DISPLAY "SEM ORIGEM............... " WRK-QTD-SEM-ORIGEM.
           DISPLAY "ESPERADOS AGUARDANDO..... " WRK-QTD-AGUARDANDO.
           DISPLAY "ESPERADOS NÃO LOCALIZADOS " WRK-QTD-ATRASADOS.
           DISPLAY "CONTAS QUE NÃO FECHAM.... " WRK-QTD-INCONSIST.
           DISPLAY "=====================================".
           IF WRK-QTD-SEM-ORIGEM GREATER ZEROS
              OR WRK-QTD-ATRASADOS GREATER ZEROS
              OR WRK-QTD-INCONSIST GREATER ZEROS
              OR WRK-QTD-INVALIDOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY FSERROPR.
