       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPAG.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: AGENDA DIARIA DE PAGAMENTOS DO CONTAS A PAGAR
      *    ==          ("CONTAPAG"), NO FECHADIA: O DOCUMENTO APROVADO
      *    ==          NO APROVPAG CUJA DATA PROGRAMADA CHEGOU E DADO
      *    ==          COMO PAGO (SITUACAO "G", DATA DE PAGAMENTO =
      *    ==          DATA DO LOTE) E SAI NO BLOCO "PAGOS NO DIA",
      *    ==          COM O BANCO, A AGENCIA E A CONTA DO FORNECEDOR
      *    ==          PARA A TESOURARIA TRANSMITIR; O QUE VENCE NOS
      *    ==          PROXIMOS "PAGDIAS" DIAS SAI NA AGENDA, JUNTO COM
      *    ==          O QUE VENCE SEM APROVACAO OU DIVERGENTE, PARA
      *    ==          NINGUEM SER PEGO DE SURPRESA. O TOTAL PAGO NO
      *    ==          DIA VAI PARA O "DIATOTAL" ("PAGFORN" PARA NOTA
      *    ==          DE FORNECEDOR, "PAGFRETE" PARA FATURA DE
      *    ==          FRETE) PARA O EXPCONTA.
      *==DATA XX/XX/2026
      *==OBSERVACOES: SEM O PARAMETRO "PAGDIAS" A AGENDA COBRE 7 DIAS
      *==             CORRIDOS. O CONTROLE "RUNCTRL" IMPEDE BAIXA E
      *==             LANCAMENTO EM DOBRO NO MESMO DIA. SEM O
      *==             "CONTAPAG" (NADA LANCADO AINDA) O STEP SO AVISA
      *==             E TERMINA.
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

           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPAG-NUMERO
               FILE STATUS IS WRK-FS-CONTAPAG.

           SELECT ARQ-FORNEC   ASSIGN TO "FORNEC"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-PROGPAG  ASSIGN TO "PROGPAG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROGPAG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-CONTAPAG.
           COPY CONTAPAG.

       FD  ARQ-FORNEC.
           COPY FORNEC.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-PROGPAG.
       01  PROGPAG-LINHA       PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-CONTAPAG    PIC X(02) VALUE "00".
       77  WRK-FS-FORNEC      PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-PROGPAG     PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-DATA-HOJE      PIC X(08) VALUE SPACES.
       77  WRK-DATA-LIMITE    PIC X(08) VALUE SPACES.
       77  WRK-DIAS-AGENDA    PIC 9(03) VALUE 7.
       77  WRK-FIM-CONTAPAG   PIC X(01) VALUE "N".
           88  FIM-DO-CONTAPAG         VALUE "S".

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======CAMPOS DA CHAMADA A DATACALC (FIM DA AGENDA)
       77  WRK-CALC-DATA1      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA2      PIC X(08) VALUE SPACES.
       77  WRK-CALC-DIAS       PIC S9(05) VALUE ZEROS.
       77  WRK-CALC-MODO       PIC X(01) VALUE "A".
       77  WRK-CALC-RESULT-DIAS PIC S9(07) VALUE ZEROS.
       77  WRK-CALC-RESULT-DATA PIC X(08) VALUE SPACES.

      *=======TOTAIS DO LOTE
       77  WRK-QTD-PAGOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AGENDADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PAGO-FORN  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PAGO-FRETE PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PAGO-FORN  PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PAGO-FRETE PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-AGENDADO   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PENDENTE   PIC S9(10)V99 VALUE ZEROS.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-VALOR-ED       PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-BLOCO          PIC X(14) VALUE SPACES.
       77  WRK-DATA-LINHA     PIC X(08) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           PERFORM 0100-LER-CONTAPAG.
           PERFORM 0150-PROCESSAR UNTIL FIM-DO-CONTAPAG.
           PERFORM 0500-IMPRIMIR-TOTAIS.
           PERFORM 0600-LANCAR-DIATOTAL.
           PERFORM 9650-CONCLUI-RUNCTRL.
           PERFORM 0900-ENCERRAR.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PROGPAG" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           OPEN I-O ARQ-CONTAPAG.
           IF WRK-FS-CONTAPAG EQUAL "35"
               DISPLAY "CONTAPAG NÃO EXISTE -- NENHUMA CONTA A "
                       "PAGAR LANÇADA."
               PERFORM 9650-CONCLUI-RUNCTRL
               STOP RUN
           END-IF.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FORNEC.
           OPEN OUTPUT ARQ-PROGPAG.
           IF WRK-FS-PROGPAG NOT EQUAL "00"
               MOVE WRK-FS-PROGPAG TO UTIL-FS-CODIGO
               MOVE "PROGPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE "PAGDIAS" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-DIAS-AGENDA
           END-IF.
           MOVE WRK-DATA-HOJE   TO WRK-CALC-DATA1.
           MOVE WRK-DIAS-AGENDA TO WRK-CALC-DIAS.
           CALL "DATACALC" USING WRK-CALC-DATA1
                                  WRK-CALC-DATA2
                                  WRK-CALC-DIAS
                                  WRK-CALC-MODO
                                  WRK-CALC-RESULT-DIAS
                                  WRK-CALC-RESULT-DATA.
           MOVE WRK-CALC-RESULT-DATA TO WRK-DATA-LIMITE.
           PERFORM 0060-CABECALHO.

       0060-CABECALHO     SECTION.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "AGENDA DE PAGAMENTOS - LOTE DE " WRK-DATA-HOJE
                  " - AGENDA ATE " WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "SITUACAO       DOCUMENTO T FORNEC NOME"
                  "                           DATA     "
                  "           VALOR BCO AGEN CONTA"
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0100-LER-CONTAPAG  SECTION.
           READ ARQ-CONTAPAG
               AT END
                   SET FIM-DO-CONTAPAG TO TRUE
           END-READ.

      *=======APROVADO COM DATA PROGRAMADA ATE HOJE E PAGO; APROVADO
      *=======DENTRO DA AGENDA SO E LISTADO; CONFERIDO OU DIVERGENTE
      *=======QUE VENCE DENTRO DA AGENDA (OU JA VENCEU) SAI COMO
      *=======PENDENCIA.
       0150-PROCESSAR     SECTION.
           EVALUATE TRUE
               WHEN CPAG-APROVADA
                AND CPAG-DATA-PROGRAMADA NOT GREATER WRK-DATA-HOJE
                   PERFORM 0200-BAIXAR-PAGAMENTO
               WHEN CPAG-APROVADA
                AND CPAG-DATA-PROGRAMADA NOT GREATER WRK-DATA-LIMITE
                   MOVE "AGENDADO"           TO WRK-BLOCO
                   MOVE CPAG-DATA-PROGRAMADA TO WRK-DATA-LINHA
                   ADD 1          TO WRK-QTD-AGENDADOS
                   ADD CPAG-VALOR TO WRK-TOT-AGENDADO
                   PERFORM 0300-LINHA-DOCUMENTO
               WHEN (CPAG-CONFERIDA OR CPAG-DIVERGENTE)
                AND CPAG-DATA-VENCIMENTO NOT GREATER WRK-DATA-LIMITE
                   IF CPAG-CONFERIDA
                       MOVE "SEM APROVACAO" TO WRK-BLOCO
                   ELSE
                       MOVE "DIVERGENTE"    TO WRK-BLOCO
                   END-IF
                   MOVE CPAG-DATA-VENCIMENTO TO WRK-DATA-LINHA
                   ADD 1          TO WRK-QTD-PENDENTES
                   ADD CPAG-VALOR TO WRK-TOT-PENDENTE
                   PERFORM 0300-LINHA-DOCUMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 0100-LER-CONTAPAG.

       0200-BAIXAR-PAGAMENTO SECTION.
           SET CPAG-PAGA TO TRUE.
           MOVE WRK-DATA-HOJE TO CPAG-DATA-PAGAMENTO.
           REWRITE CONTAPAG-REC.
           IF WRK-FS-CONTAPAG NOT EQUAL "00"
               MOVE WRK-FS-CONTAPAG TO UTIL-FS-CODIGO
               MOVE "CONTAPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-PAGOS.
           IF CPAG-NOTA-FORNECEDOR
               ADD 1          TO WRK-QTD-PAGO-FORN
               ADD CPAG-VALOR TO WRK-TOT-PAGO-FORN
           ELSE
               ADD 1          TO WRK-QTD-PAGO-FRETE
               ADD CPAG-VALOR TO WRK-TOT-PAGO-FRETE
           END-IF.
           MOVE "PAGO NO DIA"  TO WRK-BLOCO.
           MOVE WRK-DATA-HOJE  TO WRK-DATA-LINHA.
           PERFORM 0300-LINHA-DOCUMENTO.

       0300-LINHA-DOCUMENTO SECTION.
           MOVE CPAG-FORNECEDOR TO FOR-CODIGO.
           READ ARQ-FORNEC
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO FOR-NOME
                   MOVE ZEROS TO FOR-BANCO
                   MOVE ZEROS TO FOR-AGENCIA
                   MOVE ZEROS TO FOR-CONTA
           END-READ.
           MOVE CPAG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING WRK-BLOCO " " CPAG-NUMERO "  " CPAG-TIPO " "
                  CPAG-FORNECEDOR " " FOR-NOME " " WRK-DATA-LINHA
                  " " WRK-VALOR-ED " " FOR-BANCO " " FOR-AGENCIA
                  " " FOR-CONTA
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0500-IMPRIMIR-TOTAIS SECTION.
           MOVE ALL "=" TO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-PAGO-FORN TO WRK-VALOR-ED.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "PAGO NO DIA - NOTAS DE FORNECEDOR.. "
                  WRK-QTD-PAGO-FORN " " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-PAGO-FRETE TO WRK-VALOR-ED.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "PAGO NO DIA - FATURAS DE FRETE..... "
                  WRK-QTD-PAGO-FRETE " " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-AGENDADO TO WRK-VALOR-ED.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "AGENDADO ATE " WRK-DATA-LIMITE
                  "............ " WRK-QTD-AGENDADOS " " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-PENDENTE TO WRK-VALOR-ED.
           MOVE SPACES TO PROGPAG-LINHA.
           STRING "VENCENDO SEM APROVACAO/DIVERGENTE.. "
                  WRK-QTD-PENDENTES " " WRK-VALOR-ED
               DELIMITED BY SIZE INTO PROGPAG-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

      *=======TOTAL PAGO NO DIA POR TIPO DE DOCUMENTO; O CONTAMAP LEVA
      *=======CADA TIPO PARA A SUA CONTA.
       0600-LANCAR-DIATOTAL SECTION.
           IF WRK-QTD-PAGOS GREATER ZEROS
               OPEN EXTEND ARQ-DIATOTAL
               IF WRK-QTD-PAGO-FORN GREATER ZEROS
                   MOVE "PAGFORN"         TO DIA-TIPO
                   MOVE WRK-TOT-PAGO-FORN TO DIA-VALOR
                   MOVE WRK-QTD-PAGO-FORN TO DIA-QUANTIDADE
                   PERFORM 0620-GRAVAR-DIATOTAL
               END-IF
               IF WRK-QTD-PAGO-FRETE GREATER ZEROS
                   MOVE "PAGFRETE"         TO DIA-TIPO
                   MOVE WRK-TOT-PAGO-FRETE TO DIA-VALOR
                   MOVE WRK-QTD-PAGO-FRETE TO DIA-QUANTIDADE
                   PERFORM 0620-GRAVAR-DIATOTAL
               END-IF
               CLOSE ARQ-DIATOTAL
           END-IF.

       0620-GRAVAR-DIATOTAL SECTION.
           MOVE "PROGPAG"     TO DIA-PROGRAMA.
           MOVE WRK-DATA-HOJE TO DIA-DATA.
           MOVE SPACES        TO DIA-CHAVE.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0800-GRAVAR-LINHA  SECTION.
           WRITE PROGPAG-LINHA.
           IF WRK-FS-PROGPAG NOT EQUAL "00"
               MOVE WRK-FS-PROGPAG TO UTIL-FS-CODIGO
               MOVE "PROGPAG"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-CONTAPAG.
           CLOSE ARQ-FORNEC.
           CLOSE ARQ-PROGPAG.
           DISPLAY "AGENDA DE PAGAMENTOS GRAVADA EM PROGPAG.".
           DISPLAY "DOCUMENTOS PAGOS NO DIA... " WRK-QTD-PAGOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
