      *==OBSERVACOES: MARCACAO COM SAIDA MENOR QUE A ENTRADA (VIROU O
      *==             DIA) FECHA A JORNADA NO DIA SEGUINTE (24H +
      *==             SAIDA - ENTRADA).
      *==   XX/XX/2026 - BANCO DE HORAS: FUNCIONARIO COM ADESAO ATIVA
      *==                NO "BHADESAO" (CADBHORA) NAO RECEBE AS EXTRAS
      *==                NEM TEM AS FALTAS DESCONTADAS PELA FOLHA -- O
      *==                MES VIRA UM LOTE NO RAZAO "BCOHORAS" (EXTRAS
      *==                A CREDITO, FALTAS E SAIDAS ANTECIPADAS A
      *==                DEBITO), QUE COMPENSA PRIMEIRO OS LOTES MAIS
      *==                ANTIGOS DE SINAL CONTRARIO. NA FREQFUNC ESSE
      *==                FUNCIONARIO SAI COM EXTRAS E FALTAS ZERADAS.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQFUNC.

           SELECT ARQ-BHADESAO ASSIGN TO "BHADESAO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BHA-FUNCIONARIO
               FILE STATUS IS WRK-FS-BHADESAO.

           SELECT ARQ-BCOHORAS ASSIGN TO "BCOHORAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WRK-FS-BCOHORAS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-PONTO.
       FD  ARQ-FREQFUNC.
           COPY FREQFUNC.

       FD  ARQ-BHADESAO.
           COPY BHADESAO.

       FD  ARQ-BCOHORAS.
           COPY BCOHORAS.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-PONTO       PIC X(02) VALUE "00".
       77  WRK-FS-FREQFUNC    PIC X(02) VALUE "00".
       77  WRK-FS-BHADESAO    PIC X(02) VALUE "00".
       77  WRK-FS-BCOHORAS    PIC X(02) VALUE "00".
           COPY FSERRO.

      *=======BANCO DE HORAS: SEM O CADASTRO DE ADESAO, NINGUEM ESTA
      *=======NO BANCO E A APURACAO SEGUE COMO ANTES, COM AVISO.
       77  WRK-BANCO-DISPONIVEL PIC X(01) VALUE "N".
           88  BANCO-HORAS-DISPONIVEL  VALUE "S".
       77  WRK-FUNC-NO-BANCO  PIC X(01) VALUE "N".
           88  FUNCIONARIO-NO-BANCO    VALUE "S".
       77  WRK-FIM-LOTES      PIC X(01) VALUE "N".
           88  FIM-DOS-LOTES           VALUE "S".
       77  WRK-SALDO-MES      PIC S9(06) VALUE ZEROS.
       77  WRK-MIN-COMPENSAR  PIC 9(06) VALUE ZEROS.
       77  WRK-MIN-DEBITO-MES PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NO-BANCO   PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-SISTEMA   PIC X(08) VALUE SPACES.

       77  WRK-MES-REFERENCIA PIC X(06) VALUE SPACES.
       77  WRK-FIM-PONTO      PIC X(01) VALUE "N".
           88  FIM-DO-PONTO            VALUE "S".
               10  WRK-FNC-MIN-EXTRAS  PIC 9(06).
               10  WRK-FNC-MIN-NOTURNO PIC 9(06).
               10  WRK-FNC-FALTAS      PIC 9(02).
               10  WRK-FNC-MIN-DEBITO  PIC 9(06).

      *=======JORNADA DO DIA EM MINUTOS
       77  WRK-MIN-ENTRADA    PIC 9(05) VALUE ZEROS.
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-FREQFUNC.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 0060-ABRIR-BANCO-HORAS.

      *=======O RAZAO "BCOHORAS" E CRIADO VAZIO NA PRIMEIRA EXECUCAO.
       0060-ABRIR-BANCO-HORAS SECTION.
           OPEN INPUT ARQ-BHADESAO.
           IF WRK-FS-BHADESAO NOT EQUAL "00"
               DISPLAY "ADESÃO AO BANCO DE HORAS INDISPONÍVEL "
                       "(STATUS " WRK-FS-BHADESAO ") -- TODOS COM "
                       "EXTRAS E FALTAS NA FOLHA."
           ELSE
               OPEN I-O ARQ-BCOHORAS
               IF WRK-FS-BCOHORAS EQUAL "35"
                   OPEN OUTPUT ARQ-BCOHORAS
                   CLOSE ARQ-BCOHORAS
                   OPEN I-O ARQ-BCOHORAS
               END-IF
               IF WRK-FS-BCOHORAS NOT EQUAL "00"
                   MOVE WRK-FS-BCOHORAS TO UTIL-FS-CODIGO
                   MOVE "BCOHORAS"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               SET BANCO-HORAS-DISPONIVEL TO TRUE
           END-IF.

       0100-LER-PONTO     SECTION.
           READ ARQ-PONTO
                   MOVE ZEROS TO WRK-FNC-MIN-EXTRAS(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-FNC-MIN-NOTURNO(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-FNC-FALTAS(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-FNC-MIN-DEBITO(WRK-IDX-FUNC)
               ELSE
                   IF NOT AVISO-TABELA-DADO
                       DISPLAY "MAIS DE 200 FUNCIONÁRIOS NO PONTO "
      *=======JORNADA EM MINUTOS: ALEM DE 8H (480) E EXTRA; O QUE
      *=======PASSA DAS 22H (1320) E NOTURNO. SAIDA MENOR QUE A
      *=======ENTRADA FECHA NO DIA SEGUINTE (+24H), E TUDO ALEM DA
      *=======MEIA-NOITE TAMBEM CONTA COMO NOTURNO. JORNADA MENOR QUE
      *=======8H E SAIDA ANTECIPADA (SO PESA PARA QUEM ESTA NO BANCO).
       0300-APURAR-JORNADA SECTION.
           MOVE PON-HORA-ENTRADA TO WRK-HORA-R.
           COMPUTE WRK-MIN-ENTRADA = WRK-HR-HH * 60 + WRK-HR-MM.
               TO WRK-FNC-MIN-EXTRAS(WRK-IDX-FUNC).
           ADD WRK-MIN-NOT-DIA
               TO WRK-FNC-MIN-NOTURNO(WRK-IDX-FUNC).
           IF WRK-MIN-TRABALHO LESS 480
               COMPUTE WRK-FNC-MIN-DEBITO(WRK-IDX-FUNC) =
                       WRK-FNC-MIN-DEBITO(WRK-IDX-FUNC)
                       + 480 - WRK-MIN-TRABALHO
           END-IF.

       0500-GRAVAR-APURACAO SECTION.
           MOVE 1 TO WRK-IDX-FUNC.
                   WRK-FNC-MIN-NOTURNO(WRK-IDX-FUNC) / 60.
           MOVE WRK-HORAS-APURADAS TO FQF-HORAS-NOTURNAS.
           MOVE WRK-FNC-FALTAS(WRK-IDX-FUNC) TO FQF-FALTAS.
           PERFORM 0530-VERIFICAR-ADESAO.
           IF FUNCIONARIO-NO-BANCO
               PERFORM 0540-LANCAR-BANCO-HORAS
               MOVE ZEROS TO FQF-HORAS-EXTRAS
               MOVE ZEROS TO FQF-FALTAS
           END-IF.
           WRITE FREQFUNC-REC.
           IF WRK-FS-FREQFUNC NOT EQUAL "00"
               MOVE WRK-FS-FREQFUNC TO UTIL-FS-CODIGO
           ADD 1 TO WRK-QTD-GRAVADOS.
           ADD 1 TO WRK-IDX-FUNC.

      *=======ESTA NO BANCO QUEM TEM ADESAO ATIVA DESDE O MES DE
      *=======REFERENCIA OU ANTES.
       0530-VERIFICAR-ADESAO SECTION.
           MOVE "N" TO WRK-FUNC-NO-BANCO.
           IF BANCO-HORAS-DISPONIVEL
               MOVE WRK-FNC-CODIGO(WRK-IDX-FUNC) TO BHA-FUNCIONARIO
               READ ARQ-BHADESAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BANCO-HORAS-ATIVO
                          AND BHA-DATA-ADESAO(1:6)
                              NOT GREATER WRK-MES-REFERENCIA
                           SET FUNCIONARIO-NO-BANCO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *=======SALDO DO MES = EXTRAS - (FALTAS X 8H + SAIDAS
      *=======ANTECIPADAS), EM MINUTOS. O SALDO COMPENSA OS LOTES
      *=======ABERTOS DE SINAL CONTRARIO, DO MAIS ANTIGO PARA O MAIS
      *=======NOVO, E O QUE SOBRA FICA ABERTO NO LOTE DO MES. MES JA
      *=======LANCADO NAO E LANCADO DE NOVO (REPROCESSAMENTO).
       0540-LANCAR-BANCO-HORAS SECTION.
           MOVE WRK-FNC-CODIGO(WRK-IDX-FUNC) TO BCH-FUNCIONARIO.
           MOVE WRK-MES-REFERENCIA TO BCH-REFERENCIA.
           READ ARQ-BCOHORAS
               INVALID KEY
                   PERFORM 0545-APURAR-SALDO-MES
               NOT INVALID KEY
                   DISPLAY "FUNCIONÁRIO " BCH-FUNCIONARIO
                           " -- MÊS " BCH-REFERENCIA
                           " JÁ LANÇADO NO BANCO DE HORAS; LOTE "
                           "MANTIDO."
           END-READ.

       0545-APURAR-SALDO-MES SECTION.
           COMPUTE WRK-MIN-DEBITO-MES =
                   WRK-FNC-MIN-DEBITO(WRK-IDX-FUNC)
                   + WRK-FNC-FALTAS(WRK-IDX-FUNC) * 480.
           COMPUTE WRK-SALDO-MES =
                   WRK-FNC-MIN-EXTRAS(WRK-IDX-FUNC)
                   - WRK-MIN-DEBITO-MES.
           IF WRK-SALDO-MES NOT EQUAL ZEROS
               MOVE WRK-FNC-CODIGO(WRK-IDX-FUNC) TO BCH-FUNCIONARIO
               MOVE SPACES TO BCH-REFERENCIA
               MOVE "N"    TO WRK-FIM-LOTES
               START ARQ-BCOHORAS KEY NOT LESS BCH-CHAVE
                   INVALID KEY
                       SET FIM-DOS-LOTES TO TRUE
               END-START
               PERFORM 0550-COMPENSAR-LOTE
                   UNTIL FIM-DOS-LOTES
                      OR WRK-SALDO-MES EQUAL ZEROS
           END-IF.

           MOVE SPACES TO BCOHORAS-REC.
           MOVE WRK-FNC-CODIGO(WRK-IDX-FUNC) TO BCH-FUNCIONARIO.
           MOVE WRK-MES-REFERENCIA TO BCH-REFERENCIA.
           MOVE WRK-FNC-MIN-EXTRAS(WRK-IDX-FUNC) TO BCH-MIN-CREDITO.
           MOVE WRK-MIN-DEBITO-MES TO BCH-MIN-DEBITO.
           MOVE WRK-SALDO-MES      TO BCH-SALDO-MIN.
           MOVE ZEROS              TO BCH-MIN-BAIXA.
           MOVE ZEROS              TO BCH-VALOR-BAIXA.
           IF WRK-SALDO-MES EQUAL ZEROS
               SET BCH-COMPENSADO TO TRUE
               MOVE WRK-DATA-SISTEMA TO BCH-DATA-BAIXA
           ELSE
               SET BCH-ABERTO TO TRUE
           END-IF.
           WRITE BCOHORAS-REC.
           IF WRK-FS-BCOHORAS NOT EQUAL "00"
               MOVE WRK-FS-BCOHORAS TO UTIL-FS-CODIGO
               MOVE "BCOHORAS"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-NO-BANCO.
           DISPLAY "FUNCIONÁRIO " BCH-FUNCIONARIO
                   " BANCO DE HORAS: CRÉDITO " BCH-MIN-CREDITO
                   " DÉBITO " BCH-MIN-DEBITO
                   " SALDO DO LOTE " BCH-SALDO-MIN " (MIN)".

       0550-COMPENSAR-LOTE SECTION.
           READ ARQ-BCOHORAS NEXT
               AT END
                   SET FIM-DOS-LOTES TO TRUE
               NOT AT END
                   IF BCH-FUNCIONARIO
                      NOT EQUAL WRK-FNC-CODIGO(WRK-IDX-FUNC)
                       SET FIM-DOS-LOTES TO TRUE
                   ELSE
                       IF BCH-ABERTO
                           PERFORM 0560-ABATER-LOTE
                       END-IF
                   END-IF
           END-READ.

      *=======ABATE DO LOTE ANTIGO O QUANTO FOR POSSIVEL DO SALDO DO
      *=======MES (SO QUANDO OS SINAIS SAO CONTRARIOS); LOTE ZERADO
      *=======FICA COMPENSADO.
       0560-ABATER-LOTE   SECTION.
           MOVE ZEROS TO WRK-MIN-COMPENSAR.
           IF WRK-SALDO-MES GREATER ZEROS
              AND BCH-SALDO-MIN LESS ZEROS
               COMPUTE WRK-MIN-COMPENSAR = ZEROS - BCH-SALDO-MIN
               IF WRK-MIN-COMPENSAR GREATER WRK-SALDO-MES
                   MOVE WRK-SALDO-MES TO WRK-MIN-COMPENSAR
               END-IF
               ADD WRK-MIN-COMPENSAR TO BCH-SALDO-MIN
               SUBTRACT WRK-MIN-COMPENSAR FROM WRK-SALDO-MES
           END-IF.
           IF WRK-SALDO-MES LESS ZEROS
              AND BCH-SALDO-MIN GREATER ZEROS
               COMPUTE WRK-MIN-COMPENSAR = ZEROS - WRK-SALDO-MES
               IF WRK-MIN-COMPENSAR GREATER BCH-SALDO-MIN
                   MOVE BCH-SALDO-MIN TO WRK-MIN-COMPENSAR
               END-IF
               SUBTRACT WRK-MIN-COMPENSAR FROM BCH-SALDO-MIN
               ADD WRK-MIN-COMPENSAR TO WRK-SALDO-MES
           END-IF.
           IF WRK-MIN-COMPENSAR GREATER ZEROS
               IF BCH-SALDO-MIN EQUAL ZEROS
                   SET BCH-COMPENSADO TO TRUE
                   MOVE WRK-DATA-SISTEMA TO BCH-DATA-BAIXA
               END-IF
               REWRITE BCOHORAS-REC
               IF WRK-FS-BCOHORAS NOT EQUAL "00"
                   MOVE WRK-FS-BCOHORAS TO UTIL-FS-CODIGO
                   MOVE "BCOHORAS"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-PONTO.
           CLOSE ARQ-FREQFUNC.
           IF BANCO-HORAS-DISPONIVEL
               CLOSE ARQ-BHADESAO
               CLOSE ARQ-BCOHORAS
           END-IF.
           DISPLAY "MARCAÇÕES DO MÊS LIDAS.... " WRK-QTD-LIDOS.
           DISPLAY "FUNCIONÁRIOS APURADOS..... " WRK-QTD-GRAVADOS.
           DISPLAY "LANÇADOS NO BANCO DE HORAS " WRK-QTD-NO-BANCO.

       COPY FSERROPR.
