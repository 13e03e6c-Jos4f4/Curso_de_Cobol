      *==                MENOR ABATE O VALOR DE FACE DO TITULO E O
      *==                CREDITO E CONSUMIDO ("Q"). A OPCAO DE
      *==                ENCERRAR PASSOU DE 3 PARA 4.
      *==   XX/XX/2026 - NOVA OPCAO DE PRORROGAR O VENCIMENTO DE UM
      *==                TITULO EM ABERTO (DATA FUTURA AAAAMMDD); SE O
      *==                TITULO JA ESTA REGISTRADO NO BANCO, A
      *==                ALTERACAO SEGUE NA PROXIMA REMESSA DE COBRANCA
      *==                (REMCOBRA). A CONSULTA MOSTRA A SITUACAO DO
      *==                TITULO NO BANCO. A OPCAO DE ENCERRAR PASSOU
      *==                DE 4 PARA 5.
      *==   XX/XX/2026 - NOVA OPCAO DE BAIXAR COMO PERDA TITULO VENCIDO
      *==                INCOBRAVEL: SO PARA OPERADOR DA SESSAO COM
      *==                NIVEL "PDDNIVEL" OU MAIOR (SEM O PARAMETRO,
      *==                NIVEL 3), COM MOTIVO OBRIGATORIO E CONFIRMACAO.
      *==                O TITULO VAI PARA A SITUACAO "P", A BAIXA SAI
      *==                NO AUDITLOG E O TOTAL DA SESSAO VAI AO
      *==                "DIATOTAL" SOB O TIPO "PDD-BAIXA": CHAVE
      *==                "PROVISAO" = PARTE COBERTA PELA PROVISAO DO
      *==                TITULO (PROVPDD), CHAVE "PERDA" = O QUE FALTOU.
      *==                A OPCAO DE ENCERRAR PASSOU DE 5 PARA 6.
      *==   XX/XX/2026 - COM O MES CORRENTE FECHADO NO CONTROLE DE
      *==                PERIODOS ("PERIODO", PERIODPR), SO A
      *==                CONSULTA CONTINUA DISPONIVEL: BAIXA, CREDITO,
      *==                PRORROGACAO E PERDA SAO RECUSADAS.
      *==   XX/XX/2026 - A QUITACAO DE TITULO TAMBEM SAI NO AUDITLOG
      *==                (CHAVE = NUMERO DO TITULO) COM O OPERADOR DA
      *==                SESSAO, PARA O RELOPER CRUZAR QUEM LANCOU O
      *==                PEDIDO COM QUEM BAIXOU O TITULO.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-SESSAO   ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-PERIODO  ASSIGN TO "PERIODO"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-MES
               FILE STATUS IS WRK-FS-PERIODO.

           SELECT ARQ-AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-CONTAREC.
       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       FD  ARQ-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-CONTAREC    PIC X(02) VALUE "00".
       77  WRK-FS-PARAMETR    PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO      PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG    PIC X(02) VALUE "00".
           COPY FSERRO.
           COPY PERIODWS.

      *=======ENCARGOS DE ATRASO (JUROS PRO RATA + MULTA FIXA)
       77  WRK-JUROS-MES      PIC 9(02)V99 VALUE ZEROS.
           88  OPCAO-BAIXAR            VALUE "1".
           88  OPCAO-CONSULTAR         VALUE "2".
           88  OPCAO-CREDITO           VALUE "3".
           88  OPCAO-PRORROGAR         VALUE "4".
           88  OPCAO-PERDA             VALUE "5".
           88  OPCAO-ENCERRAR          VALUE "6".
       77  WRK-FIM-BAIXA      PIC X(01) VALUE "N".
           88  FIM-DE-BAIXA            VALUE "S".
       77  WRK-NUMERO         PIC 9(08) VALUE ZEROS.

      *=======PRORROGACAO DE VENCIMENTO
       01  WRK-NOVO-VENC.
           05  WRK-NV-ANO     PIC 9(04).
           05  WRK-NV-MES     PIC 9(02).
           05  WRK-NV-DIA     PIC 9(02).
       01  WRK-NOVO-VENC-X REDEFINES WRK-NOVO-VENC
                              PIC X(08).

      *=======BAIXA COMO PERDA (ALCADA PELO NIVEL DO OPERADOR DA
      *=======SESSAO DO PROGRAMA00)
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE SPACES.
       77  WRK-NIVEL-SESSAO   PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-PERDA    PIC 9(01) VALUE 3.
       77  WRK-MOTIVO-PERDA   PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACES.
           88  CONFIRMOU               VALUE "S" "s".
       77  WRK-PERDA-PROVISAO PIC S9(08)V99 VALUE ZEROS.
       77  WRK-PERDA-DESCOBERTA PIC S9(08)V99 VALUE ZEROS.
       77  WRK-TOT-PERDA-PROV PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PERDA-DESC PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-PERDAS     PIC 9(05) VALUE ZEROS.

      *=======APLICACAO DE NOTA DE CREDITO CONTRA TITULO EM ABERTO
       77  WRK-NUM-CREDITO    PIC 9(08) VALUE ZEROS.
       77  WRK-NUM-TITULO     PIC 9(08) VALUE ZEROS.
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO UTIL-PER-DATA.
           PERFORM 9400-VERIFICA-PERIODO.
           OPEN INPUT ARQ-PARAMETR.
           MOVE "JUROSMES" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-MULTA-PERC
           END-READ.
           MOVE "PDDNIVEL" TO PARM-CODIGO.
           READ ARQ-PARAMETR
               INVALID KEY
                   MOVE 3 TO WRK-NIVEL-PERDA
               NOT INVALID KEY
                   MOVE PARM-VALOR TO WRK-NIVEL-PERDA
           END-READ.
           CLOSE ARQ-PARAMETR.
      *=======O OPERADOR ASSINADO (SESSAO DO PROGRAMA00) DA A ALCADA
      *=======DA BAIXA COMO PERDA; SEM SESSAO, NINGUEM BAIXA PERDA.
           OPEN INPUT ARQ-SESSAO.
           IF WRK-FS-SESSAO EQUAL "00"
               READ ARQ-SESSAO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERADOR TO WRK-OPERADOR-SESSAO
                       MOVE SES-NIVEL    TO WRK-NIVEL-SESSAO
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       0100-MENU           SECTION.
           DISPLAY "============================================".
           DISPLAY "BAIXA DE CONTAS A RECEBER".
           DISPLAY "1 - BAIXAR PAGAMENTO   2 - CONSULTAR TÍTULO".
           DISPLAY "3 - APLICAR CRÉDITO    4 - PRORROGAR VENCIMENTO".
           DISPLAY "5 - BAIXAR COMO PERDA  6 - ENCERRAR".
           DISPLAY "OPÇÃO: ".
           ACCEPT WRK-OPCAO.

      *=======MES FECHADO: NENHUM LANCAMENTO NOVO, SO CONSULTA.
           EVALUATE TRUE
               WHEN PERIODO-FECHADO
                AND (OPCAO-BAIXAR OR OPCAO-CREDITO
                  OR OPCAO-PRORROGAR OR OPCAO-PERDA)
                   DISPLAY "MÊS " UTIL-PER-MES " JÁ FECHADO -- "
                           "OPERAÇÃO RECUSADA."
               WHEN OPCAO-BAIXAR
                   PERFORM 0200-BAIXAR
               WHEN OPCAO-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN OPCAO-CREDITO
                   PERFORM 0300-APLICAR-CREDITO
               WHEN OPCAO-PRORROGAR
                   PERFORM 0500-PRORROGAR
               WHEN OPCAO-PERDA
                   PERFORM 0600-BAIXAR-PERDA
               WHEN OPCAO-ENCERRAR
                   SET FIM-DE-BAIXA TO TRUE
               WHEN OTHER
               REWRITE CONTAREC-REC
               IF WRK-FS-CONTAREC EQUAL "00"
                   PERFORM 0280-MOSTRAR-QUITACAO
                   PERFORM 0290-AUDITAR-QUITACAO
               ELSE
                   DISPLAY "ERRO BAIXANDO TÍTULO. STATUS "
                           WRK-FS-CONTAREC
               DISPLAY "TÍTULO QUITADO. VALOR " EDIT-MOEDA-SINAL
           END-IF.

       0290-AUDITAR-QUITACAO SECTION.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "PAGAREC"  TO AUDIT-PROGRAMA.
           MOVE WRK-NUMERO TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING "QUITACAO " EDIT-MOEDA-SINAL
               DELIMITED BY SIZE INTO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           CLOSE ARQ-AUDITLOG.

      *=======APLICA UMA NOTA DE CREDITO CONTRA UM TITULO EM ABERTO
      *=======DO MESMO CLIENTE. CREDITO >= TITULO: O TITULO E QUITADO
      *=======E O SALDO DO CREDITO SEGUE EM ABERTO (OU E CONSUMIDO,
                           " VENCIMENTO " CREC-DATA-VENCIMENTO
                           " SITUAÇÃO " CREC-SITUACAO
                           " PAGAMENTO " CREC-DATA-PAGAMENTO
                   PERFORM 0450-MOSTRAR-BANCO
                   PERFORM 0460-MOSTRAR-PERDA
           END-READ.

       0450-MOSTRAR-BANCO  SECTION.
           EVALUATE TRUE
               WHEN CREC-REGISTRADO
                   DISPLAY "NO BANCO: REGISTRADO (REMESSA "
                           CREC-REMESSA ") VENCIMENTO "
                           CREC-VENC-REMETIDO
               WHEN CREC-BAIXA-ENVIADA
                   DISPLAY "NO BANCO: BAIXA PEDIDA NA REMESSA "
                           CREC-REMESSA
               WHEN CREC-LIQUIDADO-BANCO
                   DISPLAY "NO BANCO: LIQUIDADO PELO RETORNO"
               WHEN OTHER
                   DISPLAY "NO BANCO: NÃO REGISTRADO"
           END-EVALUATE.

       0460-MOSTRAR-PERDA  SECTION.
           IF CREC-VALOR-PDD NOT EQUAL ZEROS
               MOVE CREC-VALOR-PDD TO EDIT-MOEDA-SINAL
               DISPLAY "PROVISÃO PARA DEVEDORES DUVIDOSOS "
                       EDIT-MOEDA-SINAL
           END-IF.
           IF CREC-BAIXADO-PERDA
               DISPLAY "BAIXADO COMO PERDA EM " CREC-DATA-PERDA
                       " POR " CREC-OPERADOR-PERDA
               DISPLAY "MOTIVO: " CREC-MOTIVO-PERDA
           END-IF.

      *=======PRORROGACAO: SO TITULO EM ABERTO, A RECEBER E JA COM
      *=======VENCIMENTO (O DA SAIDA DO DIA SO O GANHA NO PARCELAS).
      *=======TITULO REGISTRADO NO BANCO TEM A ALTERACAO ENVIADA PELO
      *=======REMCOBRA NA PROXIMA REMESSA.
       0500-PRORROGAR      SECTION.
           DISPLAY "NÚMERO DO TÍTULO... ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO CREC-NUMERO.
           READ ARQ-CONTAREC
               INVALID KEY
                   DISPLAY "TÍTULO NÃO ENCONTRADO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CREC-EM-ABERTO
                           DISPLAY "TÍTULO JÁ BAIXADO (SITUAÇÃO "
                                   CREC-SITUACAO ")."
                       WHEN CREC-VALOR NOT GREATER ZEROS
                           DISPLAY "O NÚMERO " WRK-NUMERO
                                   " NÃO É TÍTULO A RECEBER."
                       WHEN CREC-DATA-VENCIMENTO EQUAL SPACES
                           DISPLAY "TÍTULO AINDA SEM VENCIMENTO -- "
                                   "AGUARDE O FECHAMENTO DO DIA."
                       WHEN OTHER
                           PERFORM 0550-ALTERAR-VENCIMENTO
                   END-EVALUATE
           END-READ.

       0550-ALTERAR-VENCIMENTO SECTION.
           DISPLAY "VENCIMENTO ATUAL " CREC-DATA-VENCIMENTO.
           DISPLAY "NOVO VENCIMENTO (AAAAMMDD)... ".
           ACCEPT WRK-NOVO-VENC-X.
           IF WRK-NOVO-VENC-X NOT NUMERIC
              OR WRK-NV-MES LESS 1 OR WRK-NV-MES GREATER 12
              OR WRK-NV-DIA LESS 1 OR WRK-NV-DIA GREATER 31
              OR WRK-NOVO-VENC-X NOT GREATER WRK-DATA-HOJE
               DISPLAY "DATA INVÁLIDA -- INFORME UMA DATA FUTURA "
                       "NO FORMATO AAAAMMDD."
           ELSE
               MOVE WRK-NOVO-VENC-X TO CREC-DATA-VENCIMENTO
               REWRITE CONTAREC-REC
               IF WRK-FS-CONTAREC NOT EQUAL "00"
                   MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
                   MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               DISPLAY "VENCIMENTO DO TÍTULO " WRK-NUMERO
                       " ALTERADO PARA " WRK-NOVO-VENC-X "."
               IF CREC-REGISTRADO
                   DISPLAY "A ALTERAÇÃO VAI AO BANCO NA PRÓXIMA "
                           "REMESSA DE COBRANÇA."
               END-IF
           END-IF.

      *=======BAIXA COMO PERDA: SO TITULO A RECEBER EM ABERTO E JA
      *=======VENCIDO, POR OPERADOR COM ALCADA. O TITULO CONTINUA NO
      *=======BANCO (O REMCOBRA NAO PEDE BAIXA); SE O CLIENTE PAGAR, O
      *=======RETCOBRA O RECUPERA.
       0600-BAIXAR-PERDA   SECTION.
           IF WRK-NIVEL-SESSAO LESS WRK-NIVEL-PERDA
               DISPLAY "OPERADOR " WRK-OPERADOR-SESSAO " (NÍVEL "
                       WRK-NIVEL-SESSAO ") SEM ALÇADA PARA BAIXAR "
                       "PERDA (MÍNIMO " WRK-NIVEL-PERDA ")."
           ELSE
               DISPLAY "NÚMERO DO TÍTULO... "
               ACCEPT WRK-NUMERO
               MOVE WRK-NUMERO TO CREC-NUMERO
               READ ARQ-CONTAREC
                   INVALID KEY
                       DISPLAY "TÍTULO NÃO ENCONTRADO."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT CREC-EM-ABERTO
                               DISPLAY "TÍTULO JÁ BAIXADO "
                                       "(SITUAÇÃO " CREC-SITUACAO ")."
                           WHEN CREC-VALOR NOT GREATER ZEROS
                               DISPLAY "O NÚMERO " WRK-NUMERO
                                       " NÃO É TÍTULO A RECEBER."
                           WHEN CREC-DATA-VENCIMENTO EQUAL SPACES
                           WHEN CREC-DATA-VENCIMENTO
                                NOT LESS WRK-DATA-HOJE
                               DISPLAY "TÍTULO NÃO VENCIDO -- "
                                       "NÃO PODE SER BAIXADO COMO "
                                       "PERDA."
                           WHEN OTHER
                               PERFORM 0650-CONFIRMAR-PERDA
                       END-EVALUATE
               END-READ
           END-IF.

       0650-CONFIRMAR-PERDA SECTION.
           MOVE CREC-VALOR TO EDIT-MOEDA-SINAL.
           DISPLAY "CLIENTE " CREC-CLIENTE " VALOR " EDIT-MOEDA-SINAL
                   " VENCIMENTO " CREC-DATA-VENCIMENTO.
           PERFORM 0460-MOSTRAR-PERDA.
           DISPLAY "MOTIVO DA BAIXA COMO PERDA... ".
           MOVE SPACES TO WRK-MOTIVO-PERDA.
           ACCEPT WRK-MOTIVO-PERDA.
           IF WRK-MOTIVO-PERDA EQUAL SPACES
               DISPLAY "MOTIVO OBRIGATÓRIO -- TÍTULO MANTIDO."
           ELSE
               DISPLAY "CONFIRMA A BAIXA COMO PERDA (S/N)? "
               ACCEPT WRK-CONFIRMA
               IF NOT CONFIRMOU
                   DISPLAY "BAIXA CANCELADA -- TÍTULO MANTIDO."
               ELSE
                   PERFORM 0670-GRAVAR-PERDA
               END-IF
           END-IF.

      *=======A PROVISAO JA CONSTITUIDA NO TITULO COBRE A PERDA ATE O
      *=======VALOR DELE; O QUE PASSAR DISSO E PERDA DESCOBERTA.
       0670-GRAVAR-PERDA   SECTION.
           IF CREC-VALOR-PDD GREATER CREC-VALOR
               MOVE CREC-VALOR TO WRK-PERDA-PROVISAO
           ELSE
               IF CREC-VALOR-PDD GREATER ZEROS
                   MOVE CREC-VALOR-PDD TO WRK-PERDA-PROVISAO
               ELSE
                   MOVE ZEROS TO WRK-PERDA-PROVISAO
               END-IF
           END-IF.
           COMPUTE WRK-PERDA-DESCOBERTA =
                   CREC-VALOR - WRK-PERDA-PROVISAO.
           MOVE "P"                 TO CREC-SITUACAO.
           MOVE WRK-DATA-HOJE       TO CREC-DATA-PERDA.
           MOVE WRK-MOTIVO-PERDA    TO CREC-MOTIVO-PERDA.
           MOVE WRK-OPERADOR-SESSAO TO CREC-OPERADOR-PERDA.
           REWRITE CONTAREC-REC.
           IF WRK-FS-CONTAREC NOT EQUAL "00"
               MOVE WRK-FS-CONTAREC TO UTIL-FS-CODIGO
               MOVE "CONTAREC"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           ADD 1 TO WRK-QTD-PERDAS.
           ADD WRK-PERDA-PROVISAO   TO WRK-TOT-PERDA-PROV.
           ADD WRK-PERDA-DESCOBERTA TO WRK-TOT-PERDA-DESC.
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE "PAGAREC"  TO AUDIT-PROGRAMA.
           MOVE WRK-NUMERO TO AUDIT-CHAVE.
           MOVE SPACES TO AUDIT-RESULTADO.
           STRING "PERDA " CREC-MOTIVO-PERDA
               DELIMITED BY SIZE INTO AUDIT-RESULTADO.
           MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR.
           WRITE AUDIT-REC.
           CLOSE ARQ-AUDITLOG.
           DISPLAY "TÍTULO " WRK-NUMERO " BAIXADO COMO PERDA.".

      *=======OS ENCARGOS COBRADOS NA SESSAO ENTRAM NO TOTAL DO DIA
      *=======SOB O TIPO PROPRIO "JUROS-REC", PARA O EXPCONTA LANCAR
      *=======NA CONTA MAPEADA NO CONTAMAP; AS BAIXAS COMO PERDA, SOB
      *======="PDD-BAIXA" (PARTE PROVISIONADA E PARTE DESCOBERTA).
       0900-ENCERRAR       SECTION.
           IF WRK-TOT-ENCARGOS GREATER ZEROS
              OR WRK-QTD-PERDAS GREATER ZEROS
               OPEN EXTEND ARQ-DIATOTAL
               MOVE "PAGAREC"      TO DIA-PROGRAMA
               MOVE WRK-DATA-HOJE  TO DIA-DATA
               IF WRK-TOT-ENCARGOS GREATER ZEROS
                   MOVE "JUROS-REC"    TO DIA-TIPO
                   MOVE SPACES         TO DIA-CHAVE
                   MOVE WRK-TOT-ENCARGOS TO DIA-VALOR
                   MOVE WRK-QTD-COM-ENCARGO TO DIA-QUANTIDADE
                   PERFORM 0950-GRAVAR-DIATOTAL
               END-IF
               IF WRK-TOT-PERDA-PROV GREATER ZEROS
                   MOVE "PDD-BAIXA"    TO DIA-TIPO
                   MOVE "PROVISAO"     TO DIA-CHAVE
                   MOVE WRK-TOT-PERDA-PROV TO DIA-VALOR
                   MOVE WRK-QTD-PERDAS TO DIA-QUANTIDADE
                   PERFORM 0950-GRAVAR-DIATOTAL
               END-IF
               IF WRK-TOT-PERDA-DESC GREATER ZEROS
                   MOVE "PDD-BAIXA"    TO DIA-TIPO
                   MOVE "PERDA"        TO DIA-CHAVE
                   MOVE WRK-TOT-PERDA-DESC TO DIA-VALOR
                   MOVE WRK-QTD-PERDAS TO DIA-QUANTIDADE
                   PERFORM 0950-GRAVAR-DIATOTAL
               END-IF
               CLOSE ARQ-DIATOTAL
           END-IF.
           CLOSE ARQ-CONTAREC.

       0950-GRAVAR-DIATOTAL SECTION.
           WRITE DIATOTAL-REC.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       COPY FSERROPR.
       COPY PERIODPR.
