      *==                    (FRETE DEVOLVIDO ZERADO).
      *==             "01" = UF SEM FAIXA CADASTRADA.
      *==             "09" = ARQUIVO UFRATE INDISPONIVEL.
      *==   XX/XX/2026 - COTACAO ENTRE TRANSPORTADORAS: COM A TABELA
      *==                "TRANSUF" (UF + TRANSPORTADORA), TODAS AS
      *==                TRANSPORTADORAS ATIVAS (NO "TRANSP" E NA
      *==                TABELA) QUE COMPORTAM O PESO SAO COTADAS E
      *==                VENCE A DE MENOR FRETE -- OU A DE MENOR
      *==                PRAZO, QUANDO O CHAMADOR MARCA O PEDIDO COMO
      *==                URGENTE (CFR-URGENTE). A SEGUNDA MELHOR
      *==                COTACAO VOLTA NA AREA COMPLEMENTAR CALCFRLK
      *==                (NOVO ULTIMO PARAMETRO) PARA O CHAMADOR
      *==                MOSTRAR A ECONOMIA. UF SEM LINHA NA TABELA,
      *==                OU SEM A TABELA, SEGUE COM A TRANSPORTADORA
      *==                UNICA DO "UFRATE", COMO SEMPRE. O ICMS
      *==                CONTINUA SAINDO DO "UFRATE".
      *==   XX/XX/2026 - ADICIONAIS DE FRETE DA TABELA "ADICFRET"
      *==                (AD-VALOREM, GRIS, PEDAGIO E COMBUSTIVEL),
      *==                POR TRANSPORTADORA + UF E VIGENTES NA
      *==                CFR-DATA-BASE, SOMADOS AO FRETE DE CADA
      *==                TRANSPORTADORA COTADA -- A ESCOLHA DA MAIS
      *==                BARATA JA CONSIDERA O QUE ELA REALMENTE
      *==                COBRA. CADA ADICIONAL VOLTA EM SEPARADO NA
      *==                CALCFRLK. SEM A TABELA, ADICIONAIS ZERADOS.
      *==   XX/XX/2026 - ZONA DE ENTREGA POR FAIXA DE CEP (TABELA
      *==                "ZONACEP", VIA BUSCAZON): COM CFR-CEP
      *==                INFORMADO E DENTRO DE UMA ZONA DA UF, O
      *==                FRETE-BASE DE CADA TRANSPORTADORA COTADA
      *==                RECEBE O ACRESCIMO PERCENTUAL DA ZONA (ANTES
      *==                DOS ADICIONAIS, QUE O COMBUSTIVEL INCIDE
      *==                SOBRE ELE) E O PRAZO DEVOLVIDO GANHA OS DIAS
      *==                A MAIS DA ZONA. SEM CEP, SEM ZONA OU SEM A
      *==                TABELA, FRETE E PRAZO SO PELA UF.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS UFRATE-UF
               FILE STATUS IS WRK-FS-UFRATE.

           SELECT ARQ-TRANSUF ASSIGN TO "TRANSUF"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRU-CHAVE
               FILE STATUS IS WRK-FS-TRANSUF.

           SELECT ARQ-TRANSP  ASSIGN TO "TRANSP"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRN-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.

           SELECT ARQ-ADICFRET ASSIGN TO "ADICFRET"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADF-CHAVE
               FILE STATUS IS WRK-FS-ADICFRET.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-UFRATE.
           COPY UFRATE.

       FD  ARQ-TRANSUF.
           COPY TRANSUF.

       FD  ARQ-TRANSP.
           COPY TRANSP.

       FD  ARQ-ADICFRET.
           COPY ADICFRET.

       WORKING-STORAGE     SECTION.
       77  WRK-FS-UFRATE      PIC X(02) VALUE "00".
       77  WRK-UFRATE-ABERTO  PIC X(01) VALUE "N".
       77  WRK-UFRATE-DISPONIVEL PIC X(01) VALUE "N".
           88  UFRATE-DISPONIVEL       VALUE "S".

      *=======COTACAO ENTRE AS TRANSPORTADORAS DA UF ("TRANSUF"); SEM
      *=======A TABELA, VALE A TRANSPORTADORA UNICA DO "UFRATE".
       77  WRK-FS-TRANSUF     PIC X(02) VALUE "00".
       77  WRK-FS-TRANSP      PIC X(02) VALUE "00".
       77  WRK-TRANSUF-DISPONIVEL PIC X(01) VALUE "N".
           88  TRANSUF-DISPONIVEL      VALUE "S".
       77  WRK-TRANSP-DISPONIVEL PIC X(01) VALUE "N".
           88  TRANSP-DISPONIVEL       VALUE "S".
       77  WRK-FIM-TRANSUF    PIC X(01) VALUE "N".
           88  FIM-DO-TRANSUF          VALUE "S".
       77  WRK-ELEGIVEL       PIC X(01) VALUE "N".
           88  TRANSPORTADORA-ELEGIVEL VALUE "S".
       77  WRK-COTACAO-MELHOR PIC X(01) VALUE "N".
           88  COTACAO-E-MELHOR        VALUE "S".
       77  WRK-QTD-COTADAS    PIC 9(02) VALUE ZEROS.
       77  WRK-FRETE-COTADO   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-DIAS-COTADO    PIC 9(03) VALUE ZEROS.
       77  WRK-REF-FRETE      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-REF-DIAS       PIC 9(03) VALUE ZEROS.
       01  WRK-MELHOR-COTACAO.
           05  WRK-MELHOR-TRANSP  PIC 9(03).
           05  WRK-MELHOR-FRETE   PIC S9(08)V99.
           05  WRK-MELHOR-DIAS    PIC 9(03).
           05  WRK-MELHOR-ADICIONAIS.
               10  WRK-MELHOR-BASE      PIC S9(08)V99.
               10  WRK-MELHOR-ADVALOREM PIC S9(08)V99.
               10  WRK-MELHOR-GRIS      PIC S9(08)V99.
               10  WRK-MELHOR-PEDAGIO   PIC S9(08)V99.
               10  WRK-MELHOR-COMBUST   PIC S9(08)V99.
               10  WRK-MELHOR-ZONA      PIC S9(08)V99.
       01  WRK-SEGUNDA-COTACAO.
           05  WRK-SEGUNDA-TRANSP PIC 9(03).
           05  WRK-SEGUNDA-FRETE  PIC S9(08)V99.
           05  WRK-SEGUNDA-DIAS   PIC 9(03).
           05  WRK-SEGUNDA-ADICIONAIS.
               10  WRK-SEGUNDA-BASE      PIC S9(08)V99.
               10  WRK-SEGUNDA-ADVALOREM PIC S9(08)V99.
               10  WRK-SEGUNDA-GRIS      PIC S9(08)V99.
               10  WRK-SEGUNDA-PEDAGIO   PIC S9(08)V99.
               10  WRK-SEGUNDA-COMBUST   PIC S9(08)V99.
               10  WRK-SEGUNDA-ZONA      PIC S9(08)V99.

      *=======ADICIONAIS DE FRETE ("ADICFRET") DA TRANSPORTADORA EM
      *=======COTACAO, VIGENTES NA DATA-BASE DO PEDIDO.
       77  WRK-FS-ADICFRET    PIC X(02) VALUE "00".
       77  WRK-ADICFRET-DISPONIVEL PIC X(01) VALUE "N".
           88  ADICFRET-DISPONIVEL     VALUE "S".
       77  WRK-FIM-ADICFRET   PIC X(01) VALUE "N".
           88  FIM-DO-ADICFRET         VALUE "S".
       77  WRK-ADIC-ACHADO    PIC X(01) VALUE "N".
           88  ADICIONAL-FOI-ACHADO    VALUE "S".
       77  WRK-DATA-BASE      PIC X(08) VALUE SPACES.
       77  WRK-ADIC-TRANSP    PIC 9(03) VALUE ZEROS.
       77  WRK-ADIC-UF        PIC X(02) VALUE SPACES.
       77  WRK-FRACOES-100KG  PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO-PESO     PIC 9(03)V99 VALUE ZEROS.
       01  WRK-ADICFRET-VIGENTE PIC X(42) VALUE SPACES.
       01  WRK-ADICIONAIS.
           05  WRK-ADIC-BASE      PIC S9(08)V99 VALUE ZEROS.
           05  WRK-ADIC-ADVALOREM PIC S9(08)V99 VALUE ZEROS.
           05  WRK-ADIC-GRIS      PIC S9(08)V99 VALUE ZEROS.
           05  WRK-ADIC-PEDAGIO   PIC S9(08)V99 VALUE ZEROS.
           05  WRK-ADIC-COMBUST   PIC S9(08)V99 VALUE ZEROS.
           05  WRK-ADIC-ZONA      PIC S9(08)V99 VALUE ZEROS.
       77  WRK-ADIC-TOTAL     PIC S9(08)V99 VALUE ZEROS.

      *=======ZONA DE ENTREGA DO CEP (BUSCAZON), UMA VEZ POR CHAMADA.
       77  WRK-ZONA-CODIGO    PIC X(06) VALUE SPACES.
       77  WRK-ZONA-AJUSTE    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ZONA-DIAS      PIC 9(03) VALUE ZEROS.
       77  WRK-ZONA-ACHADA    PIC X(01) VALUE "N".
           88  ZONA-FOI-ACHADA         VALUE "S".

       LINKAGE             SECTION.
       01  LINK-ESTADO          PIC X(02).
       01  LINK-VALOR           PIC S9(08)V99.
       01  LINK-TRANSPORTADORA  PIC 9(03).
       01  LINK-ICMS-PERC       PIC 9(02)V99.
       01  LINK-RETORNO         PIC X(02).
           COPY CALCFRLK.

       PROCEDURE          DIVISION USING LINK-ESTADO
                                          LINK-VALOR
                                          LINK-DIAS-ENTREGA
                                          LINK-TRANSPORTADORA
                                          LINK-ICMS-PERC
                                          LINK-RETORNO
                                          CALCFRET-COMPL.
       0001-MAIN     SECTION.
           MOVE ZEROS TO LINK-FRETE.
           MOVE ZEROS TO LINK-DIAS-ENTREGA.
           MOVE ZEROS TO LINK-TRANSPORTADORA.
           MOVE ZEROS TO LINK-ICMS-PERC.
           MOVE "00"  TO LINK-RETORNO.
           MOVE ZEROS TO CFR-TRANSP-ALT.
           MOVE ZEROS TO CFR-FRETE-ALT.
           MOVE ZEROS TO CFR-DIAS-ALT.
           MOVE ZEROS TO CFR-QTD-COTADAS.
           MOVE ZEROS TO CFR-FRETE-BASE.
           MOVE ZEROS TO CFR-ADVALOREM.
           MOVE ZEROS TO CFR-GRIS.
           MOVE ZEROS TO CFR-PEDAGIO.
           MOVE ZEROS TO CFR-COMBUSTIVEL.
           MOVE SPACES TO CFR-ZONA.
           MOVE ZEROS TO CFR-ZONA-ACRESCIMO.
           MOVE ZEROS TO CFR-ZONA-DIAS.
           IF CFR-DATA-BASE EQUAL SPACES
              OR CFR-DATA-BASE EQUAL ZEROS
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           ELSE
               MOVE CFR-DATA-BASE TO WRK-DATA-BASE
           END-IF.

           IF NOT UFRATE-JA-ABERTO
               PERFORM 0050-ABRIR-UFRATE
           IF WRK-FS-UFRATE EQUAL "00"
               SET UFRATE-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-TRANSUF.
           IF WRK-FS-TRANSUF EQUAL "00"
               SET TRANSUF-DISPONIVEL TO TRUE
           END-IF.
      *=======SEM O CADASTRO DE TRANSPORTADORAS, VALE SO O INDICADOR
      *=======DE ATIVO DA PROPRIA LINHA DA "TRANSUF".
           OPEN INPUT ARQ-TRANSP.
           IF WRK-FS-TRANSP EQUAL "00"
               SET TRANSP-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT ARQ-ADICFRET.
           IF WRK-FS-ADICFRET EQUAL "00"
               SET ADICFRET-DISPONIVEL TO TRUE
           END-IF.

       0100-CONSULTAR-E-CALCULAR SECTION.
           PERFORM 0500-BUSCAR-ZONA.
           MOVE LINK-ESTADO TO UFRATE-UF.
           READ ARQ-UFRATE
               INVALID KEY
           MOVE UFRATE-ICMS-PERC      TO LINK-ICMS-PERC.

           IF LINK-MODO-FRETE EQUAL "P"
               COMPUTE WRK-ADIC-BASE =
                       LINK-PESO * UFRATE-VALOR-KG
           ELSE
               COMPUTE WRK-ADIC-BASE =
                       LINK-VALOR * UFRATE-PERCENTUAL
           END-IF.
           PERFORM 0510-APLICAR-ZONA.
           MOVE UFRATE-TRANSPORTADORA TO WRK-ADIC-TRANSP.
           PERFORM 0400-CALCULAR-ADICIONAIS.
           COMPUTE LINK-FRETE = WRK-ADIC-BASE + WRK-ADIC-TOTAL.
           MOVE WRK-ADIC-BASE      TO CFR-FRETE-BASE.
           MOVE WRK-ADIC-ADVALOREM TO CFR-ADVALOREM.
           MOVE WRK-ADIC-GRIS      TO CFR-GRIS.
           MOVE WRK-ADIC-PEDAGIO   TO CFR-PEDAGIO.
           MOVE WRK-ADIC-COMBUST   TO CFR-COMBUSTIVEL.
           MOVE WRK-ADIC-ZONA      TO CFR-ZONA-ACRESCIMO.

           IF TRANSUF-DISPONIVEL
               PERFORM 0300-COTAR-TRANSPORTADORAS
           END-IF.

           IF ZONA-FOI-ACHADA
               MOVE WRK-ZONA-CODIGO TO CFR-ZONA
               MOVE WRK-ZONA-DIAS   TO CFR-ZONA-DIAS
               ADD WRK-ZONA-DIAS TO LINK-DIAS-ENTREGA
               IF CFR-TRANSP-ALT GREATER ZEROS
                   ADD WRK-ZONA-DIAS TO CFR-DIAS-ALT
               END-IF
           END-IF.

           IF LINK-LIMITE-GRATIS GREATER ZEROS
              AND LINK-VALOR GREATER LINK-LIMITE-GRATIS
               MOVE ZEROS TO LINK-FRETE
               MOVE ZEROS TO CFR-FRETE-ALT
               MOVE ZEROS TO CFR-FRETE-BASE
               MOVE ZEROS TO CFR-ADVALOREM
               MOVE ZEROS TO CFR-GRIS
               MOVE ZEROS TO CFR-PEDAGIO
               MOVE ZEROS TO CFR-COMBUSTIVEL
               MOVE ZEROS TO CFR-ZONA-ACRESCIMO
               MOVE "02"  TO LINK-RETORNO
           END-IF.

      *=======COTA TODAS AS TRANSPORTADORAS DA UF NA "TRANSUF" E FICA
      *=======COM A MELHOR E A SEGUNDA MELHOR; SEM NENHUMA ELEGIVEL,
      *=======O FRETE DO "UFRATE" CALCULADO ACIMA FICA COMO ESTA.
       0300-COTAR-TRANSPORTADORAS SECTION.
           MOVE ZEROS TO WRK-QTD-COTADAS.
           MOVE ZEROS TO WRK-MELHOR-COTACAO.
           MOVE ZEROS TO WRK-SEGUNDA-COTACAO.
           MOVE "N"   TO WRK-FIM-TRANSUF.
           MOVE LINK-ESTADO TO TRU-UF.
           MOVE ZEROS       TO TRU-TRANSPORTADORA.
           START ARQ-TRANSUF KEY NOT LESS TRU-CHAVE
               INVALID KEY
                   SET FIM-DO-TRANSUF TO TRUE
           END-START.
           PERFORM 0310-LER-TRANSUF UNTIL FIM-DO-TRANSUF.

           IF WRK-QTD-COTADAS GREATER ZEROS
               MOVE WRK-MELHOR-FRETE   TO LINK-FRETE
               MOVE WRK-MELHOR-DIAS    TO LINK-DIAS-ENTREGA
               MOVE WRK-MELHOR-TRANSP  TO LINK-TRANSPORTADORA
               MOVE WRK-QTD-COTADAS    TO CFR-QTD-COTADAS
               MOVE WRK-MELHOR-BASE      TO CFR-FRETE-BASE
               MOVE WRK-MELHOR-ADVALOREM TO CFR-ADVALOREM
               MOVE WRK-MELHOR-GRIS      TO CFR-GRIS
               MOVE WRK-MELHOR-PEDAGIO   TO CFR-PEDAGIO
               MOVE WRK-MELHOR-COMBUST   TO CFR-COMBUSTIVEL
               MOVE WRK-MELHOR-ZONA      TO CFR-ZONA-ACRESCIMO
               IF WRK-QTD-COTADAS GREATER 1
                   MOVE WRK-SEGUNDA-TRANSP TO CFR-TRANSP-ALT
                   MOVE WRK-SEGUNDA-FRETE  TO CFR-FRETE-ALT
                   MOVE WRK-SEGUNDA-DIAS   TO CFR-DIAS-ALT
               END-IF
           END-IF.

       0310-LER-TRANSUF   SECTION.
           READ ARQ-TRANSUF NEXT
               AT END
                   SET FIM-DO-TRANSUF TO TRUE
               NOT AT END
                   IF TRU-UF NOT EQUAL LINK-ESTADO
                       SET FIM-DO-TRANSUF TO TRUE
                   ELSE
                       IF TRU-ATIVO EQUAL "S"
                           PERFORM 0320-AVALIAR-TRANSPORTADORA
                       END-IF
                   END-IF
           END-READ.

      *=======ELEGIVEL: CAPACIDADE POR EMBARQUE (ZERO = SEM LIMITE)
      *=======COMPORTA O PESO E A TRANSPORTADORA ESTA ATIVA NO
      *=======CADASTRO. MESMA FORMULA DO "UFRATE" COM A TARIFA DELA,
      *=======MAIS OS ADICIONAIS DA PROPRIA TRANSPORTADORA.
       0320-AVALIAR-TRANSPORTADORA SECTION.
           SET TRANSPORTADORA-ELEGIVEL TO TRUE.
           IF TRU-CAPACIDADE-KG GREATER ZEROS
              AND LINK-PESO GREATER TRU-CAPACIDADE-KG
               MOVE "N" TO WRK-ELEGIVEL
           END-IF.
           IF TRANSPORTADORA-ELEGIVEL AND TRANSP-DISPONIVEL
               MOVE TRU-TRANSPORTADORA TO TRN-CODIGO
               READ ARQ-TRANSP
                   INVALID KEY
                       MOVE "N" TO WRK-ELEGIVEL
                   NOT INVALID KEY
                       IF TRN-ATIVO NOT EQUAL "S"
                           MOVE "N" TO WRK-ELEGIVEL
                       END-IF
               END-READ
           END-IF.
           IF TRANSPORTADORA-ELEGIVEL
               IF LINK-MODO-FRETE EQUAL "P"
                   COMPUTE WRK-ADIC-BASE =
                           LINK-PESO * TRU-VALOR-KG
               ELSE
                   COMPUTE WRK-ADIC-BASE =
                           LINK-VALOR * TRU-PERCENTUAL
               END-IF
               PERFORM 0510-APLICAR-ZONA
               MOVE TRU-TRANSPORTADORA TO WRK-ADIC-TRANSP
               PERFORM 0400-CALCULAR-ADICIONAIS
               COMPUTE WRK-FRETE-COTADO =
                       WRK-ADIC-BASE + WRK-ADIC-TOTAL
               MOVE TRU-DIAS-ENTREGA TO WRK-DIAS-COTADO
               ADD 1 TO WRK-QTD-COTADAS
               PERFORM 0330-CLASSIFICAR-COTACAO
           END-IF.

      *=======A COTACAO QUE BATE A MELHOR EMPURRA A MELHOR PARA
      *=======SEGUNDA; SENAO, DISPUTA SO A SEGUNDA POSICAO.
       0330-CLASSIFICAR-COTACAO SECTION.
           MOVE "N" TO WRK-COTACAO-MELHOR.
           IF WRK-QTD-COTADAS EQUAL 1
               SET COTACAO-E-MELHOR TO TRUE
           ELSE
               MOVE WRK-MELHOR-FRETE TO WRK-REF-FRETE
               MOVE WRK-MELHOR-DIAS  TO WRK-REF-DIAS
               PERFORM 0340-COMPARAR-COTACAO
           END-IF.
           IF COTACAO-E-MELHOR
               IF WRK-QTD-COTADAS GREATER 1
                   MOVE WRK-MELHOR-COTACAO TO WRK-SEGUNDA-COTACAO
               END-IF
               MOVE TRU-TRANSPORTADORA TO WRK-MELHOR-TRANSP
               MOVE WRK-FRETE-COTADO   TO WRK-MELHOR-FRETE
               MOVE WRK-DIAS-COTADO    TO WRK-MELHOR-DIAS
               MOVE WRK-ADICIONAIS     TO WRK-MELHOR-ADICIONAIS
           ELSE
               IF WRK-QTD-COTADAS EQUAL 2
                   SET COTACAO-E-MELHOR TO TRUE
               ELSE
                   MOVE WRK-SEGUNDA-FRETE TO WRK-REF-FRETE
                   MOVE WRK-SEGUNDA-DIAS  TO WRK-REF-DIAS
                   PERFORM 0340-COMPARAR-COTACAO
               END-IF
               IF COTACAO-E-MELHOR
                   MOVE TRU-TRANSPORTADORA TO WRK-SEGUNDA-TRANSP
                   MOVE WRK-FRETE-COTADO   TO WRK-SEGUNDA-FRETE
                   MOVE WRK-DIAS-COTADO    TO WRK-SEGUNDA-DIAS
                   MOVE WRK-ADICIONAIS     TO WRK-SEGUNDA-ADICIONAIS
               END-IF
           END-IF.

      *=======PEDIDO URGENTE: GANHA O MENOR PRAZO, DESEMPATE PELO
      *=======FRETE. DEMAIS: GANHA O MENOR FRETE, DESEMPATE PELO PRAZO.
       0340-COMPARAR-COTACAO SECTION.
           MOVE "N" TO WRK-COTACAO-MELHOR.
           IF CFR-PEDIDO-URGENTE
               IF WRK-DIAS-COTADO LESS WRK-REF-DIAS
                  OR (WRK-DIAS-COTADO EQUAL WRK-REF-DIAS
                      AND WRK-FRETE-COTADO LESS WRK-REF-FRETE)
                   SET COTACAO-E-MELHOR TO TRUE
               END-IF
           ELSE
               IF WRK-FRETE-COTADO LESS WRK-REF-FRETE
                  OR (WRK-FRETE-COTADO EQUAL WRK-REF-FRETE
                      AND WRK-DIAS-COTADO LESS WRK-REF-DIAS)
                   SET COTACAO-E-MELHOR TO TRUE
               END-IF
           END-IF.

      *=======ADICIONAIS DA TRANSPORTADORA WRK-ADIC-TRANSP NA UF DO
      *=======PEDIDO SOBRE O FRETE-BASE WRK-ADIC-BASE: PROCURA A
      *=======VIGENCIA DA UF E, SEM ELA, A DE "**" (QUALQUER UF).
      *=======AD-VALOREM E GRIS SOBRE O VALOR DA MERCADORIA (GRIS COM
      *=======MINIMO), PEDAGIO POR FRACAO DE 100 KG INICIADA (NO MINIMO
      *=======UMA) E COMBUSTIVEL SOBRE O FRETE-BASE.
       0400-CALCULAR-ADICIONAIS SECTION.
           MOVE ZEROS TO WRK-ADIC-ADVALOREM.
           MOVE ZEROS TO WRK-ADIC-GRIS.
           MOVE ZEROS TO WRK-ADIC-PEDAGIO.
           MOVE ZEROS TO WRK-ADIC-COMBUST.
           MOVE ZEROS TO WRK-ADIC-TOTAL.
           MOVE "N"   TO WRK-ADIC-ACHADO.
           IF ADICFRET-DISPONIVEL
               MOVE LINK-ESTADO TO WRK-ADIC-UF
               PERFORM 0410-BUSCAR-ADICIONAL
               IF NOT ADICIONAL-FOI-ACHADO
                   MOVE "**" TO WRK-ADIC-UF
                   PERFORM 0410-BUSCAR-ADICIONAL
               END-IF
           END-IF.
           IF ADICIONAL-FOI-ACHADO
               MOVE WRK-ADICFRET-VIGENTE TO ADICFRET-REC
               COMPUTE WRK-ADIC-ADVALOREM ROUNDED =
                       LINK-VALOR * ADF-ADVALOREM-PERC / 100
               COMPUTE WRK-ADIC-GRIS ROUNDED =
                       LINK-VALOR * ADF-GRIS-PERC / 100
               IF WRK-ADIC-GRIS LESS ADF-GRIS-MINIMO
                   MOVE ADF-GRIS-MINIMO TO WRK-ADIC-GRIS
               END-IF
               DIVIDE LINK-PESO BY 100 GIVING WRK-FRACOES-100KG
                   REMAINDER WRK-RESTO-PESO
               IF WRK-RESTO-PESO GREATER ZEROS
                  OR WRK-FRACOES-100KG EQUAL ZEROS
                   ADD 1 TO WRK-FRACOES-100KG
               END-IF
               COMPUTE WRK-ADIC-PEDAGIO =
                       WRK-FRACOES-100KG * ADF-PEDAGIO-FRACAO
               COMPUTE WRK-ADIC-COMBUST ROUNDED =
                       WRK-ADIC-BASE * ADF-COMBUST-PERC / 100
               COMPUTE WRK-ADIC-TOTAL = WRK-ADIC-ADVALOREM
                       + WRK-ADIC-GRIS + WRK-ADIC-PEDAGIO
                       + WRK-ADIC-COMBUST
           END-IF.

      *=======VIGENCIAS DA TRANSPORTADORA + UF EM ORDEM DE INICIO: A
      *=======ULTIMA ATIVA COM INICIO ATE A DATA-BASE GANHA (MESMA
      *=======REGRA DA BUSCAPAR).
       0410-BUSCAR-ADICIONAL SECTION.
           MOVE "N" TO WRK-FIM-ADICFRET.
           MOVE WRK-ADIC-TRANSP TO ADF-TRANSPORTADORA.
           MOVE WRK-ADIC-UF     TO ADF-UF.
           MOVE "00000000"      TO ADF-DATA-INICIO.
           START ARQ-ADICFRET KEY NOT LESS ADF-CHAVE
               INVALID KEY
                   SET FIM-DO-ADICFRET TO TRUE
           END-START.
           PERFORM 0420-LER-ADICIONAL UNTIL FIM-DO-ADICFRET.

       0420-LER-ADICIONAL SECTION.
           READ ARQ-ADICFRET NEXT
               AT END
                   SET FIM-DO-ADICFRET TO TRUE
               NOT AT END
                   IF ADF-TRANSPORTADORA NOT EQUAL WRK-ADIC-TRANSP
                      OR ADF-UF NOT EQUAL WRK-ADIC-UF
                      OR ADF-DATA-INICIO GREATER WRK-DATA-BASE
                       SET FIM-DO-ADICFRET TO TRUE
                   ELSE
                       IF ADF-ATIVO EQUAL "S"
                           MOVE ADICFRET-REC TO WRK-ADICFRET-VIGENTE
                           SET ADICIONAL-FOI-ACHADO TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *=======ZONA DO CEP DE ENTREGA NA UF DO PEDIDO; CEP ZERADO,
      *=======FORA DE ZONA OU SEM A TABELA = SEM ACRESCIMO NEM DIAS.
       0500-BUSCAR-ZONA   SECTION.
           MOVE "N"    TO WRK-ZONA-ACHADA.
           MOVE SPACES TO WRK-ZONA-CODIGO.
           MOVE ZEROS  TO WRK-ZONA-AJUSTE.
           MOVE ZEROS  TO WRK-ZONA-DIAS.
           IF CFR-CEP IS NUMERIC
              AND CFR-CEP GREATER ZEROS
               CALL "BUSCAZON" USING CFR-CEP
                                     LINK-ESTADO
                                     WRK-ZONA-CODIGO
                                     WRK-ZONA-AJUSTE
                                     WRK-ZONA-DIAS
                                     WRK-ZONA-ACHADA
               IF NOT ZONA-FOI-ACHADA
                   MOVE ZEROS TO WRK-ZONA-AJUSTE
                   MOVE ZEROS TO WRK-ZONA-DIAS
               END-IF
           END-IF.

      *=======ACRESCIMO DA ZONA SOBRE O FRETE-BASE JA CALCULADO EM
      *=======WRK-ADIC-BASE, GUARDADO A PARTE PARA O CHAMADOR.
       0510-APLICAR-ZONA  SECTION.
           MOVE ZEROS TO WRK-ADIC-ZONA.
           IF ZONA-FOI-ACHADA AND WRK-ZONA-AJUSTE GREATER ZEROS
               COMPUTE WRK-ADIC-ZONA ROUNDED =
                       WRK-ADIC-BASE * WRK-ZONA-AJUSTE / 100
               ADD WRK-ADIC-ZONA TO WRK-ADIC-BASE
           END-IF.
