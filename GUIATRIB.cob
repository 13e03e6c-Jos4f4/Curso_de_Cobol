       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIATRIB.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: GUIAS MENSAIS DE RECOLHIMENTO DA FOLHA: LE O
      *    ==          HOLERITE DO MES E IMPRIME A GUIA DO INSS (O
      *    ==          DESCONTADO DOS SEGURADOS + A PARTE DA EMPRESA:
      *    ==          PATRONAL, RAT E TERCEIROS, CADA UMA PELA SUA
      *    ==          ALIQUOTA) E A GUIA DO IRRF RETIDO (POR DATA DE
      *    ==          PAGAMENTO E CODIGO DE RECEITA), NO RELATORIO
      *    ==          "GUIATRIB"; LANCA OS ENCARGOS DA EMPRESA NO
      *    ==          "DIATOTAL" POR DEPARTAMENTO PARA O EXPCONTA --
      *    ==          O CONTADOR PARA DE RECALCULAR A FOLHA PARA OS
      *    ==          IMPOSTOS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: AS ALIQUOTAS VEM DOS PARAMETROS "INSSPATR",
      *==             "INSSRAT" E "INSSTERC" PELA BUSCAPAR, ENTAO
      *==             VALE A VIGENCIA DO "PARMVIG" NA DATA DO LOTE
      *==             (SEM O PARAMETRO: 20%, 2% E 5,8%). BASE DA
      *==             EMPRESA = BRUTO DO MES + 13O + FERIAS + TERCO +
      *==             RETROATIVO DE CADA HOLERITE. CODIGOS DE RECEITA
      *==             2100 (GPS, EMPRESAS EM GERAL) E 0561 (DARF, IRRF
      *==             SOBRE TRABALHO ASSALARIADO); VENCIMENTO NO DIA
      *==             20 DO MES SEGUINTE (ANTECIPAR SE NAO FOR DIA
      *==             UTIL). TIPOS NO DIATOTAL (DIA-CHAVE =
      *==             DEPARTAMENTO): "INSS-PATR", "INSS-RAT" E
      *==             "INSS-TERC". NA PREVIA DA FOLHA ("FOLHAPREV" =
      *==             1) NADA E EMITIDO. UMA EXECUCAO POR MES, NO
      *==             ULTIMO FECHADIA, COMO O PROVFER.
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

           SELECT ARQ-HOLERITE ASSIGN TO "HOLERITE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLERITE.

           SELECT ARQ-FUNCIONAR ASSIGN TO "FUNCIONAR"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUNC-CODIGO
               FILE STATUS IS WRK-FS-FUNCIONAR.

           SELECT ARQ-DIATOTAL ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-GUIATRIB ASSIGN TO "GUIATRIB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GUIATRIB.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
           COPY RUNCTRL.

       FD  ARQ-HOLERITE.
           COPY HOLERITE.

       FD  ARQ-FUNCIONAR.
           COPY FUNCIONAR.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-GUIATRIB.
       01  GUIATRIB-LINHA      PIC X(132).

       WORKING-STORAGE     SECTION.
           COPY RUNCTRLWS.
       77  WRK-FS-HOLERITE    PIC X(02) VALUE "00".
       77  WRK-FS-FUNCIONAR   PIC X(02) VALUE "00".
       77  WRK-FS-DIATOTAL    PIC X(02) VALUE "00".
       77  WRK-FS-GUIATRIB    PIC X(02) VALUE "00".
           COPY FSERRO.

       77  WRK-FIM-HOLERITE   PIC X(01) VALUE "N".
           88  FIM-DO-HOLERITE         VALUE "S".
       77  WRK-FUNC-ACHADO    PIC X(01) VALUE "N".
           88  FUNCIONARIO-FOI-ACHADO  VALUE "S".
       77  WRK-PREVIA         PIC X(01) VALUE "N".
           88  FOLHA-EM-PREVIA         VALUE "S".

      *=======DATA DO LOTE (= DATA DE PAGAMENTO DA FOLHA), COMPETENCIA
      *=======E VENCIMENTO DAS GUIAS (DIA 20 DO MES SEGUINTE)
       01  WRK-DATA-HOJE.
           05  WRK-DH-ANO     PIC 9(04).
           05  WRK-DH-MES     PIC 9(02).
           05  WRK-DH-DIA     PIC 9(02).
       01  WRK-VENCIMENTO.
           05  WRK-VC-ANO     PIC 9(04).
           05  WRK-VC-MES     PIC 9(02).
           05  WRK-VC-DIA     PIC 9(02) VALUE 20.
       01  WRK-COMPETENCIA.
           05  WRK-CP-MES     PIC 9(02).
           05  FILLER         PIC X(01) VALUE "/".
           05  WRK-CP-ANO     PIC 9(04).

      *=======BUSCA DE PARAMETRO VIGENTE NA DATA DO LOTE (BUSCAPAR)
       77  WRK-PARM-CODIGO     PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR      PIC 9(08)V9(04) VALUE ZEROS.
       77  WRK-PARM-ACHADO     PIC X(01) VALUE "N".
           88  PARAMETRO-FOI-ACHADO     VALUE "S".

      *=======ENCARGOS DA EMPRESA: TIPO NO DIATOTAL, PARAMETRO DA
      *=======ALIQUOTA, ALIQUOTA PADRAO (9(02)V99) E NOME NA GUIA
       77  WRK-IDX-ENC        PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-ENC-DADOS.
           05  FILLER PIC X(44)
               VALUE "INSS-PATR INSSPATR  2000EMPRESA (PATRONAL)  ".
           05  FILLER PIC X(44)
               VALUE "INSS-RAT  INSSRAT   0200RAT                 ".
           05  FILLER PIC X(44)
               VALUE "INSS-TERC INSSTERC  0580TERCEIROS           ".
       01  WRK-TAB-ENC REDEFINES WRK-TAB-ENC-DADOS.
           05  WRK-ENC-ITEM OCCURS 3 TIMES.
               10  WRK-ENC-TIPO       PIC X(10).
               10  WRK-ENC-PARAMETRO  PIC X(10).
               10  WRK-ENC-PADRAO     PIC 9(02)V99.
               10  WRK-ENC-NOME       PIC X(20).
       01  WRK-TAB-ALIQUOTAS.
           05  WRK-ENC-PERC OCCURS 3 TIMES PIC 9(02)V99.

      *=======MOVIMENTO DO HOLERITE
       77  WRK-BASE-FUNC      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ENCARGO-FUNC   PIC 9(08)V99 VALUE ZEROS.

      *=======TOTAIS DAS GUIAS
       77  WRK-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-BASE       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-INSS-SEGURADOS PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-INSS-GUIA  PIC 9(10)V99 VALUE ZEROS.
       01  WRK-TOTAIS-ENCARGOS.
           05  WRK-TOT-ENCARGO OCCURS 3 TIMES PIC 9(10)V99.

      *=======ENCARGOS POR DEPARTAMENTO (ATE 20, NA ORDEM EM QUE
      *=======APARECEM)
       77  WRK-QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-ENCONTRADO PIC X(01) VALUE "N".
           88  DEPTO-FOI-ENCONTRADO    VALUE "S".
       77  WRK-AVISO-DEPTOS   PIC X(01) VALUE "N".
           88  AVISO-DEPTOS-DADO       VALUE "S".
       01  WRK-TOTAIS-DEPTO.
           05  WRK-DEP-ITEM OCCURS 20 TIMES.
               10  WRK-DEP-CODIGO     PIC X(03).
               10  WRK-DEP-FUNCS      PIC 9(05).
               10  WRK-DEP-BASE       PIC 9(10)V99.
               10  WRK-DEP-ENCARGO OCCURS 3 TIMES PIC 9(10)V99.

      *=======CAMPOS DE EDICAO DO RELATORIO
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED        PIC Z9,99.
       77  WRK-DATA-ED        PIC X(10) VALUE SPACES.
       77  WRK-ROTULO         PIC X(40) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN          SECTION.
           PERFORM 0050-ABRIR.
           IF FOLHA-EM-PREVIA
               DISPLAY "FOLHA DO DIA EM PRÉVIA (FOLHAPREV = 1) -- "
                       "GUIAS NÃO EMITIDAS."
           ELSE
               PERFORM 0070-ABRIR-ARQUIVOS
               PERFORM 0100-LER-HOLERITE
               PERFORM 0150-PROCESSAR UNTIL FIM-DO-HOLERITE
               PERFORM 0500-IMPRIMIR-GUIA-INSS
               PERFORM 0550-IMPRIMIR-GUIA-IRRF
               PERFORM 0580-IMPRIMIR-DEPTOS
               PERFORM 0600-LANCAR-DIATOTAL
               PERFORM 9650-CONCLUI-RUNCTRL
               PERFORM 0900-ENCERRAR
           END-IF.
           STOP RUN.

       0050-ABRIR         SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DH-MES TO WRK-CP-MES.
           MOVE WRK-DH-ANO TO WRK-CP-ANO.
           MOVE WRK-DH-ANO TO WRK-VC-ANO.
           MOVE WRK-DH-MES TO WRK-VC-MES.
           IF WRK-VC-MES EQUAL 12
               MOVE 1 TO WRK-VC-MES
               ADD 1 TO WRK-VC-ANO
           ELSE
               ADD 1 TO WRK-VC-MES
           END-IF.
           MOVE "FOLHAPREV" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
              AND WRK-PARM-VALOR EQUAL 1
               SET FOLHA-EM-PREVIA TO TRUE
           END-IF.

       0070-ABRIR-ARQUIVOS SECTION.
           MOVE "GUIATRIB" TO UTIL-RUN-PROGRAMA.
           PERFORM 9600-VERIFICA-RUNCTRL.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0080-LER-ALIQUOTA UNTIL WRK-IDX-ENC GREATER 3.
           INITIALIZE WRK-TOTAIS-DEPTO.
           INITIALIZE WRK-TOTAIS-ENCARGOS.
           OPEN INPUT ARQ-HOLERITE.
           IF WRK-FS-HOLERITE NOT EQUAL "00"
               MOVE WRK-FS-HOLERITE TO UTIL-FS-CODIGO
               MOVE "HOLERITE"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN INPUT ARQ-FUNCIONAR.
           IF WRK-FS-FUNCIONAR NOT EQUAL "00"
               MOVE WRK-FS-FUNCIONAR TO UTIL-FS-CODIGO
               MOVE "FUNCIONAR"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           OPEN OUTPUT ARQ-GUIATRIB.
           IF WRK-FS-GUIATRIB NOT EQUAL "00"
               MOVE WRK-FS-GUIATRIB TO UTIL-FS-CODIGO
               MOVE "GUIATRIB"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======ALIQUOTA VIGENTE NA DATA DO LOTE; SEM VIGENCIA NEM
      *=======PARAMETRO CLASSICO, VALE O PADRAO.
       0080-LER-ALIQUOTA  SECTION.
           MOVE WRK-ENC-PARAMETRO(WRK-IDX-ENC) TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-HOJE
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-ENC-PERC(WRK-IDX-ENC)
           ELSE
               MOVE WRK-ENC-PADRAO(WRK-IDX-ENC)
                   TO WRK-ENC-PERC(WRK-IDX-ENC)
               MOVE WRK-ENC-PADRAO(WRK-IDX-ENC) TO WRK-PERC-ED
               DISPLAY "PARÂMETRO " WRK-PARM-CODIGO " NÃO "
                       "CADASTRADO -- USANDO " WRK-PERC-ED "%."
           END-IF.
           ADD 1 TO WRK-IDX-ENC.

       0100-LER-HOLERITE  SECTION.
           READ ARQ-HOLERITE
               AT END
                   SET FIM-DO-HOLERITE TO TRUE
           END-READ.

      *=======O RETIDO (INSS DO SEGURADO E IRRF) VAI INTEIRO PARA AS
      *=======GUIAS; OS ENCARGOS DA EMPRESA SAO RATEADOS PELO
      *=======DEPARTAMENTO DO CADASTRO (SEM CADASTRO: SO NAS GUIAS).
       0150-PROCESSAR     SECTION.
           ADD 1 TO WRK-QTD-LIDOS.
           ADD HOL-DESCONTO-INSS TO WRK-TOT-INSS-SEGURADOS.
           ADD HOL-DESCONTO-IRRF TO WRK-TOT-IRRF.
           COMPUTE WRK-BASE-FUNC = HOL-SALARIO-BRUTO
                                 + HOL-DECIMO-TERCEIRO
                                 + HOL-FERIAS
                                 + HOL-TERCO-FERIAS
                                 + HOL-RETROATIVO.
           ADD WRK-BASE-FUNC TO WRK-TOT-BASE.
           MOVE "N" TO WRK-FUNC-ACHADO.
           MOVE HOL-CODIGO TO FUNC-CODIGO.
           READ ARQ-FUNCIONAR
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY HOL-CODIGO " " HOL-NOME
                           " SEM CADASTRO -- ENCARGOS FORA DO "
                           "RATEIO POR DEPARTAMENTO."
               NOT INVALID KEY
                   SET FUNCIONARIO-FOI-ACHADO TO TRUE
           END-READ.
           IF FUNCIONARIO-FOI-ACHADO
               PERFORM 0360-LOCALIZAR-DEPTO
           ELSE
               MOVE "N" TO WRK-DEP-ENCONTRADO
           END-IF.
           IF DEPTO-FOI-ENCONTRADO
               ADD 1 TO WRK-DEP-FUNCS(WRK-IDX-DEP)
               ADD WRK-BASE-FUNC TO WRK-DEP-BASE(WRK-IDX-DEP)
           END-IF.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0200-CALCULAR-ENCARGO UNTIL WRK-IDX-ENC GREATER 3.
           PERFORM 0100-LER-HOLERITE.

       0200-CALCULAR-ENCARGO SECTION.
           COMPUTE WRK-ENCARGO-FUNC ROUNDED =
                   WRK-BASE-FUNC * WRK-ENC-PERC(WRK-IDX-ENC) / 100.
           ADD WRK-ENCARGO-FUNC TO WRK-TOT-ENCARGO(WRK-IDX-ENC).
           IF DEPTO-FOI-ENCONTRADO
               ADD WRK-ENCARGO-FUNC
                   TO WRK-DEP-ENCARGO(WRK-IDX-DEP WRK-IDX-ENC)
           END-IF.
           ADD 1 TO WRK-IDX-ENC.

       0360-LOCALIZAR-DEPTO SECTION.
           MOVE "N" TO WRK-DEP-ENCONTRADO.
           MOVE 1   TO WRK-IDX-DEP.
           PERFORM 0370-PROCURAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS
                  OR DEPTO-FOI-ENCONTRADO.
           IF NOT DEPTO-FOI-ENCONTRADO
               IF WRK-QTD-DEPTOS LESS 20
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEP
                   MOVE FUNC-DEPARTAMENTO
                       TO WRK-DEP-CODIGO(WRK-IDX-DEP)
                   SET DEPTO-FOI-ENCONTRADO TO TRUE
               ELSE
                   IF NOT AVISO-DEPTOS-DADO
                       DISPLAY "MAIS DE 20 DEPARTAMENTOS -- "
                               "EXCEDENTES FORA DO LANÇAMENTO."
                       SET AVISO-DEPTOS-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0370-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP) EQUAL FUNC-DEPARTAMENTO
               SET DEPTO-FOI-ENCONTRADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-DEP
           END-IF.

      *=======GUIA DO INSS (GPS): SEGURADOS + CADA PARCELA DA EMPRESA
       0500-IMPRIMIR-GUIA-INSS SECTION.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "GUIA DA PREVIDENCIA SOCIAL (INSS) - CODIGO 2100"
                  "   COMPETENCIA " WRK-COMPETENCIA
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "BASE DE CALCULO DA EMPRESA" TO WRK-ROTULO.
           MOVE WRK-TOT-BASE TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           MOVE "SEGURADOS (DESCONTADO NOS HOLERITES)" TO WRK-ROTULO.
           MOVE WRK-TOT-INSS-SEGURADOS TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           MOVE WRK-TOT-INSS-SEGURADOS TO WRK-TOT-INSS-GUIA.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0520-LINHA-ENCARGO UNTIL WRK-IDX-ENC GREATER 3.
           MOVE ALL "-" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAL A RECOLHER" TO WRK-ROTULO.
           MOVE WRK-TOT-INSS-GUIA TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           PERFORM 0720-LINHA-VENCIMENTO.

       0520-LINHA-ENCARGO SECTION.
           MOVE WRK-ENC-PERC(WRK-IDX-ENC) TO WRK-PERC-ED.
           MOVE SPACES TO WRK-ROTULO.
           STRING WRK-ENC-NOME(WRK-IDX-ENC) " (" WRK-PERC-ED "%)"
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE WRK-TOT-ENCARGO(WRK-IDX-ENC) TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           ADD WRK-TOT-ENCARGO(WRK-IDX-ENC) TO WRK-TOT-INSS-GUIA.
           ADD 1 TO WRK-IDX-ENC.

      *=======GUIA DO IRRF (DARF): UMA LINHA POR DATA DE PAGAMENTO E
      *=======CODIGO DE RECEITA -- A FOLHA DO MES E PAGA NA DATA DO
      *=======LOTE, TODA NO CODIGO 0561.
       0550-IMPRIMIR-GUIA-IRRF SECTION.
           MOVE SPACES TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "DOCUMENTO DE ARRECADACAO (DARF) - IRRF RETIDO NA "
                  "FONTE   PERIODO DE APURACAO " WRK-COMPETENCIA
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "DATA PAGTO  COD.RECEITA  DESCRICAO"
                  "                                    VALOR RETIDO"
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DATA-HOJE(7:2) "/" WRK-DATA-HOJE(5:2) "/"
                  WRK-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO WRK-DATA-ED.
           MOVE WRK-TOT-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING WRK-DATA-ED "  0561         "
                  "IRRF - RENDIMENTOS DO TRABALHO ASSALARIADO  "
                  WRK-VALOR-ED
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "-" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "TOTAL A RECOLHER" TO WRK-ROTULO.
           MOVE WRK-TOT-IRRF TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           PERFORM 0720-LINHA-VENCIMENTO.

      *=======QUADRO DOS ENCARGOS DA EMPRESA POR DEPARTAMENTO (O QUE
      *=======VAI PARA O DIATOTAL)
       0580-IMPRIMIR-DEPTOS SECTION.
           MOVE SPACES TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE "ENCARGOS DA EMPRESA POR DEPARTAMENTO"
               TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL "=" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0590-IMPRIMIR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS.
           MOVE ALL "-" TO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "HOLERITES LIDOS " WRK-QTD-LIDOS
                  "   SEM CADASTRO (FORA DO RATEIO) "
                  WRK-QTD-SEM-CADASTRO
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0590-IMPRIMIR-DEPTO SECTION.
           MOVE WRK-DEP-BASE(WRK-IDX-DEP) TO WRK-VALOR-ED.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "DEPTO " WRK-DEP-CODIGO(WRK-IDX-DEP)
                  "  FUNCIONARIOS " WRK-DEP-FUNCS(WRK-IDX-DEP)
                  "  BASE " WRK-VALOR-ED
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0595-IMPRIMIR-ENCARGO-DEPTO
               UNTIL WRK-IDX-ENC GREATER 3.
           ADD 1 TO WRK-IDX-DEP.

       0595-IMPRIMIR-ENCARGO-DEPTO SECTION.
           MOVE SPACES TO WRK-ROTULO.
           STRING "  " WRK-ENC-NOME(WRK-IDX-ENC)
               DELIMITED BY SIZE INTO WRK-ROTULO.
           MOVE WRK-DEP-ENCARGO(WRK-IDX-DEP WRK-IDX-ENC)
               TO WRK-VALOR-ED.
           PERFORM 0700-LINHA-VALOR.
           ADD 1 TO WRK-IDX-ENC.

      *=======UMA LINHA POR DEPARTAMENTO E ENCARGO COM VALOR; O
      *=======CONTAMAP LEVA CADA TIPO PARA A SUA CONTA.
       0600-LANCAR-DIATOTAL SECTION.
           OPEN EXTEND ARQ-DIATOTAL.
           IF WRK-FS-DIATOTAL NOT EQUAL "00"
               MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
               MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM 0620-LANCAR-DEPTO
               UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEPTOS.
           CLOSE ARQ-DIATOTAL.

       0620-LANCAR-DEPTO  SECTION.
           MOVE 1 TO WRK-IDX-ENC.
           PERFORM 0640-LANCAR-ENCARGO UNTIL WRK-IDX-ENC GREATER 3.
           ADD 1 TO WRK-IDX-DEP.

       0640-LANCAR-ENCARGO SECTION.
           IF WRK-DEP-ENCARGO(WRK-IDX-DEP WRK-IDX-ENC) GREATER ZEROS
               MOVE "GUIATRIB"    TO DIA-PROGRAMA
               MOVE WRK-DATA-HOJE TO DIA-DATA
               MOVE WRK-ENC-TIPO(WRK-IDX-ENC) TO DIA-TIPO
               MOVE WRK-DEP-CODIGO(WRK-IDX-DEP) TO DIA-CHAVE
               MOVE WRK-DEP-ENCARGO(WRK-IDX-DEP WRK-IDX-ENC)
                   TO DIA-VALOR
               MOVE WRK-DEP-FUNCS(WRK-IDX-DEP) TO DIA-QUANTIDADE
               WRITE DIATOTAL-REC
               IF WRK-FS-DIATOTAL NOT EQUAL "00"
                   MOVE WRK-FS-DIATOTAL TO UTIL-FS-CODIGO
                   MOVE "DIATOTAL"      TO UTIL-FS-ARQUIVO
                   PERFORM 9800-TRATA-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WRK-QTD-LANCAMENTOS
           END-IF.
           ADD 1 TO WRK-IDX-ENC.

       0700-LINHA-VALOR   SECTION.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING WRK-ROTULO " " WRK-VALOR-ED
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0720-LINHA-VENCIMENTO SECTION.
           MOVE SPACES TO GUIATRIB-LINHA.
           STRING "VENCIMENTO " WRK-VC-DIA "/" WRK-VC-MES "/"
                  WRK-VC-ANO " (ANTECIPAR SE NAO FOR DIA UTIL)"
               DELIMITED BY SIZE INTO GUIATRIB-LINHA.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA  SECTION.
           WRITE GUIATRIB-LINHA.
           IF WRK-FS-GUIATRIB NOT EQUAL "00"
               MOVE WRK-FS-GUIATRIB TO UTIL-FS-CODIGO
               MOVE "GUIATRIB"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

       0900-ENCERRAR      SECTION.
           CLOSE ARQ-HOLERITE.
           CLOSE ARQ-FUNCIONAR.
           CLOSE ARQ-GUIATRIB.
           DISPLAY "GUIAS DE INSS E IRRF GRAVADAS EM GUIATRIB.".
           DISPLAY "INSS A RECOLHER................. "
                   WRK-TOT-INSS-GUIA.
           DISPLAY "IRRF A RECOLHER................. " WRK-TOT-IRRF.
           DISPLAY "LANÇAMENTOS NO DIATOTAL......... "
                   WRK-QTD-LANCAMENTOS.

       COPY FSERROPR.
       COPY RUNCTRLPR.
