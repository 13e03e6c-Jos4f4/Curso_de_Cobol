      *==                "PARAMETR" CLASSICO DE RESERVA); O FD
      *==                PROPRIO DO PARAMETR, QUE SO SERVIA A ESSA
      *==                LEITURA, FOI REMOVIDO.
      *==   XX/XX/2026 - DEPENDENTES PARA O IRRF (CADASTRO "DEPEND",
      *==                MANTIDO PELO CADDEPEN): A BASE DO IRRF PASSA
      *==                A SER BRUTO - INSS - DEDUCAO POR DEPENDENTE
      *==                (PARAMETRO "IRRFDEP" PELA BUSCAPAR) X
      *==                DEPENDENTES MARCADOS PARA IRRF -- ACABA A
      *==                RETENCAO A MAIOR DE QUEM TEM FILHOS.
      *==   XX/XX/2026 - PENSAO ALIMENTICIA JUDICIAL (CADASTRO
      *==                "PENSAO", MANTIDO PELO CADDEPEN): PERCENTUAL
      *==                DO LIQUIDO (DEPOIS DE INSS/IRRF) OU VALOR
      *==                FIXO, DESCONTADA ANTES DO CONSIGNADO, NO
      *==                HOLERITE (HOL-PENSAO) E PAGA AO BENEFICIARIO
      *==                COMO CREDITO PROPRIO NO REMBANCO
      *==                (REM-FINALIDADE "P").
      *==   XX/XX/2026 - BENEFICIOS (ADESAO NO "BENEFFUN" E CUSTO COM
      *==                VIGENCIA NO "BENCUSTO", MANTIDOS PELO
      *==                CADBENEF): A PARTE DO FUNCIONARIO NO
      *==                VALE-TRANSPORTE (ATE 6% DO SALARIO), NO
      *==                VALE-REFEICAO E NO PLANO DE SAUDE SAI COMO
      *==                DESCONTO PROPRIO DO LIQUIDO NO HOLERITE, E A
      *==                DIVISAO EMPRESA/FUNCIONARIO DE CADA BENEFICIO
      *==                VAI PARA O "BENEFMES" (RELATORIO RELBENEF).
      *==   XX/XX/2026 - BANCO DE HORAS (RAZAO "BCOHORAS", GRAVADO PELO
      *==                APURPONT): LOTE POSITIVO QUE COMPLETA 6 MESES
      *==                ABERTO VENCE E E PAGO COMO HORA EXTRA (COM OS
      *==                50%); NO MES DO DESLIGAMENTO O SALDO POSITIVO
      *==                E PAGO E O NEGATIVO E DESCONTADO (SALARIO/220
      *==                POR HORA), TUDO NO BRUTO ANTES DAS FAIXAS DE
      *==                INSS/IRRF. OS LOTES SO SAO BAIXADOS FORA DA
      *==                PREVIA.
      *==   XX/XX/2026 - RESCISAO COMPLETA PELO TIPO GRAVADO NO EVENTO
      *==                "D" (SEM JUSTA CAUSA, JUSTA CAUSA, PEDIDO DE
      *==                DEMISSAO, ACORDO): AVISO PREVIO PROPORCIONAL
      *==                AO TEMPO DE CASA (30 DIAS + 3 POR ANO, ATE
      *==                90), DECIMO PROPORCIONAL, FERIAS VENCIDAS E
      *==                PROPORCIONAIS COM O TERCO, DESCONTO DO AVISO
      *==                NAO CUMPRIDO E MULTA DO FGTS (40% / 20% NO
      *==                ACORDO) SOBRE O SALDO ACUMULADO NO "FGTSSALD",
      *==                GRAVADA NO REMFGTS (FGT-TIPO-REG "M"). CADA
      *==                DESLIGADO NO MES GANHA O SEU TRCT (ARQUIVO
      *==                "TRCT") -- ACABA A CONTA DE RESCISAO A MAO.
      *==   XX/XX/2026 - CONTRACHEQUE IMPRESSO (ARQUIVO "CONTRACH", UMA
      *==                PAGINA POR FUNCIONARIO, TAMBEM NA PREVIA):
      *==                CABECALHO COM EMPRESA E DEPARTAMENTO, UMA
      *==                LINHA POR PROVENTO E DESCONTO COM CODIGO,
      *==                REFERENCIA (DIAS, HORAS, %) E VALOR, TOTAIS,
      *==                LIQUIDO, BASE E DEPOSITO DO FGTS E O ACUMULADO
      *==                NO ANO LIDO DAS GERACOES RETIDAS DO HOLERITE
      *==                (DD "HOLERANO", O MESMO DO INFOREND) MAIS O
      *==                MES CORRENTE.
      *==   XX/XX/2026 - PROFESSOR HORISTA: A APURACAO "AULAMES" DO
      *==                APURAULA (LINHA DO MES PELO FUNCIONARIO
      *==                VINCULADO NO CADASTRO "PROFESSOR") ENTRA NO
      *==                BRUTO ANTES DAS FAIXAS DE INSS/IRRF COMO
      *==                HORAS-AULA DADAS X VALOR DA HORA-AULA, MAIS O
      *==                DSR LEGAL SOBRE ESSA PARTE VARIAVEL, NO
      *==                HOLERITE (HOL-AULAS/HOL-DSR-AULAS) E NO
      *==                CONTRACHEQUE -- ACABA A PLANILHA DE AULAS DA
      *==                COORDENACAO. SEM O ARQUIVO, A FOLHA RODA SEM
      *==                HORAS-AULA, COM AVISO.
      *==   XX/XX/2026 - O PROCESSAMENTO DEFINITIVO (NAO A PREVIA) SAI
      *==                NO AUDITLOG (CHAVE = MES AAAAMM) COM O
      *==                OPERADOR DO SIGN-ON (ARQUIVO "SESSAO"; SEM
      *==                SESSAO, "BATCH"), PARA O RELOPER CRUZAR QUEM
      *==                RODOU A FOLHA COM QUEM ALTEROU SALARIO NO MES.
      *==                AUDITLOG QUE NAO ABRE OU NAO GRAVA DA AVISO NO
      *==                SYSOUT; A FOLHA JA ESTA CONCLUIDA E NAO CAI.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISMES.

           SELECT ARQ-AULAMES    ASSIGN TO "AULAMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AULAMES.

           SELECT ARQ-DEPEND     ASSIGN TO "DEPEND"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.

           SELECT ARQ-PENSAO     ASSIGN TO "PENSAO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.

           SELECT ARQ-BENEFFUN   ASSIGN TO "BENEFFUN"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNF-CHAVE
               FILE STATUS IS WRK-FS-BENEFFUN.

           SELECT ARQ-BENCUSTO   ASSIGN TO "BENCUSTO"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCU-CHAVE
               FILE STATUS IS WRK-FS-BENCUSTO.

           SELECT ARQ-BCOHORAS   ASSIGN TO "BCOHORAS"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WRK-FS-BCOHORAS.

           SELECT ARQ-FGTSSALD   ASSIGN TO "FGTSSALD"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSD-FUNCIONARIO
               FILE STATUS IS WRK-FS-FGTSSALD.

           SELECT ARQ-TRCT       ASSIGN TO "TRCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRCT.

           SELECT ARQ-CONTRACH   ASSIGN TO "CONTRACH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRACH.

           SELECT ARQ-HOLERANO   ASSIGN TO "HOLERANO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOLERANO.

           SELECT ARQ-BENEFMES   ASSIGN TO "BENEFMES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BENEFMES.

           SELECT ARQ-DIATOTAL   ASSIGN TO "DIATOTAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIATOTAL.

           SELECT ARQ-SESSAO     ASSIGN TO "SESSAO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.

           SELECT ARQ-AUDITLOG   ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITLOG.

       DATA                DIVISION.
       FILE                SECTION.
       FD  ARQ-RUNCTRL.
       FD  ARQ-COMISMES.
           COPY COMISMES.

       FD  ARQ-AULAMES.
           COPY AULAMES.

       FD  ARQ-DEPEND.
           COPY DEPEND.

       FD  ARQ-PENSAO.
           COPY PENSAO.

       FD  ARQ-BENEFFUN.
           COPY BENEFFUN.

       FD  ARQ-BENCUSTO.
           COPY BENCUSTO.

       FD  ARQ-BCOHORAS.
           COPY BCOHORAS.

       FD  ARQ-FGTSSALD.
           COPY FGTSSALD.

       FD  ARQ-TRCT.
       01  TRCT-LINHA          PIC X(132).

       FD  ARQ-CONTRACH.
       01  CONTRACH-LINHA      PIC X(132).

       FD  ARQ-HOLERANO.
       01  HOLERANO-LINHA      PIC X(209).

       FD  ARQ-BENEFMES.
           COPY BENEFMES.

       FD  ARQ-DIATOTAL.
           COPY DIATOTAL.

       FD  ARQ-SESSAO.
       01  SESSAO-REC.
           05  SES-OPERADOR    PIC X(08).
           05  SES-NIVEL       PIC 9(01).

       FD  ARQ-AUDITLOG.
           COPY AUDITLOG.

       WORKING-STORAGE     SECTION.
           COPY FSERRO.
           COPY RUNCTRLWS.
       77  WRK-FS-FREQFUNC     PIC X(02) VALUE "00".
       77  WRK-FS-REMFGTS      PIC X(02) VALUE "00".

      *=======AUDITORIA DO PROCESSAMENTO (OPERADOR DO SIGN-ON OU
      *======="BATCH" NO LOTE NOTURNO)
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
       77  WRK-OPERADOR-SESSAO PIC X(08) VALUE "BATCH".

      *=======MODO DE PREVIA: CALCULA E IMPRIME TUDO, SEM GRAVAR
      *=======REMBANCO/REMFGTS/DIATOTAL NEM TOCAR NO RUNCTRL.
       77  WRK-MODO-PREVIA     PIC X(01) VALUE "N".
               10  WRK-CMS-FUNCIONARIO PIC 9(04).
               10  WRK-CMS-VALOR       PIC S9(08)V99.
       77  WRK-VALOR-COMISSAO  PIC 9(06) VALUE ZEROS.

      *=======HORAS-AULA DO MES (APURACAO "AULAMES" DO APURAULA)
       77  WRK-FS-AULAMES      PIC X(02) VALUE "00".
       77  WRK-FIM-AULAMES     PIC X(01) VALUE "N".
           88  FIM-DE-AULAMES           VALUE "S".
       77  WRK-AVISO-TAB-AUL   PIC X(01) VALUE "N".
           88  AVISO-TAB-AUL-DADO       VALUE "S".
       77  WRK-QTD-AULAS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-AUL         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-AULAS.
           05  WRK-AULAS-ITEM OCCURS 100 TIMES.
               10  WRK-AUL-FUNCIONARIO PIC 9(04).
               10  WRK-AUL-QTD         PIC 9(04).
               10  WRK-AUL-VALOR       PIC 9(08)V99.
               10  WRK-AUL-DSR         PIC 9(08)V99.
       77  WRK-AULAS-MES       PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-AULAS     PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-DSR-AULAS PIC 9(06) VALUE ZEROS.
       77  WRK-FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           88  FIM-DE-FUNCIONARIOS      VALUE "S".

      *=======DEPENDENTES PARA O IRRF E PENSAO ALIMENTICIA (MESMO
      *=======ESQUEMA DE DEGRADACAO COM AVISO DOS DEMAIS OPCIONAIS)
       77  WRK-FS-DEPEND       PIC X(02) VALUE "00".
       77  WRK-DEPEND-ATIVO    PIC X(01) VALUE "N".
           88  DEPENDENTES-ATIVO        VALUE "S".
       77  WRK-FIM-DEPEND      PIC X(01) VALUE "N".
           88  FIM-DE-DEPEND            VALUE "S".
       77  WRK-QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEPEND  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DEDUCAO-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FS-PENSAO       PIC X(02) VALUE "00".
       77  WRK-PENSAO-ATIVO    PIC X(01) VALUE "N".
           88  PENSOES-ATIVO            VALUE "S".
       77  WRK-FIM-PENSAO      PIC X(01) VALUE "N".
           88  FIM-DE-PENSAO            VALUE "S".
       77  WRK-BASE-PENSAO     PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-PENSAO    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PENSOES     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PENSAO    PIC 9(10) VALUE ZEROS.
       77  WRK-QTD-PEN-FUNC    PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-PEN         PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-PENSAO.
           05  WRK-PENSAO-ITEM OCCURS 5 TIMES.
               10  WRK-PNS-BENEFICIARIO PIC X(15).
               10  WRK-PNS-BANCO        PIC 9(03).
               10  WRK-PNS-AGENCIA      PIC 9(04).
               10  WRK-PNS-CONTA        PIC 9(08).
               10  WRK-PNS-VALOR        PIC 9(06).

      *=======BENEFICIOS: VALE-TRANSPORTE COM A PARTE LEGAL DO
      *=======FUNCIONARIO LIMITADA A 6% DO SALARIO; VR E PLANO DE
      *=======SAUDE PELO PERCENTUAL DA TABELA DE CUSTO.
       77  WRK-FS-BENEFFUN     PIC X(02) VALUE "00".
       77  WRK-FS-BENCUSTO     PIC X(02) VALUE "00".
       77  WRK-FS-BENEFMES     PIC X(02) VALUE "00".
       77  WRK-BENEF-ATIVO     PIC X(01) VALUE "N".
           88  BENEFICIOS-ATIVO         VALUE "S".
       77  WRK-FIM-BENEFFUN    PIC X(01) VALUE "N".
           88  FIM-DE-BENEFFUN          VALUE "S".
       77  WRK-FIM-BENCUSTO    PIC X(01) VALUE "N".
           88  FIM-DE-BENCUSTO          VALUE "S".
       77  WRK-CUSTO-ACHADO    PIC X(01) VALUE "N".
           88  CUSTO-FOI-ACHADO         VALUE "S".
       77  WRK-VT-PERCENTUAL   PIC 9(02)V99 VALUE 6.
       77  WRK-CUSTO-TITULAR   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CUSTO-DEPEND    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PERC-FUNC       PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CUSTO-BENEF     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TETO-VT         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PARTE-FUNC      PIC 9(06) VALUE ZEROS.
       77  WRK-PARTE-EMPRESA   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-DESC-VT         PIC 9(06) VALUE ZEROS.
       77  WRK-DESC-VR         PIC 9(06) VALUE ZEROS.
       77  WRK-DESC-SAUDE      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-BENEFICIOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BENEF-FUNC PIC 9(10) VALUE ZEROS.
       77  WRK-TOTAL-BENEF-EMPR PIC 9(10)V99 VALUE ZEROS.

      *=======BANCO DE HORAS: LOTE POSITIVO ABERTO COM REFERENCIA ATE
      *=======WRK-MES-LIMITE-BH (MES PROCESSADO - 6) ESTA VENCIDO.
       77  WRK-FS-BCOHORAS     PIC X(02) VALUE "00".
       77  WRK-BCOHORAS-ATIVO  PIC X(01) VALUE "N".
           88  RAZAO-BANCO-HORAS-ATIVO  VALUE "S".
       77  WRK-FIM-BCOHORAS    PIC X(01) VALUE "N".
           88  FIM-DE-BCOHORAS          VALUE "S".
       01  WRK-MES-LIMITE-BH.
           05  WRK-MLB-ANO     PIC 9(04).
           05  WRK-MLB-MES     PIC 9(02).
       77  WRK-BAIXA-LOTE      PIC X(01) VALUE "N".
           88  LOTE-A-BAIXAR            VALUE "S".
       77  WRK-HORAS-BH        PIC 9(04)V99 VALUE ZEROS.
       77  WRK-VALOR-LOTE-BH   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-BANCO-HORAS PIC 9(06) VALUE ZEROS.
       77  WRK-DESC-BANCO-HORAS PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES-BH    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BH-PAGO   PIC 9(10) VALUE ZEROS.
       77  WRK-TOTAL-BH-DESC   PIC 9(10) VALUE ZEROS.

      *=======RESCISAO COMPLETA: TIPO E AVISO DO EVENTO "D", TEMPO DE
      *=======SERVICO DESDE A ADMISSAO E AS VERBAS DEVIDAS POR TIPO.
       77  WRK-TIPO-RESCISAO   PIC X(01) VALUE SPACES.
           88  RESC-SEM-JUSTA-CAUSA     VALUE "S".
           88  RESC-JUSTA-CAUSA         VALUE "J".
           88  RESC-PEDIDO-DEMISSAO     VALUE "P".
           88  RESC-ACORDO              VALUE "A".
           88  RESC-TIPO-VALIDO         VALUE "S" "J" "P" "A".
       77  WRK-AVISO-RESCISAO  PIC X(01) VALUE SPACES.
           88  AVISO-INDENIZADO         VALUE "I".
           88  AVISO-TRABALHADO         VALUE "T".
       77  WRK-DESLIG-NO-MES   PIC X(01) VALUE "N".
           88  DESLIGADO-NO-MES         VALUE "S".
       01  WRK-DATA-ADMISSAO-R.
           05  WRK-AD-ANO      PIC 9(04).
           05  WRK-AD-MES      PIC 9(02).
           05  WRK-AD-DIA      PIC 9(02).
       77  WRK-MESES-SERVICO   PIC S9(04) VALUE ZEROS.
       77  WRK-MESES-PROPORC   PIC 9(04) VALUE ZEROS.
       77  WRK-ANOS-SERVICO    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-FRACAO     PIC S9(03) VALUE ZEROS.
       77  WRK-DIAS-AVISO      PIC 9(03) VALUE ZEROS.
       77  WRK-MESES-PROJECAO  PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-13-RESC   PIC 9(02) VALUE ZEROS.
       77  WRK-AVISO-PREVIO    PIC 9(06) VALUE ZEROS.
       77  WRK-DESC-AVISO      PIC 9(06) VALUE ZEROS.
       77  WRK-DECIMO-RESCISAO PIC 9(06) VALUE ZEROS.
       77  WRK-DIAS-FER-DIREITO PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-FER-GOZADOS PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS-FER-VENCIDAS PIC 9(04) VALUE ZEROS.
       77  WRK-MESES-FER-PROP  PIC 9(02) VALUE ZEROS.
       77  WRK-FERIAS-VENCIDAS PIC 9(06) VALUE ZEROS.
       77  WRK-FERIAS-PROPORC  PIC 9(06) VALUE ZEROS.
       77  WRK-TERCO-RESCISAO  PIC 9(06) VALUE ZEROS.
       77  WRK-VERBAS-RESCISAO PIC 9(07) VALUE ZEROS.

      *=======SALDO DE FGTS POR FUNCIONARIO E MULTA RESCISORIA
       77  WRK-FS-FGTSSALD     PIC X(02) VALUE "00".
       77  WRK-FGTSSALD-ATIVO  PIC X(01) VALUE "N".
           88  SALDO-FGTS-ATIVO         VALUE "S".
       77  WRK-FGTSSALD-ACHADO PIC X(01) VALUE "N".
           88  SALDO-FGTS-ACHADO        VALUE "S".
       77  WRK-MESES-ESTIMATIVA PIC S9(04) VALUE ZEROS.
       77  WRK-SALDO-FGTS      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PERC-MULTA      PIC 9(02) VALUE ZEROS.
       77  WRK-MULTA-FGTS      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-MULTAS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-MULTAS    PIC 9(10)V99 VALUE ZEROS.

      *=======TRCT (UM TERMO POR DESLIGADO NO MES)
       77  WRK-FS-TRCT         PIC X(02) VALUE "00".
       77  WRK-QTD-TRCT        PIC 9(05) VALUE ZEROS.
       77  WRK-TRCT-DESCRICAO  PIC X(45) VALUE SPACES.
       77  WRK-TRCT-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TRCT-VALOR-ED   PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TRCT-CAUSA      PIC X(25) VALUE SPACES.
       77  WRK-TRCT-AVISO      PIC X(12) VALUE SPACES.
       77  WRK-TRCT-QTD-ED     PIC ZZ9.
       77  WRK-TRCT-MESES-ED   PIC ZZZ9.
       77  WRK-TRCT-PROVENTOS  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TRCT-DEDUCOES   PIC 9(08)V99 VALUE ZEROS.

      *=======CONTRACHEQUE (UMA PAGINA POR FUNCIONARIO) COM O
      *=======ACUMULADO NO ANO LIDO DAS GERACOES RETIDAS DO HOLERITE
      *=======(DD "HOLERANO", MESMO LAYOUT DO HOLERITE)
       77  WRK-FS-CONTRACH     PIC X(02) VALUE "00".
       77  WRK-FS-HOLERANO     PIC X(02) VALUE "00".
       77  WRK-FIM-HOLERANO    PIC X(01) VALUE "N".
           88  FIM-DO-HOLERANO          VALUE "S".
       77  WRK-QTD-HOLERANO    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CONTRACH    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACUM        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACM         PIC 9(03) VALUE ZEROS.
       77  WRK-ACM-CHAVE       PIC 9(04) VALUE ZEROS.
       77  WRK-ACUM-ACHADO     PIC X(01) VALUE "N".
           88  ACUMULADO-ACHADO         VALUE "S".
       77  WRK-AVISO-TAB-ACM   PIC X(01) VALUE "N".
           88  AVISO-TAB-ACM-DADO       VALUE "S".
       01  WRK-TAB-ACUM.
           05  WRK-ACUM-ITEM OCCURS 200 TIMES.
               10  WRK-ACM-CODIGO  PIC 9(04).
               10  WRK-ACM-MESES   PIC 9(02).
               10  WRK-ACM-BRUTO   PIC 9(09).
               10  WRK-ACM-INSS    PIC 9(09).
               10  WRK-ACM-IRRF    PIC 9(09).
               10  WRK-ACM-FGTS    PIC 9(09).
               10  WRK-ACM-LIQUIDO PIC 9(09).
       77  WRK-ANO-MESES       PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-BRUTO       PIC 9(09) VALUE ZEROS.
       77  WRK-ANO-INSS        PIC 9(09) VALUE ZEROS.
       77  WRK-ANO-IRRF        PIC 9(09) VALUE ZEROS.
       77  WRK-ANO-FGTS        PIC 9(09) VALUE ZEROS.
       77  WRK-ANO-LIQUIDO     PIC 9(09) VALUE ZEROS.
       77  WRK-HORAS-EXTRAS-MES PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FALTAS-MES      PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-FERIAS-MES PIC 9(02) VALUE ZEROS.
       77  WRK-ALIQ-INSS       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-IRRF       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CTC-CODIGO      PIC 9(03) VALUE ZEROS.
       77  WRK-CTC-DESCRICAO   PIC X(35) VALUE SPACES.
       77  WRK-CTC-REFERENCIA  PIC X(09) VALUE SPACES.
       77  WRK-CTC-REF-ED      PIC ZZ9,99.
       77  WRK-CTC-VALOR       PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CTC-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99-.
       77  WRK-CTC-COL-PROV    PIC X(14) VALUE SPACES.
       77  WRK-CTC-COL-DESC    PIC X(14) VALUE SPACES.
       77  WRK-CTC-PROVENTOS   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CTC-DESCONTOS   PIC S9(08)V99 VALUE ZEROS.
       77  WRK-CTC-MESES-ED    PIC Z9.

      *=======FAIXAS DE DESCONTO (LIMITE DA FAIXA + PERCENTUAL).
      *=======OS VALUES ABAIXO SAO A RESERVA USADA QUANDO O ARQUIVO
      *======="TABDESC" NAO ABRE; COM O ARQUIVO NO AR, AS FAIXAS EM
               10  WRK-EV-CODIGO   PIC 9(04).
               10  WRK-EV-TIPO     PIC X(01).
               10  WRK-EV-DATA     PIC X(08).
               10  WRK-EV-RESCISAO PIC X(01).
               10  WRK-EV-AVISO    PIC X(01).

      *=======VINCULO APURADO DO FUNCIONARIO EM PROCESSAMENTO
       77  WRK-DATA-ADMISSAO   PIC X(08) VALUE SPACES.
           PERFORM 0090-CARREGAR-SALHIST.
           PERFORM 0095-CARREGAR-FREQUENCIA.
           PERFORM 0096-CARREGAR-COMISSOES.
           PERFORM 0096A-CARREGAR-AULAS.
           PERFORM 0098-ABRIR-EMPRESTIMOS.
           PERFORM 0099-ABRIR-DEPENDENTES.
           PERFORM 0099A-ABRIR-BENEFICIOS.
           PERFORM 0099B-ABRIR-BANCO-HORAS.
           PERFORM 0099C-ABRIR-RESCISAO.
           PERFORM 0099D-CARREGAR-ACUMULADO.

      *=======CARREGA AS COMISSOES DO MES PROCESSADO; SEM O ARQUIVO,
      *=======A FOLHA RODA SEM COMISSAO, COM AVISO.
               SET CONSIGNADO-ATIVO TO TRUE
           END-IF.

      *=======SEM O CADASTRO DE DEPENDENTES, A BASE DO IRRF SAI SEM
      *=======DEDUCAO; SEM O DE PENSOES, NINGUEM TEM DESCONTO DE
      *=======PENSAO. A DEDUCAO POR DEPENDENTE VEM DO PARAMETRO
      *======="IRRFDEP" VIGENTE NA DATA DO LOTE (RESERVA: 189,59).
       0099-ABRIR-DEPENDENTES SECTION.
           OPEN INPUT ARQ-DEPEND.
           IF WRK-FS-DEPEND EQUAL "00"
               SET DEPENDENTES-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DEPENDENTES INDISPONÍVEL (STATUS "
                       WRK-FS-DEPEND ") -- IRRF SEM DEDUÇÃO DE "
                       "DEPENDENTES."
           END-IF.
           OPEN INPUT ARQ-PENSAO.
           IF WRK-FS-PENSAO EQUAL "00"
               SET PENSOES-ATIVO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE PENSÕES INDISPONÍVEL (STATUS "
                       WRK-FS-PENSAO ") -- FOLHA SEM DESCONTO DE "
                       "PENSÃO ALIMENTÍCIA."
           END-IF.
           MOVE "IRRFDEP" TO WRK-PARM-CODIGO.
           CALL "BUSCAPAR" USING WRK-PARM-CODIGO
                                  WRK-DATA-SISTEMA-X
                                  WRK-PARM-VALOR
                                  WRK-PARM-ACHADO.
           IF PARAMETRO-FOI-ACHADO
               MOVE WRK-PARM-VALOR TO WRK-DEDUCAO-DEPEND
           ELSE
               MOVE 189,59 TO WRK-DEDUCAO-DEPEND
           END-IF.

      *=======SEM A ADESAO OU SEM A TABELA DE CUSTO, A FOLHA RODA SEM
      *=======DESCONTO DE BENEFICIOS, COM AVISO. O "BENEFMES" SO E
      *=======GRAVADO FORA DA PREVIA, COMO O REMBANCO.
       0099A-ABRIR-BENEFICIOS SECTION.
           OPEN INPUT ARQ-BENEFFUN.
           OPEN INPUT ARQ-BENCUSTO.
           IF WRK-FS-BENEFFUN EQUAL "00"
              AND WRK-FS-BENCUSTO EQUAL "00"
               SET BENEFICIOS-ATIVO TO TRUE
           ELSE
               DISPLAY "ADESÃO/CUSTO DE BENEFÍCIOS INDISPONÍVEL "
                       "(STATUS " WRK-FS-BENEFFUN "/" WRK-FS-BENCUSTO
                       ") -- FOLHA SEM DESCONTO DE BENEFÍCIOS."
               IF WRK-FS-BENEFFUN EQUAL "00"
                   CLOSE ARQ-BENEFFUN
               END-IF
               IF WRK-FS-BENCUSTO EQUAL "00"
                   CLOSE ARQ-BENCUSTO
               END-IF
           END-IF.
           IF NOT EXECUCAO-PREVIA
               OPEN OUTPUT ARQ-BENEFMES
           END-IF.

      *=======SEM O RAZAO DO BANCO DE HORAS, NENHUM LOTE VENCE NESTA
      *=======FOLHA (FICAM PARA A PROXIMA), COM AVISO.
       0099B-ABRIR-BANCO-HORAS SECTION.
           OPEN I-O ARQ-BCOHORAS.
           IF WRK-FS-BCOHORAS EQUAL "00"
               SET RAZAO-BANCO-HORAS-ATIVO TO TRUE
           ELSE
               DISPLAY "BANCO DE HORAS INDISPONÍVEL (STATUS "
                       WRK-FS-BCOHORAS ") -- FOLHA SEM PAGAMENTO DE "
                       "SALDO VENCIDO."
           END-IF.
           MOVE WRK-MC-ANO TO WRK-MLB-ANO.
           IF WRK-MC-MES GREATER 6
               COMPUTE WRK-MLB-MES = WRK-MC-MES - 6
           ELSE
               SUBTRACT 1 FROM WRK-MLB-ANO
               COMPUTE WRK-MLB-MES = WRK-MC-MES + 6
           END-IF.

      *=======O SALDO DE FGTS E CRIADO VAZIO NA PRIMEIRA EXECUCAO; SEM
      *=======ELE, A MULTA SAI DO SALDO ESTIMADO, COM AVISO. O TRCT E
      *=======IMPRESSO TAMBEM NA PREVIA, COMO O HOLERITE.
       0099C-ABRIR-RESCISAO SECTION.
           OPEN I-O ARQ-FGTSSALD.
           IF WRK-FS-FGTSSALD EQUAL "35"
               OPEN OUTPUT ARQ-FGTSSALD
               CLOSE ARQ-FGTSSALD
               OPEN I-O ARQ-FGTSSALD
           END-IF.
           IF WRK-FS-FGTSSALD EQUAL "00"
               SET SALDO-FGTS-ATIVO TO TRUE
           ELSE
               DISPLAY "SALDO DE FGTS INDISPONÍVEL (STATUS "
                       WRK-FS-FGTSSALD ") -- MULTA RESCISÓRIA SOBRE "
                       "O SALDO ESTIMADO."
           END-IF.
           OPEN OUTPUT ARQ-TRCT.
           IF WRK-FS-TRCT NOT EQUAL "00"
               MOVE WRK-FS-TRCT TO UTIL-FS-CODIGO
               MOVE "TRCT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======ACUMULADO NO ANO POR FUNCIONARIO, DAS GERACOES RETIDAS
      *=======DO HOLERITE (MESES JA FECHADOS; O MES CORRENTE ENTRA NA
      *=======EMISSAO). SEM O HOLERANO, O ACUMULADO SAI SO COM O MES
      *=======CORRENTE, COM AVISO. O CONTRACHEQUE E IMPRESSO TAMBEM
      *=======NA PREVIA, COMO O HOLERITE.
       0099D-CARREGAR-ACUMULADO SECTION.
           OPEN INPUT ARQ-HOLERANO.
           IF WRK-FS-HOLERANO EQUAL "00"
               PERFORM 0099E-LER-HOLERANO UNTIL FIM-DO-HOLERANO
               CLOSE ARQ-HOLERANO
           ELSE
               DISPLAY "HOLERITES DO ANO INDISPONÍVEIS (STATUS "
                       WRK-FS-HOLERANO ") -- ACUMULADO DO "
                       "CONTRACHEQUE SÓ COM O MÊS CORRENTE."
           END-IF.
           OPEN OUTPUT ARQ-CONTRACH.
           IF WRK-FS-CONTRACH NOT EQUAL "00"
               MOVE WRK-FS-CONTRACH TO UTIL-FS-CODIGO
               MOVE "CONTRACH"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======A LINHA DO HOLERANO E LIDA NA AREA DO PROPRIO HOLERITE
      *=======(MESMO LAYOUT), QUE SO E GRAVADO DEPOIS DA CARGA.
       0099E-LER-HOLERANO SECTION.
           READ ARQ-HOLERANO INTO HOLERITE-LINHA
               AT END
                   SET FIM-DO-HOLERANO TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-HOLERANO
                   PERFORM 0099F-ACUMULAR-HOLERANO
           END-READ.

      *=======FUNCIONARIO QUE NAO COUBE NA TABELA SAI SO COM O MES
      *=======CORRENTE NO ACUMULADO (AVISO UMA VEZ).
       0099F-ACUMULAR-HOLERANO SECTION.
           MOVE HOL-CODIGO TO WRK-ACM-CHAVE.
           PERFORM 0099G-LOCALIZAR-ACUMULADO.
           IF NOT ACUMULADO-ACHADO
               IF WRK-QTD-ACUM LESS 200
                   ADD 1 TO WRK-QTD-ACUM
                   MOVE WRK-QTD-ACUM TO WRK-IDX-ACM
                   MOVE HOL-CODIGO   TO WRK-ACM-CODIGO(WRK-IDX-ACM)
                   MOVE ZEROS        TO WRK-ACM-MESES(WRK-IDX-ACM)
                                        WRK-ACM-BRUTO(WRK-IDX-ACM)
                                        WRK-ACM-INSS(WRK-IDX-ACM)
                                        WRK-ACM-IRRF(WRK-IDX-ACM)
                                        WRK-ACM-FGTS(WRK-IDX-ACM)
                                        WRK-ACM-LIQUIDO(WRK-IDX-ACM)
                   SET ACUMULADO-ACHADO TO TRUE
               ELSE
                   IF NOT AVISO-TAB-ACM-DADO
                       DISPLAY "TABELA DE ACUMULADOS CHEIA (200) -- "
                               "DEMAIS FUNCIONÁRIOS SÓ COM O MÊS "
                               "CORRENTE."
                       SET AVISO-TAB-ACM-DADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF ACUMULADO-ACHADO
               ADD 1 TO WRK-ACM-MESES(WRK-IDX-ACM)
               COMPUTE WRK-ACM-BRUTO(WRK-IDX-ACM) =
                       WRK-ACM-BRUTO(WRK-IDX-ACM)
                     + HOL-SALARIO-BRUTO + HOL-DECIMO-TERCEIRO
                     + HOL-FERIAS + HOL-TERCO-FERIAS
                     + HOL-RETROATIVO + HOL-RESCISAO
               ADD HOL-DESCONTO-INSS TO WRK-ACM-INSS(WRK-IDX-ACM)
               ADD HOL-DESCONTO-IRRF TO WRK-ACM-IRRF(WRK-IDX-ACM)
               ADD HOL-FGTS          TO WRK-ACM-FGTS(WRK-IDX-ACM)
               COMPUTE WRK-ACM-LIQUIDO(WRK-IDX-ACM) =
                       WRK-ACM-LIQUIDO(WRK-IDX-ACM)
                     + HOL-SALARIO-LIQUIDO + HOL-FERIAS
                     + HOL-TERCO-FERIAS + HOL-RETROATIVO
                     + HOL-RESCISAO
           END-IF.

       0099G-LOCALIZAR-ACUMULADO SECTION.
           MOVE "N" TO WRK-ACUM-ACHADO.
           MOVE 1   TO WRK-IDX-ACM.
           PERFORM 0099H-PROCURAR-ACUMULADO
               UNTIL WRK-IDX-ACM GREATER WRK-QTD-ACUM
                  OR ACUMULADO-ACHADO.

       0099H-PROCURAR-ACUMULADO SECTION.
           IF WRK-ACM-CODIGO(WRK-IDX-ACM) EQUAL WRK-ACM-CHAVE
               SET ACUMULADO-ACHADO TO TRUE
           ELSE
               ADD 1 TO WRK-IDX-ACM
           END-IF.

      *=======A PREVIA E LIGADA PELO PARAMETRO "FOLHAPREV" (1 =
      *=======PREVIA); SEM O PARAMETRO OU COM ZERO, EXECUCAO NORMAL.
      *=======A LEITURA E PELA BUSCAPAR: VALE A VIGENCIA DO "PARMVIG"
                           TO WRK-EV-TIPO(WRK-QTD-EVENTOS)
                       MOVE EVF-DATA
                           TO WRK-EV-DATA(WRK-QTD-EVENTOS)
                       MOVE EVF-TIPO-RESCISAO
                           TO WRK-EV-RESCISAO(WRK-QTD-EVENTOS)
                       MOVE EVF-AVISO
                           TO WRK-EV-AVISO(WRK-QTD-EVENTOS)
                   END-IF
           END-READ.

           ELSE
               PERFORM 0158-APURAR-FREQUENCIA
               PERFORM 0158A-APURAR-COMISSAO
               PERFORM 0158F-APURAR-AULAS
               PERFORM 0158C-APURAR-BANCO-HORAS
               PERFORM 0160-CALCULA-DESCONTOS
               PERFORM 0161-DESCONTA-PENSAO
               PERFORM 0164-CALCULA-RETROATIVO
               PERFORM 0165-CALCULA-FERIAS
               PERFORM 0166-CALCULA-DECIMO-TERCEIRO
               PERFORM 0168-CALCULA-RESCISAO
               PERFORM 0171-CALCULA-BENEFICIOS
               PERFORM 0163-DESCONTA-EMPRESTIMO
               PERFORM 0170-CALCULA-FGTS
               PERFORM 0200-GRAVAR-HOLERITE
               PERFORM 0185-EMITIR-CONTRACHEQUE
               IF DESLIGADO-NO-MES
                   PERFORM 0180-EMITIR-TRCT
               END-IF
           END-IF.
           PERFORM 0100-LER-FUNCIONARIO.

           MOVE SPACES TO WRK-DATA-ADMISSAO.
           MOVE SPACES TO WRK-DATA-DESLIGTO.
           MOVE "N"    TO WRK-FUNC-DESLIGADO.
           MOVE "N"    TO WRK-DESLIG-NO-MES.
           MOVE SPACES TO WRK-TIPO-RESCISAO.
           MOVE SPACES TO WRK-AVISO-RESCISAO.
           MOVE 30     TO WRK-DIAS-TRABALHADOS.
           MOVE 12     TO WRK-MESES-TRABALHADOS.
           MOVE 1      TO WRK-IDX-EV.
               END-IF
               IF WRK-DATA-DESLIGTO NOT EQUAL SPACES
                  AND WRK-DATA-DESLIGTO(1:6) EQUAL WRK-MES-CORRENTE
                   SET DESLIGADO-NO-MES TO TRUE
                   MOVE WRK-DATA-DESLIGTO TO WRK-DATA-EVENTO-R
                   MOVE WRK-DE-DIA TO WRK-DIA-FIM
                   IF WRK-DIA-FIM GREATER 30
                          GREATER WRK-DATA-DESLIGTO
                           MOVE WRK-EV-DATA(WRK-IDX-EV)
                               TO WRK-DATA-DESLIGTO
                           MOVE WRK-EV-RESCISAO(WRK-IDX-EV)
                               TO WRK-TIPO-RESCISAO
                           MOVE WRK-EV-AVISO(WRK-IDX-EV)
                               TO WRK-AVISO-RESCISAO
                       END-IF
               END-EVALUATE
           END-IF.
           ADD 1 TO WRK-IDX-EV.

      *=======DESLIGAMENTO DENTRO DO MES: ALEM DO SALDO DE DIAS JA
      *=======PRO-RATEADO ACIMA, A RESCISAO PAGA AS VERBAS DO TIPO
      *=======GRAVADO NO EVENTO "D" (SEM TIPO = SEM JUSTA CAUSA COM
      *=======AVISO INDENIZADO, O CASO MAIS CARO, COM AVISO):
      *=======  SEM JUSTA CAUSA: AVISO, 13O, FERIAS VENC./PROP. + 1/3;
      *=======  ACORDO: IDEM, COM METADE DO AVISO INDENIZADO;
      *=======  PEDIDO DE DEMISSAO: 13O E FERIAS; AVISO NAO CUMPRIDO
      *=======  (AVISO "I") DESCONTA 30 DIAS DE SALARIO;
      *=======  JUSTA CAUSA: SO AS FERIAS VENCIDAS + 1/3.
      *=======O PERIODO DO AVISO INDENIZADO CONTA COMO TEMPO DE
      *=======SERVICO PARA O 13O E AS FERIAS PROPORCIONAIS.
       0168-CALCULA-RESCISAO SECTION.
           MOVE ZEROS TO WRK-RESCISAO.
           MOVE ZEROS TO WRK-AVISO-PREVIO.
           MOVE ZEROS TO WRK-DESC-AVISO.
           MOVE ZEROS TO WRK-DECIMO-RESCISAO.
           MOVE ZEROS TO WRK-FERIAS-VENCIDAS.
           MOVE ZEROS TO WRK-FERIAS-PROPORC.
           MOVE ZEROS TO WRK-TERCO-RESCISAO.
           MOVE ZEROS TO WRK-DIAS-AVISO.
           MOVE ZEROS TO WRK-MESES-PROJECAO.
           IF DESLIGADO-NO-MES
               IF NOT RESC-TIPO-VALIDO
                   DISPLAY FUNC-CODIGO " " FUNC-NOME
                           " DESLIGAMENTO SEM TIPO DE RESCISÃO -- "
                           "CALCULADO COMO SEM JUSTA CAUSA."
                   MOVE "S" TO WRK-TIPO-RESCISAO
                   MOVE "I" TO WRK-AVISO-RESCISAO
               END-IF
               PERFORM 0168A-APURAR-TEMPO-SERVICO
               PERFORM 0168B-CALCULA-AVISO
               PERFORM 0168C-CALCULA-DECIMO-RESC
               PERFORM 0168D-CALCULA-FERIAS-RESC
               COMPUTE WRK-VERBAS-RESCISAO = WRK-AVISO-PREVIO
                                           + WRK-DECIMO-RESCISAO
                                           + WRK-FERIAS-VENCIDAS
                                           + WRK-FERIAS-PROPORC
                                           + WRK-TERCO-RESCISAO
               IF WRK-DESC-AVISO GREATER WRK-VERBAS-RESCISAO
                   MOVE WRK-VERBAS-RESCISAO TO WRK-DESC-AVISO
               END-IF
               COMPUTE WRK-RESCISAO =
                       WRK-VERBAS-RESCISAO - WRK-DESC-AVISO
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " DESLIGADO EM " WRK-DATA-DESLIGTO
                       " TIPO " WRK-TIPO-RESCISAO
                       " -- RESCISÃO " WRK-RESCISAO
           END-IF.

      *=======TEMPO DE CASA DA ADMISSAO AO DESLIGAMENTO: MESES CHEIOS
      *=======E ANOS COMPLETOS; A FRACAO DE 15 DIAS OU MAIS CONTA COMO
      *=======MES PARA AS FERIAS PROPORCIONAIS. SEM ADMISSAO NO
      *=======HISTORICO, VALEM SO OS MESES DO ANO (SEM ANOS DE CASA).
       0168A-APURAR-TEMPO-SERVICO SECTION.
           MOVE ZEROS TO WRK-ANOS-SERVICO.
           IF WRK-DATA-ADMISSAO EQUAL SPACES
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " SEM ADMISSÃO NO HISTÓRICO -- TEMPO DE "
                       "CASA = MESES DO ANO."
               MOVE WRK-MESES-TRABALHADOS TO WRK-MESES-SERVICO
               MOVE WRK-MESES-TRABALHADOS TO WRK-MESES-PROPORC
           ELSE
               MOVE WRK-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-R
               MOVE WRK-DATA-DESLIGTO TO WRK-DATA-EVENTO-R
               COMPUTE WRK-MESES-SERVICO =
                       (WRK-DE-ANO - WRK-AD-ANO) * 12
                       + WRK-DE-MES - WRK-AD-MES
               COMPUTE WRK-DIAS-FRACAO = WRK-DE-DIA - WRK-AD-DIA + 1
               IF WRK-DIAS-FRACAO LESS 1
                   SUBTRACT 1 FROM WRK-MESES-SERVICO
                   ADD 30 TO WRK-DIAS-FRACAO
               END-IF
               IF WRK-DIAS-FRACAO NOT LESS 30
                   ADD 1 TO WRK-MESES-SERVICO
                   SUBTRACT 30 FROM WRK-DIAS-FRACAO
               END-IF
               IF WRK-MESES-SERVICO LESS ZEROS
                   MOVE ZEROS TO WRK-MESES-SERVICO
               END-IF
               COMPUTE WRK-ANOS-SERVICO = WRK-MESES-SERVICO / 12
               MOVE WRK-MESES-SERVICO TO WRK-MESES-PROPORC
               IF WRK-DIAS-FRACAO NOT LESS 15
                   ADD 1 TO WRK-MESES-PROPORC
               END-IF
           END-IF.

      *=======AVISO PREVIO PROPORCIONAL: 30 DIAS + 3 POR ANO COMPLETO,
      *=======ATE 90 DIAS, SOBRE O SALARIO/30.
       0168B-CALCULA-AVISO SECTION.
           COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-SERVICO.
           IF WRK-DIAS-AVISO GREATER 90
               MOVE 90 TO WRK-DIAS-AVISO
           END-IF.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA AND AVISO-INDENIZADO
                   COMPUTE WRK-AVISO-PREVIO ROUNDED =
                           FUNC-SALARIO * WRK-DIAS-AVISO / 30
               WHEN RESC-ACORDO AND AVISO-INDENIZADO
                   COMPUTE WRK-AVISO-PREVIO ROUNDED =
                           FUNC-SALARIO * WRK-DIAS-AVISO / 60
               WHEN RESC-PEDIDO-DEMISSAO AND AVISO-INDENIZADO
                   MOVE 30 TO WRK-DIAS-AVISO
                   MOVE FUNC-SALARIO TO WRK-DESC-AVISO
               WHEN RESC-JUSTA-CAUSA
                   MOVE ZEROS TO WRK-DIAS-AVISO
           END-EVALUATE.
           IF WRK-AVISO-PREVIO GREATER ZEROS
               COMPUTE WRK-MESES-PROJECAO = WRK-DIAS-AVISO / 30
           END-IF.

      *=======13O PROPORCIONAL COM A PROJECAO DO AVISO. EM DEZEMBRO O
      *=======ANO INTEIRO JA SAI NA 0166, ENTAO A RESCISAO NAO O PAGA
      *=======DE NOVO; NA JUSTA CAUSA NAO HA 13O.
       0168C-CALCULA-DECIMO-RESC SECTION.
           IF NOT RESC-JUSTA-CAUSA
              AND NOT PROCESSAMENTO-DE-DEZEMBRO
               COMPUTE WRK-MESES-13-RESC =
                       WRK-MESES-TRABALHADOS + WRK-MESES-PROJECAO
               IF WRK-MESES-13-RESC GREATER 12
                   MOVE 12 TO WRK-MESES-13-RESC
               END-IF
               MOVE FUNC-SALARIO TO WRK-SALARIO-PARA-DECIMO
               CALL "DECTERCO" USING WRK-SALARIO-PARA-DECIMO
                                      WRK-MESES-13-RESC
                                      WRK-DECIMO-TERCEIRO
               MOVE WRK-DECIMO-TERCEIRO TO WRK-DECIMO-RESCISAO
           END-IF.

      *=======FERIAS VENCIDAS = 30 DIAS POR ANO DE CASA MENOS OS DIAS
      *=======JA AGENDADOS NA AGENDA DE FERIAS; PROPORCIONAIS = MESES
      *=======DO PERIODO AQUISITIVO EM CURSO (+ PROJECAO DO AVISO) EM
      *=======DOZE AVOS, EXCETO NA JUSTA CAUSA. TERCO SOBRE AS DUAS.
       0168D-CALCULA-FERIAS-RESC SECTION.
           COMPUTE WRK-DIAS-FER-DIREITO = 30 * WRK-ANOS-SERVICO.
           MOVE ZEROS TO WRK-DIAS-FER-GOZADOS.
           MOVE 1     TO WRK-IDX-FER.
           PERFORM 0168E-SOMAR-FERIAS
               UNTIL WRK-IDX-FER GREATER WRK-QTD-FERIAS.
           MOVE ZEROS TO WRK-DIAS-FER-VENCIDAS.
           IF WRK-DIAS-FER-DIREITO GREATER WRK-DIAS-FER-GOZADOS
               COMPUTE WRK-DIAS-FER-VENCIDAS =
                       WRK-DIAS-FER-DIREITO - WRK-DIAS-FER-GOZADOS
               COMPUTE WRK-FERIAS-VENCIDAS ROUNDED =
                       FUNC-SALARIO * WRK-DIAS-FER-VENCIDAS / 30
           END-IF.
           MOVE ZEROS TO WRK-MESES-FER-PROP.
           IF NOT RESC-JUSTA-CAUSA
               COMPUTE WRK-MESES-FER-PROP =
                       WRK-MESES-PROPORC - 12 * WRK-ANOS-SERVICO
                       + WRK-MESES-PROJECAO
               IF WRK-MESES-FER-PROP GREATER 12
                   MOVE 12 TO WRK-MESES-FER-PROP
               END-IF
               COMPUTE WRK-FERIAS-PROPORC ROUNDED =
                       FUNC-SALARIO * WRK-MESES-FER-PROP / 12
           END-IF.
           COMPUTE WRK-TERCO-RESCISAO ROUNDED =
                   (WRK-FERIAS-VENCIDAS + WRK-FERIAS-PROPORC) / 3.

       0168E-SOMAR-FERIAS SECTION.
           IF WRK-FER-CODIGO(WRK-IDX-FER) EQUAL FUNC-CODIGO
              AND WRK-FER-INICIO(WRK-IDX-FER) NOT GREATER
                  WRK-DATA-DESLIGTO
               ADD WRK-FER-DIAS(WRK-IDX-FER) TO WRK-DIAS-FER-GOZADOS
           END-IF.
           ADD 1 TO WRK-IDX-FER.

      *=======CARREGA AS HORAS-AULA DO MES PROCESSADO; SEM O ARQUIVO,
      *=======A FOLHA RODA SEM HORAS-AULA, COM AVISO.
       0096A-CARREGAR-AULAS SECTION.
           OPEN INPUT ARQ-AULAMES.
           IF WRK-FS-AULAMES EQUAL "00"
               PERFORM 0097B-LER-AULAS UNTIL FIM-DE-AULAMES
               CLOSE ARQ-AULAMES
           ELSE
               DISPLAY "APURAÇÃO DE AULAS INDISPONÍVEL "
                       "(STATUS " WRK-FS-AULAMES ") -- FOLHA SEM "
                       "HORAS-AULA DOS PROFESSORES."
           END-IF.

       0097B-LER-AULAS    SECTION.
           READ ARQ-AULAMES
               AT END
                   SET FIM-DE-AULAMES TO TRUE
               NOT AT END
                   IF AUL-REFERENCIA EQUAL WRK-MES-CORRENTE
                      AND AUL-FUNCIONARIO GREATER ZEROS
                       IF WRK-QTD-AULAS LESS 100
                           ADD 1 TO WRK-QTD-AULAS
                           MOVE AUL-FUNCIONARIO
                               TO WRK-AUL-FUNCIONARIO(WRK-QTD-AULAS)
                           MOVE AUL-QTD-AULAS
                               TO WRK-AUL-QTD(WRK-QTD-AULAS)
                           MOVE AUL-VALOR-AULAS
                               TO WRK-AUL-VALOR(WRK-QTD-AULAS)
                           MOVE AUL-VALOR-DSR
                               TO WRK-AUL-DSR(WRK-QTD-AULAS)
                       ELSE
                           IF NOT AVISO-TAB-AUL-DADO
                               DISPLAY "MAIS DE 100 PROFESSORES NA "
                                       "APURAÇÃO DE AULAS -- "
                                       "EXCEDENTES SEM HORAS-AULA "
                                       "NA FOLHA."
                               SET AVISO-TAB-AUL-DADO TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *=======HORAS EXTRAS A SALARIO/220 COM O ADICIONAL LEGAL DE 50%;
      *=======FALTA NAO JUSTIFICADA DESCONTA SALARIO/30 POR DIA. OS
      *=======DOIS ENTRAM NO BRUTO ANTES DAS FAIXAS DE INSS/IRRF.
       0158-APURAR-FREQUENCIA SECTION.
           MOVE ZEROS TO WRK-VALOR-EXTRAS.
           MOVE ZEROS TO WRK-DESC-FALTAS.
           MOVE ZEROS TO WRK-HORAS-EXTRAS-MES.
           MOVE ZEROS TO WRK-FALTAS-MES.
           MOVE 1     TO WRK-IDX-FRQ.
           PERFORM 0159-TESTAR-FREQUENCIA
               UNTIL WRK-IDX-FRQ GREATER WRK-QTD-FREQ.
           END-IF.
           ADD 1 TO WRK-IDX-CMS.

      *=======HORAS-AULA DO PROFESSOR HORISTA (APURACAO "AULAMES") E
      *=======O DSR SOBRE ELAS, SOMADOS AO BRUTO COMO A COMISSAO. O
      *=======MESMO FUNCIONARIO PODE VIR EM MAIS DE UMA LINHA.
       0158F-APURAR-AULAS SECTION.
           MOVE ZEROS TO WRK-AULAS-MES.
           MOVE ZEROS TO WRK-VALOR-AULAS.
           MOVE ZEROS TO WRK-VALOR-DSR-AULAS.
           MOVE 1     TO WRK-IDX-AUL.
           PERFORM 0158G-TESTAR-AULAS
               UNTIL WRK-IDX-AUL GREATER WRK-QTD-AULAS.
           IF WRK-VALOR-AULAS GREATER ZEROS
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " HORAS-AULA " WRK-AULAS-MES
                       " VALOR " WRK-VALOR-AULAS
                       " DSR " WRK-VALOR-DSR-AULAS
           END-IF.

       0158G-TESTAR-AULAS SECTION.
           IF WRK-AUL-FUNCIONARIO(WRK-IDX-AUL) EQUAL FUNC-CODIGO
               ADD WRK-AUL-QTD(WRK-IDX-AUL)   TO WRK-AULAS-MES
               ADD WRK-AUL-VALOR(WRK-IDX-AUL) TO WRK-VALOR-AULAS
               ADD WRK-AUL-DSR(WRK-IDX-AUL)   TO WRK-VALOR-DSR-AULAS
           END-IF.
           ADD 1 TO WRK-IDX-AUL.

      *=======LOTES ABERTOS DO FUNCIONARIO NO BANCO DE HORAS. FORA DO
      *=======DESLIGAMENTO, SO O LOTE POSITIVO VENCIDO E PAGO (HORA
      *=======EXTRA COM 50%); NO MES DO DESLIGAMENTO TODO LOTE ABERTO
      *=======E ACERTADO: POSITIVO PAGO, NEGATIVO DESCONTADO A
      *=======SALARIO/220 POR HORA. NA PREVIA O LOTE NAO E BAIXADO.
       0158C-APURAR-BANCO-HORAS SECTION.
           MOVE ZEROS TO WRK-VALOR-BANCO-HORAS.
           MOVE ZEROS TO WRK-DESC-BANCO-HORAS.
           IF RAZAO-BANCO-HORAS-ATIVO
               MOVE FUNC-CODIGO TO BCH-FUNCIONARIO
               MOVE SPACES      TO BCH-REFERENCIA
               MOVE "N"         TO WRK-FIM-BCOHORAS
               START ARQ-BCOHORAS KEY NOT LESS BCH-CHAVE
                   INVALID KEY
                       SET FIM-DE-BCOHORAS TO TRUE
               END-START
               PERFORM 0158D-LER-LOTE-BH UNTIL FIM-DE-BCOHORAS
           END-IF.
           IF WRK-VALOR-BANCO-HORAS GREATER ZEROS
              OR WRK-DESC-BANCO-HORAS GREATER ZEROS
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " BANCO DE HORAS PAGO " WRK-VALOR-BANCO-HORAS
                       " DESCONTADO " WRK-DESC-BANCO-HORAS
           END-IF.

       0158D-LER-LOTE-BH  SECTION.
           READ ARQ-BCOHORAS NEXT
               AT END
                   SET FIM-DE-BCOHORAS TO TRUE
               NOT AT END
                   IF BCH-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                       SET FIM-DE-BCOHORAS TO TRUE
                   ELSE
                       IF BCH-ABERTO
                           PERFORM 0158E-ACERTAR-LOTE-BH
                       END-IF
                   END-IF
           END-READ.

       0158E-ACERTAR-LOTE-BH SECTION.
           MOVE "N" TO WRK-BAIXA-LOTE.
           IF WRK-DATA-DESLIGTO NOT EQUAL SPACES
              AND WRK-DATA-DESLIGTO(1:6) EQUAL WRK-MES-CORRENTE
               SET LOTE-A-BAIXAR TO TRUE
           ELSE
               IF BCH-SALDO-MIN GREATER ZEROS
                  AND BCH-REFERENCIA NOT GREATER WRK-MES-LIMITE-BH
                   SET LOTE-A-BAIXAR TO TRUE
               END-IF
           END-IF.
           IF LOTE-A-BAIXAR
               IF BCH-SALDO-MIN GREATER ZEROS
                   COMPUTE WRK-HORAS-BH ROUNDED = BCH-SALDO-MIN / 60
                   COMPUTE WRK-VALOR-LOTE-BH ROUNDED =
                           FUNC-SALARIO / 220 * WRK-HORAS-BH * 1,5
                   ADD WRK-VALOR-LOTE-BH TO WRK-VALOR-BANCO-HORAS
                   SET BCH-PAGO TO TRUE
               ELSE
                   COMPUTE WRK-HORAS-BH ROUNDED =
                           (ZEROS - BCH-SALDO-MIN) / 60
                   COMPUTE WRK-VALOR-LOTE-BH ROUNDED =
                           FUNC-SALARIO / 220 * WRK-HORAS-BH
                   ADD WRK-VALOR-LOTE-BH TO WRK-DESC-BANCO-HORAS
                   SET BCH-DESCONTADO TO TRUE
               END-IF
               ADD 1 TO WRK-QTD-LOTES-BH
               IF NOT EXECUCAO-PREVIA
                   MOVE BCH-SALDO-MIN      TO BCH-MIN-BAIXA
                   MOVE ZEROS              TO BCH-SALDO-MIN
                   MOVE WRK-DATA-SISTEMA-X TO BCH-DATA-BAIXA
                   MOVE WRK-VALOR-LOTE-BH  TO BCH-VALOR-BAIXA
                   REWRITE BCOHORAS-REC
                   IF WRK-FS-BCOHORAS NOT EQUAL "00"
                       MOVE WRK-FS-BCOHORAS TO UTIL-FS-CODIGO
                       MOVE "BCOHORAS"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.

       0159-TESTAR-FREQUENCIA SECTION.
           IF WRK-FRQ-CODIGO(WRK-IDX-FRQ) EQUAL FUNC-CODIGO
               MOVE WRK-FRQ-EXTRAS(WRK-IDX-FRQ)
                   TO WRK-HORAS-EXTRAS-MES
               MOVE WRK-FRQ-FALTAS(WRK-IDX-FRQ) TO WRK-FALTAS-MES
               COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                       FUNC-SALARIO / 220
                       * WRK-FRQ-EXTRAS(WRK-IDX-FRQ) * 1,5
           COMPUTE WRK-SALARIO-ASSINADO ROUNDED =
                   FUNC-SALARIO * WRK-DIAS-TRABALHADOS / 30
                   + WRK-VALOR-EXTRAS + WRK-VALOR-COMISSAO
                   + WRK-VALOR-BANCO-HORAS
                   + WRK-VALOR-AULAS + WRK-VALOR-DSR-AULAS
                   - WRK-DESC-FALTAS - WRK-DESC-BANCO-HORAS.
           IF WRK-SALARIO-ASSINADO LESS ZEROS
               MOVE ZEROS TO WRK-SALARIO-ASSINADO
           END-IF.
           COMPUTE WRK-DESCONTO-INSS ROUNDED =
                   WRK-SALARIO-CALCULO
                   * WRK-INSS-PERCENTUAL(WRK-IDX) / 100.
           MOVE WRK-INSS-PERCENTUAL(WRK-IDX) TO WRK-ALIQ-INSS.

           COMPUTE WRK-BASE-IRRF =
                   WRK-SALARIO-CALCULO - WRK-DESCONTO-INSS.
           PERFORM 0160A-DEDUZIR-DEPENDENTES.

           MOVE 1 TO WRK-IDX.
           PERFORM 0164-BUSCAR-FAIXA-IRRF
                     WRK-IRRF-LIMITE(WRK-IDX).
           COMPUTE WRK-DESCONTO-IRRF ROUNDED =
                   WRK-BASE-IRRF * WRK-IRRF-PERCENTUAL(WRK-IDX) / 100.
           MOVE WRK-IRRF-PERCENTUAL(WRK-IDX) TO WRK-ALIQ-IRRF.

           ADD WRK-DESCONTO-INSS WRK-DESCONTO-IRRF
               GIVING WRK-TOTAL-DESCONTOS.
           COMPUTE WRK-SALARIO-LIQUIDO =
                   WRK-SALARIO-CALCULO - WRK-TOTAL-DESCONTOS.

      *=======DEDUCAO DOS DEPENDENTES MARCADOS PARA IRRF, ABATIDA DA
      *=======BASE (BRUTO - INSS) ANTES DA BUSCA DA FAIXA.
       0160A-DEDUZIR-DEPENDENTES SECTION.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           IF DEPENDENTES-ATIVO
               MOVE FUNC-CODIGO TO DPD-FUNCIONARIO
               MOVE ZEROS       TO DPD-SEQUENCIA
               MOVE "N"         TO WRK-FIM-DEPEND
               START ARQ-DEPEND KEY NOT LESS DPD-CHAVE
                   INVALID KEY
                       SET FIM-DE-DEPEND TO TRUE
               END-START
               PERFORM 0160B-CONTAR-DEPENDENTE UNTIL FIM-DE-DEPEND
           END-IF.
           IF WRK-QTD-DEPENDENTES GREATER ZEROS
               COMPUTE WRK-DEDUCAO-TOTAL =
                       WRK-DEDUCAO-DEPEND * WRK-QTD-DEPENDENTES
               IF WRK-DEDUCAO-TOTAL GREATER WRK-BASE-IRRF
                   MOVE ZEROS TO WRK-BASE-IRRF
               ELSE
                   COMPUTE WRK-BASE-IRRF ROUNDED =
                           WRK-BASE-IRRF - WRK-DEDUCAO-TOTAL
               END-IF
               DISPLAY FUNC-CODIGO " " FUNC-NOME " "
                       WRK-QTD-DEPENDENTES " DEPENDENTE(S) -- BASE "
                       "DO IRRF " WRK-BASE-IRRF
           END-IF.

       0160B-CONTAR-DEPENDENTE SECTION.
           READ ARQ-DEPEND NEXT
               AT END
                   SET FIM-DE-DEPEND TO TRUE
               NOT AT END
                   IF DPD-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                       SET FIM-DE-DEPEND TO TRUE
                   ELSE
                       IF DPD-DEDUZ-IRRF
                          AND WRK-QTD-DEPENDENTES LESS 99
                           ADD 1 TO WRK-QTD-DEPENDENTES
                       END-IF
                   END-IF
           END-READ.

      *=======PENSAO ALIMENTICIA: PERCENTUAL SOBRE O LIQUIDO DO MES
      *=======(JA SEM INSS/IRRF) OU VALOR FIXO, UMA LINHA POR
      *=======DETERMINACAO ATIVA. O DESCONTO VEM ANTES DO CONSIGNADO
      *=======E NUNCA PASSA DO LIQUIDO; OS CREDITOS DOS BENEFICIARIOS
      *=======SAO GRAVADOS NO REMBANCO JUNTO COM O DO FUNCIONARIO.
       0161-DESCONTA-PENSAO SECTION.
           MOVE ZEROS TO WRK-VALOR-PENSAO.
           MOVE ZEROS TO WRK-QTD-PEN-FUNC.
           MOVE WRK-SALARIO-LIQUIDO TO WRK-BASE-PENSAO.
           IF PENSOES-ATIVO
               MOVE FUNC-CODIGO TO PEN-FUNCIONARIO
               MOVE ZEROS       TO PEN-SEQUENCIA
               MOVE "N"         TO WRK-FIM-PENSAO
               START ARQ-PENSAO KEY NOT LESS PEN-CHAVE
                   INVALID KEY
                       SET FIM-DE-PENSAO TO TRUE
               END-START
               PERFORM 0161A-LER-PENSAO UNTIL FIM-DE-PENSAO
           END-IF.
           IF WRK-VALOR-PENSAO GREATER ZEROS
               SUBTRACT WRK-VALOR-PENSAO FROM WRK-SALARIO-LIQUIDO
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " PENSÃO ALIMENTÍCIA " WRK-VALOR-PENSAO
           END-IF.

       0161A-LER-PENSAO   SECTION.
           READ ARQ-PENSAO NEXT
               AT END
                   SET FIM-DE-PENSAO TO TRUE
               NOT AT END
                   IF PEN-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                       SET FIM-DE-PENSAO TO TRUE
                   ELSE
                       IF PENSAO-ATIVA
                           PERFORM 0161B-APLICAR-PENSAO
                       END-IF
                   END-IF
           END-READ.

       0161B-APLICAR-PENSAO SECTION.
           IF WRK-QTD-PEN-FUNC NOT LESS 5
               DISPLAY FUNC-CODIGO " " FUNC-NOME " -- MAIS DE 5 "
                       "PENSÕES ATIVAS; PROCESSO " PEN-PROCESSO
                       " SEM DESCONTO."
           ELSE
               ADD 1 TO WRK-QTD-PEN-FUNC
               MOVE WRK-QTD-PEN-FUNC TO WRK-IDX-PEN
               IF PEN-POR-PERCENTUAL
                   COMPUTE WRK-PNS-VALOR(WRK-IDX-PEN) ROUNDED =
                           WRK-BASE-PENSAO * PEN-PERCENTUAL / 100
               ELSE
                   COMPUTE WRK-PNS-VALOR(WRK-IDX-PEN) ROUNDED =
                           PEN-VALOR-FIXO
               END-IF
               IF WRK-VALOR-PENSAO + WRK-PNS-VALOR(WRK-IDX-PEN)
                  GREATER WRK-BASE-PENSAO
                   COMPUTE WRK-PNS-VALOR(WRK-IDX-PEN) =
                           WRK-BASE-PENSAO - WRK-VALOR-PENSAO
               END-IF
               ADD WRK-PNS-VALOR(WRK-IDX-PEN) TO WRK-VALOR-PENSAO
               MOVE PEN-BENEFICIARIO
                   TO WRK-PNS-BENEFICIARIO(WRK-IDX-PEN)
               MOVE PEN-BANCO   TO WRK-PNS-BANCO(WRK-IDX-PEN)
               MOVE PEN-AGENCIA TO WRK-PNS-AGENCIA(WRK-IDX-PEN)
               MOVE PEN-CONTA   TO WRK-PNS-CONTA(WRK-IDX-PEN)
           END-IF.

       0162-BUSCAR-FAIXA-INSS SECTION.
           ADD 1 TO WRK-IDX.

       0165-CALCULA-FERIAS SECTION.
           MOVE ZEROS TO WRK-VALOR-FERIAS.
           MOVE ZEROS TO WRK-TERCO-FERIAS.
           MOVE ZEROS TO WRK-DIAS-FERIAS-MES.
           MOVE 1     TO WRK-IDX-FER.
           PERFORM 0167-TESTAR-FERIAS
               UNTIL WRK-IDX-FER GREATER WRK-QTD-FERIAS.
                       * WRK-FER-DIAS(WRK-IDX-FER) / 30
               COMPUTE WRK-TERCO-FERIAS ROUNDED =
                       WRK-VALOR-FERIAS / 3
               MOVE WRK-FER-DIAS(WRK-IDX-FER) TO WRK-DIAS-FERIAS-MES
               DISPLAY FUNC-CODIGO " " FUNC-NOME " FÉRIAS DE "
                       WRK-FER-DIAS(WRK-IDX-FER) " DIAS A PARTIR "
                       "DE " WRK-FER-INICIO(WRK-IDX-FER)
       0166-CALCULA-DECIMO-TERCEIRO SECTION.
           MOVE ZEROS TO WRK-DECIMO-INTEIRO.
           IF PROCESSAMENTO-DE-DEZEMBRO
              AND NOT (DESLIGADO-NO-MES AND RESC-JUSTA-CAUSA)
               MOVE FUNC-SALARIO TO WRK-SALARIO-PARA-DECIMO
               CALL "DECTERCO" USING WRK-SALARIO-PARA-DECIMO
                                      WRK-MESES-TRABALHADOS

      *=======BASE DO FGTS = TODA A REMUNERACAO DO MES (INCLUSIVE 13O
      *=======E FERIAS NOS MESES EM QUE SAEM); O DEPOSITO DE 8% VAI
      *=======PARA O HOLERITE E PARA A REMESSA "REMFGTS". NA RESCISAO
      *=======ENTRAM SO O AVISO E O 13O -- FERIAS INDENIZADAS NAO TEM
      *=======FGTS. O DEPOSITO SOMA NO SALDO DO "FGTSSALD", BASE DA
      *=======MULTA RESCISORIA (0170A).
       0170-CALCULA-FGTS  SECTION.
           COMPUTE WRK-BASE-FGTS = WRK-SALARIO-CALCULO
                                 + WRK-DECIMO-INTEIRO
                                 + WRK-VALOR-FERIAS
                                 + WRK-TERCO-FERIAS
                                 + WRK-AVISO-PREVIO
                                 + WRK-DECIMO-RESCISAO
                                 + WRK-RETROATIVO.
           COMPUTE WRK-VALOR-FGTS ROUNDED =
                   WRK-BASE-FGTS * WRK-FGTS-PERCENTUAL / 100.
           END-IF.
           ADD 1 TO WRK-QTD-FGTS.
           ADD WRK-VALOR-FGTS TO WRK-TOTAL-FGTS.
           PERFORM 0170A-ACUMULAR-SALDO-FGTS.
           MOVE ZEROS TO WRK-PERC-MULTA.
           MOVE ZEROS TO WRK-MULTA-FGTS.
           IF DESLIGADO-NO-MES
               EVALUATE TRUE
                   WHEN RESC-SEM-JUSTA-CAUSA
                       MOVE 40 TO WRK-PERC-MULTA
                   WHEN RESC-ACORDO
                       MOVE 20 TO WRK-PERC-MULTA
               END-EVALUATE
           END-IF.
           IF WRK-PERC-MULTA GREATER ZEROS
               PERFORM 0170C-GRAVAR-MULTA-FGTS
           END-IF.

      *=======SALDO DO FUNCIONARIO NO "FGTSSALD" + DEPOSITO DO MES (SO
      *=======UMA VEZ POR COMPETENCIA). QUEM AINDA NAO TEM LINHA COMECA
      *=======PELO SALDO ESTIMADO (0170B). A PREVIA SO LE O SALDO.
       0170A-ACUMULAR-SALDO-FGTS SECTION.
           MOVE "N" TO WRK-FGTSSALD-ACHADO.
           IF SALDO-FGTS-ATIVO
               MOVE FUNC-CODIGO TO FSD-FUNCIONARIO
               READ ARQ-FGTSSALD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SALDO-FGTS-ACHADO TO TRUE
               END-READ
           END-IF.
           IF SALDO-FGTS-ACHADO
               MOVE FSD-SALDO TO WRK-SALDO-FGTS
           ELSE
               PERFORM 0170B-ESTIMAR-SALDO-FGTS
               MOVE FUNC-CODIGO TO FSD-FUNCIONARIO
               MOVE SPACES      TO FSD-ULTIMA-COMPETENCIA
           END-IF.
           IF FSD-ULTIMA-COMPETENCIA NOT EQUAL WRK-MES-CORRENTE
               ADD WRK-VALOR-FGTS TO WRK-SALDO-FGTS
               IF SALDO-FGTS-ATIVO AND NOT EXECUCAO-PREVIA
                   MOVE WRK-SALDO-FGTS   TO FSD-SALDO
                   MOVE WRK-MES-CORRENTE TO FSD-ULTIMA-COMPETENCIA
                   IF SALDO-FGTS-ACHADO
                       REWRITE FGTSSALD-REC
                   ELSE
                       WRITE FGTSSALD-REC
                       SET SALDO-FGTS-ACHADO TO TRUE
                   END-IF
                   IF WRK-FS-FGTSSALD NOT EQUAL "00"
                       MOVE WRK-FS-FGTSSALD TO UTIL-FS-CODIGO
                       MOVE "FGTSSALD"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.

      *=======SALDO ESTIMADO: 8% DO SALARIO ATUAL POR MES DE CASA
      *=======ANTERIOR AO MES PROCESSADO (SEM ADMISSAO, ZERO).
       0170B-ESTIMAR-SALDO-FGTS SECTION.
           MOVE ZEROS TO WRK-SALDO-FGTS.
           IF WRK-DATA-ADMISSAO NOT EQUAL SPACES
               MOVE WRK-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-R
               COMPUTE WRK-MESES-ESTIMATIVA =
                       (WRK-MC-ANO - WRK-AD-ANO) * 12
                       + WRK-MC-MES - WRK-AD-MES
               IF WRK-MESES-ESTIMATIVA GREATER ZEROS
                   COMPUTE WRK-SALDO-FGTS ROUNDED =
                           FUNC-SALARIO * WRK-FGTS-PERCENTUAL / 100
                           * WRK-MESES-ESTIMATIVA
               END-IF
           END-IF.
           IF DESLIGADO-NO-MES
               DISPLAY FUNC-CODIGO " " FUNC-NOME
                       " SEM SALDO DE FGTS -- MULTA SOBRE O SALDO "
                       "ESTIMADO " WRK-SALDO-FGTS
           END-IF.

      *=======MULTA RESCISORIA: VAI PARA A REMESSA COMO DETALHE "M"
      *=======(BASE = SALDO, DEPOSITO = MULTA) E ENTRA NO TRAILER; O
      *=======SALDO E ZERADO, POIS A CONTA E SACADA NA RESCISAO.
       0170C-GRAVAR-MULTA-FGTS SECTION.
           COMPUTE WRK-MULTA-FGTS ROUNDED =
                   WRK-SALDO-FGTS * WRK-PERC-MULTA / 100.
           IF NOT EXECUCAO-PREVIA
               MOVE SPACES TO REMFGTS-DETALHE
               MOVE "M"            TO FGT-TIPO-REG
               MOVE FUNC-CODIGO    TO FGT-FUNCIONARIO
               MOVE FUNC-NOME      TO FGT-NOME
               MOVE WRK-SALDO-FGTS TO FGT-BASE
               MOVE WRK-MULTA-FGTS TO FGT-DEPOSITO
               WRITE REMFGTS-DETALHE
               IF WRK-FS-REMFGTS NOT EQUAL "00"
                   DISPLAY "ERRO GRAVANDO REMESSA DE FGTS. STATUS "
                           WRK-FS-REMFGTS
               END-IF
               IF SALDO-FGTS-ACHADO
                   MOVE ZEROS TO FSD-SALDO
                   REWRITE FGTSSALD-REC
                   IF WRK-FS-FGTSSALD NOT EQUAL "00"
                       MOVE WRK-FS-FGTSSALD TO UTIL-FS-CODIGO
                       MOVE "FGTSSALD"      TO UTIL-FS-ARQUIVO
                       PERFORM 9800-TRATA-ERRO-ARQUIVO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WRK-QTD-FGTS.
           ADD WRK-MULTA-FGTS TO WRK-TOTAL-FGTS.
           ADD 1 TO WRK-QTD-MULTAS.
           ADD WRK-MULTA-FGTS TO WRK-TOTAL-MULTAS.
           DISPLAY FUNC-CODIGO " " FUNC-NOME " MULTA DO FGTS "
                   WRK-PERC-MULTA "% SOBRE " WRK-SALDO-FGTS
                   " = " WRK-MULTA-FGTS.

      *=======BENEFICIOS ATIVOS DO FUNCIONARIO COM ADESAO ATE O MES
      *=======PROCESSADO. VT E VR SAO PROPORCIONAIS AOS DIAS
      *=======TRABALHADOS; O PLANO DE SAUDE E MENSAL CHEIO (TITULAR +
      *=======DEPENDENTES COBERTOS). A PARTE DO FUNCIONARIO NUNCA
      *=======PASSA DO LIQUIDO QUE SOBROU; O RESTO E DA EMPRESA.
       0171-CALCULA-BENEFICIOS SECTION.
           MOVE ZEROS TO WRK-DESC-VT.
           MOVE ZEROS TO WRK-DESC-VR.
           MOVE ZEROS TO WRK-DESC-SAUDE.
           IF BENEFICIOS-ATIVO
               MOVE FUNC-CODIGO TO BNF-FUNCIONARIO
               MOVE LOW-VALUES  TO BNF-TIPO
               MOVE "N"         TO WRK-FIM-BENEFFUN
               START ARQ-BENEFFUN KEY NOT LESS BNF-CHAVE
                   INVALID KEY
                       SET FIM-DE-BENEFFUN TO TRUE
               END-START
               PERFORM 0171A-LER-ADESAO UNTIL FIM-DE-BENEFFUN
           END-IF.

       0171A-LER-ADESAO   SECTION.
           READ ARQ-BENEFFUN NEXT
               AT END
                   SET FIM-DE-BENEFFUN TO TRUE
               NOT AT END
                   IF BNF-FUNCIONARIO NOT EQUAL FUNC-CODIGO
                       SET FIM-DE-BENEFFUN TO TRUE
                   ELSE
                       IF BENEFICIO-ATIVO
                          AND BNF-DATA-ADESAO(1:6)
                              NOT GREATER WRK-MES-CORRENTE
                           PERFORM 0171B-APLICAR-BENEFICIO
                       END-IF
                   END-IF
           END-READ.

       0171B-APLICAR-BENEFICIO SECTION.
           PERFORM 0171C-BUSCAR-CUSTO.
           IF NOT CUSTO-FOI-ACHADO
               DISPLAY FUNC-CODIGO " " FUNC-NOME " -- SEM CUSTO "
                       "VIGENTE PARA " BNF-TIPO "/" BNF-OPCAO
                       "; BENEFÍCIO FORA DA FOLHA."
           ELSE
               EVALUATE TRUE
                   WHEN BNF-VALE-TRANSPORTE
                       COMPUTE WRK-CUSTO-BENEF ROUNDED =
                               WRK-CUSTO-TITULAR
                               * WRK-DIAS-TRABALHADOS / 30
                       COMPUTE WRK-TETO-VT ROUNDED =
                               FUNC-SALARIO * WRK-DIAS-TRABALHADOS
                               / 30 * WRK-VT-PERCENTUAL / 100
                       IF WRK-CUSTO-BENEF LESS WRK-TETO-VT
                           COMPUTE WRK-PARTE-FUNC ROUNDED =
                                   WRK-CUSTO-BENEF
                       ELSE
                           COMPUTE WRK-PARTE-FUNC ROUNDED =
                                   WRK-TETO-VT
                       END-IF
                   WHEN BNF-VALE-REFEICAO
                       COMPUTE WRK-CUSTO-BENEF ROUNDED =
                               WRK-CUSTO-TITULAR
                               * WRK-DIAS-TRABALHADOS / 30
                       COMPUTE WRK-PARTE-FUNC ROUNDED =
                               WRK-CUSTO-BENEF * WRK-PERC-FUNC / 100
                   WHEN OTHER
                       COMPUTE WRK-CUSTO-BENEF =
                               WRK-CUSTO-TITULAR
                             + WRK-CUSTO-DEPEND * BNF-DEPENDENTES
                       COMPUTE WRK-PARTE-FUNC ROUNDED =
                               WRK-CUSTO-BENEF * WRK-PERC-FUNC / 100
               END-EVALUATE
               IF WRK-PARTE-FUNC GREATER WRK-CUSTO-BENEF
                   MOVE WRK-CUSTO-BENEF TO WRK-PARTE-FUNC
               END-IF
               IF WRK-PARTE-FUNC GREATER WRK-SALARIO-LIQUIDO
                   MOVE WRK-SALARIO-LIQUIDO TO WRK-PARTE-FUNC
               END-IF
               SUBTRACT WRK-PARTE-FUNC FROM WRK-SALARIO-LIQUIDO
               COMPUTE WRK-PARTE-EMPRESA =
                       WRK-CUSTO-BENEF - WRK-PARTE-FUNC
               EVALUATE TRUE
                   WHEN BNF-VALE-TRANSPORTE
                       ADD WRK-PARTE-FUNC TO WRK-DESC-VT
                   WHEN BNF-VALE-REFEICAO
                       ADD WRK-PARTE-FUNC TO WRK-DESC-VR
                   WHEN OTHER
                       ADD WRK-PARTE-FUNC TO WRK-DESC-SAUDE
               END-EVALUATE
               ADD 1                 TO WRK-QTD-BENEFICIOS
               ADD WRK-PARTE-FUNC    TO WRK-TOTAL-BENEF-FUNC
               ADD WRK-PARTE-EMPRESA TO WRK-TOTAL-BENEF-EMPR
               PERFORM 0171E-GRAVAR-BENEFMES
           END-IF.

      *=======MAIOR VIGENCIA DO TIPO + OPCAO QUE NAO PASSA DA DATA DO
      *=======LOTE (A CHAVE E ASCENDENTE: FICA A ULTIMA LIDA).
       0171C-BUSCAR-CUSTO SECTION.
           MOVE "N"       TO WRK-CUSTO-ACHADO.
           MOVE "N"       TO WRK-FIM-BENCUSTO.
           MOVE BNF-TIPO  TO BCU-TIPO.
           MOVE BNF-OPCAO TO BCU-OPCAO.
           MOVE LOW-VALUES TO BCU-VIGENCIA.
           START ARQ-BENCUSTO KEY NOT LESS BCU-CHAVE
               INVALID KEY
                   SET FIM-DE-BENCUSTO TO TRUE
           END-START.
           PERFORM 0171D-LER-CUSTO UNTIL FIM-DE-BENCUSTO.

       0171D-LER-CUSTO    SECTION.
           READ ARQ-BENCUSTO NEXT
               AT END
                   SET FIM-DE-BENCUSTO TO TRUE
               NOT AT END
                   IF BCU-TIPO NOT EQUAL BNF-TIPO
                      OR BCU-OPCAO NOT EQUAL BNF-OPCAO
                      OR BCU-VIGENCIA GREATER WRK-DATA-SISTEMA-X
                       SET FIM-DE-BENCUSTO TO TRUE
                   ELSE
                       SET CUSTO-FOI-ACHADO TO TRUE
                       MOVE BCU-CUSTO-TITULAR    TO WRK-CUSTO-TITULAR
                       MOVE BCU-CUSTO-DEPENDENTE TO WRK-CUSTO-DEPEND
                       MOVE BCU-PERC-FUNCIONARIO TO WRK-PERC-FUNC
                   END-IF
           END-READ.

       0171E-GRAVAR-BENEFMES SECTION.
           IF NOT EXECUCAO-PREVIA
               MOVE SPACES            TO BENEFMES-REC
               MOVE WRK-MES-CORRENTE  TO BFM-REFERENCIA
               MOVE FUNC-DEPARTAMENTO TO BFM-DEPARTAMENTO
               MOVE FUNC-CODIGO       TO BFM-FUNCIONARIO
               MOVE BNF-TIPO          TO BFM-TIPO
               MOVE BNF-OPCAO         TO BFM-OPCAO
               MOVE 1                 TO BFM-VIDAS
               IF BNF-PLANO-SAUDE
                   ADD BNF-DEPENDENTES TO BFM-VIDAS
               END-IF
               MOVE WRK-CUSTO-BENEF   TO BFM-CUSTO-TOTAL
               MOVE WRK-PARTE-EMPRESA TO BFM-PARTE-EMPRESA
               MOVE WRK-PARTE-FUNC    TO BFM-PARTE-FUNC
               WRITE BENEFMES-REC
               IF WRK-FS-BENEFMES NOT EQUAL "00"
                   DISPLAY "ERRO GRAVANDO BENEFMES. STATUS "
                           WRK-FS-BENEFMES
               END-IF
           END-IF.

       0200-GRAVAR-HOLERITE SECTION.
           MOVE FUNC-CODIGO         TO HOL-CODIGO.
           MOVE WRK-VALOR-FGTS      TO HOL-FGTS.
           MOVE WRK-PARC-EMPRESTIMO TO HOL-EMPRESTIMO.
           MOVE WRK-VALOR-COMISSAO  TO HOL-COMISSAO.
           MOVE WRK-QTD-DEPENDENTES TO HOL-DEPENDENTES.
           MOVE WRK-VALOR-PENSAO    TO HOL-PENSAO.
           MOVE WRK-DESC-VT         TO HOL-VALE-TRANSPORTE.
           MOVE WRK-DESC-VR         TO HOL-VALE-REFEICAO.
           MOVE WRK-DESC-SAUDE      TO HOL-PLANO-SAUDE.
           MOVE WRK-VALOR-BANCO-HORAS TO HOL-BANCO-HORAS.
           MOVE WRK-DESC-BANCO-HORAS  TO HOL-DESC-BANCO-HORAS.
           MOVE WRK-VALOR-AULAS       TO HOL-AULAS.
           MOVE WRK-VALOR-DSR-AULAS   TO HOL-DSR-AULAS.
           ADD WRK-VALOR-BANCO-HORAS TO WRK-TOTAL-BH-PAGO.
           ADD WRK-DESC-BANCO-HORAS  TO WRK-TOTAL-BH-DESC.
           WRITE HOLERITE-LINHA.
           PERFORM 0210-GRAVAR-CREDITO.
           IF WRK-FS-HOLERITE NOT EQUAL "00"
           ADD WRK-TERCO-FERIAS    TO WRK-TOTAL-FERIAS.
           ADD WRK-RETROATIVO      TO WRK-TOTAL-LIQUIDO.
           ADD WRK-DECIMO-INTEIRO  TO WRK-TOTAL-DECIMO.
           ADD WRK-VALOR-PENSAO    TO WRK-TOTAL-PENSAO.
           PERFORM 0220-ACUMULAR-DEPTO.

      *=======TRCT DO DESLIGADO NO MES: CABECALHO COM O VINCULO, AS
      *=======VERBAS PAGAS, AS DEDUCOES E O LIQUIDO (O MESMO VALOR DO
      *=======CREDITO DO REMBANCO), MAIS O FGTS E A MULTA.
       0180-EMITIR-TRCT   SECTION.
           ADD 1 TO WRK-QTD-TRCT.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   MOVE "SEM JUSTA CAUSA" TO WRK-TRCT-CAUSA
               WHEN RESC-JUSTA-CAUSA
                   MOVE "POR JUSTA CAUSA" TO WRK-TRCT-CAUSA
               WHEN RESC-PEDIDO-DEMISSAO
                   MOVE "PEDIDO DE DEMISSAO" TO WRK-TRCT-CAUSA
               WHEN RESC-ACORDO
                   MOVE "ACORDO ENTRE AS PARTES" TO WRK-TRCT-CAUSA
           END-EVALUATE.
           IF AVISO-TRABALHADO
               MOVE "TRABALHADO" TO WRK-TRCT-AVISO
           ELSE
               MOVE "INDENIZADO" TO WRK-TRCT-AVISO
           END-IF.
           MOVE ALL "=" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE "TERMO DE RESCISAO DO CONTRATO DE TRABALHO"
               TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE ALL "=" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           STRING "EMPREGADO: " FUNC-CODIGO " " FUNC-NOME
                  "   DEPTO: " FUNC-DEPARTAMENTO
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           STRING "ADMISSAO: " WRK-DATA-ADMISSAO
                  "   AFASTAMENTO: " WRK-DATA-DESLIGTO
                  "   CAUSA: " WRK-TRCT-CAUSA
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE WRK-DIAS-AVISO    TO WRK-TRCT-QTD-ED.
           MOVE WRK-MESES-SERVICO TO WRK-TRCT-MESES-ED.
           MOVE SPACES TO TRCT-LINHA.
           STRING "AVISO PREVIO: " WRK-TRCT-AVISO
                  " (" WRK-TRCT-QTD-ED " DIAS)"
                  "   TEMPO DE SERVICO (MESES): " WRK-TRCT-MESES-ED
                  "   ANOS COMPLETOS: " WRK-ANOS-SERVICO
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE ALL "-" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.

           MOVE "VERBAS RESCISORIAS" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE ZEROS TO WRK-TRCT-PROVENTOS.
           MOVE "SALDO DE SALARIO E ADICIONAIS DO MES"
               TO WRK-TRCT-DESCRICAO.
           MOVE WRK-SALARIO-CALCULO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "FERIAS GOZADAS NO MES + 1/3" TO WRK-TRCT-DESCRICAO.
           COMPUTE WRK-TRCT-VALOR = WRK-VALOR-FERIAS
                                  + WRK-TERCO-FERIAS.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "DIFERENCA SALARIAL (RETROATIVO)"
               TO WRK-TRCT-DESCRICAO.
           MOVE WRK-RETROATIVO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "AVISO PREVIO INDENIZADO" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-AVISO-PREVIO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "13O SALARIO" TO WRK-TRCT-DESCRICAO.
           COMPUTE WRK-TRCT-VALOR = WRK-DECIMO-RESCISAO
                                  + WRK-DECIMO-INTEIRO.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "FERIAS VENCIDAS" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-FERIAS-VENCIDAS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "FERIAS PROPORCIONAIS" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-FERIAS-PROPORC TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "TERCO CONSTITUCIONAL DE FERIAS"
               TO WRK-TRCT-DESCRICAO.
           MOVE WRK-TERCO-RESCISAO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-PROVENTOS.
           MOVE "TOTAL BRUTO" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-TRCT-PROVENTOS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE ALL "-" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.

           MOVE "DEDUCOES" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE ZEROS TO WRK-TRCT-DEDUCOES.
           MOVE "INSS" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-DESCONTO-INSS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-DEDUCOES.
           MOVE "IRRF" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-DESCONTO-IRRF TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-DEDUCOES.
           MOVE "PENSAO, BENEFICIOS E DEMAIS DESCONTOS DO MES"
               TO WRK-TRCT-DESCRICAO.
           COMPUTE WRK-TRCT-VALOR = WRK-SALARIO-CALCULO
                                  - WRK-TOTAL-DESCONTOS
                                  - WRK-SALARIO-LIQUIDO.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-DEDUCOES.
           MOVE "AVISO PREVIO NAO CUMPRIDO" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-DESC-AVISO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-DEDUCOES.
           MOVE "SALDO DO EMPRESTIMO CONSIGNADO"
               TO WRK-TRCT-DESCRICAO.
           MOVE WRK-PARC-EMPRESTIMO TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           ADD WRK-TRCT-VALOR TO WRK-TRCT-DEDUCOES.
           MOVE "TOTAL DAS DEDUCOES" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-TRCT-DEDUCOES TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE ALL "-" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE "VALOR LIQUIDO A RECEBER" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-CREDITO-FUNC TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE ALL "-" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.

           MOVE "FGTS" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE "DEPOSITO DO MES DA RESCISAO" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-VALOR-FGTS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE "SALDO PARA FINS RESCISORIOS" TO WRK-TRCT-DESCRICAO.
           MOVE WRK-SALDO-FGTS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE SPACES TO WRK-TRCT-DESCRICAO.
           STRING "MULTA RESCISORIA (" WRK-PERC-MULTA "%)"
               DELIMITED BY SIZE INTO WRK-TRCT-DESCRICAO.
           MOVE WRK-MULTA-FGTS TO WRK-TRCT-VALOR.
           PERFORM 0181-LINHA-VERBA.
           MOVE ALL "=" TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           STRING "______________________________        "
                  "______________________________"
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           STRING "     EMPREGADOR                         "
                  "     EMPREGADO"
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.
           MOVE SPACES TO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.

       0181-LINHA-VERBA   SECTION.
           MOVE WRK-TRCT-VALOR TO WRK-TRCT-VALOR-ED.
           MOVE SPACES TO TRCT-LINHA.
           STRING "  " WRK-TRCT-DESCRICAO " " WRK-TRCT-VALOR-ED
               DELIMITED BY SIZE INTO TRCT-LINHA.
           PERFORM 0182-GRAVAR-TRCT.

       0182-GRAVAR-TRCT   SECTION.
           WRITE TRCT-LINHA.
           IF WRK-FS-TRCT NOT EQUAL "00"
               MOVE WRK-FS-TRCT TO UTIL-FS-CODIGO
               MOVE "TRCT"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======CONTRACHEQUE DO FUNCIONARIO: CABECALHO DA EMPRESA E DO
      *=======DEPARTAMENTO, UMA LINHA POR PROVENTO E POR DESCONTO
      *=======(CODIGO, REFERENCIA E VALOR), TOTAIS, LIQUIDO (O MESMO
      *=======CREDITO DO REMBANCO), BASE E DEPOSITO DO FGTS E O
      *=======ACUMULADO NO ANO (HOLERANO + MES CORRENTE). FALTAS E
      *=======BANCO DE HORAS NEGATIVO, QUE JA REDUZEM O BRUTO DO
      *=======HOLERITE, SAEM AQUI COMO DESCONTO SOBRE O SALARIO CHEIO.
       0185-EMITIR-CONTRACHEQUE SECTION.
           ADD 1 TO WRK-QTD-CONTRACH.
           MOVE ZEROS TO WRK-CTC-PROVENTOS.
           MOVE ZEROS TO WRK-CTC-DESCONTOS.
           MOVE ALL "=" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE SPACES TO CONTRACH-LINHA.
           IF EXECUCAO-PREVIA
               STRING "XPTO - DEMONSTRATIVO DE PAGAMENTO DE SALARIO"
                      "   COMPETENCIA: " WRK-MC-MES "/" WRK-MC-ANO
                      "   *** PREVIA ***"
                   DELIMITED BY SIZE INTO CONTRACH-LINHA
           ELSE
               STRING "XPTO - DEMONSTRATIVO DE PAGAMENTO DE SALARIO"
                      "   COMPETENCIA: " WRK-MC-MES "/" WRK-MC-ANO
                   DELIMITED BY SIZE INTO CONTRACH-LINHA
           END-IF.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE ALL "=" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE FUNC-SALARIO TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "EMPREGADO: " FUNC-CODIGO " " FUNC-NOME
                  "   DEPTO: " FUNC-DEPARTAMENTO
                  "   SALARIO BASE: " WRK-CTC-VALOR-ED
                  "   DEPENDENTES IRRF: " WRK-QTD-DEPENDENTES
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE ALL "-" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "  COD  DESCRICAO                           "
                  "REFERENCIA      PROVENTOS       DESCONTOS"
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.

           MOVE 001 TO WRK-CTC-CODIGO.
           MOVE "SALARIO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DIAS-TRABALHADOS TO WRK-CTC-REF-ED.
           PERFORM 0185B-REFERENCIA-DIAS.
           COMPUTE WRK-CTC-VALOR = WRK-SALARIO-CALCULO
                                 - WRK-VALOR-EXTRAS
                                 - WRK-VALOR-COMISSAO
                                 - WRK-VALOR-BANCO-HORAS
                                 - WRK-VALOR-AULAS
                                 - WRK-VALOR-DSR-AULAS
                                 + WRK-DESC-FALTAS
                                 + WRK-DESC-BANCO-HORAS.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 002 TO WRK-CTC-CODIGO.
           MOVE "HORAS EXTRAS 50%" TO WRK-CTC-DESCRICAO.
           MOVE WRK-HORAS-EXTRAS-MES TO WRK-CTC-REF-ED.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           STRING WRK-CTC-REF-ED " H"
               DELIMITED BY SIZE INTO WRK-CTC-REFERENCIA.
           MOVE WRK-VALOR-EXTRAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 003 TO WRK-CTC-CODIGO.
           MOVE "COMISSAO DE VENDAS" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-VALOR-COMISSAO TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 004 TO WRK-CTC-CODIGO.
           MOVE "BANCO DE HORAS PAGO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-VALOR-BANCO-HORAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 005 TO WRK-CTC-CODIGO.
           MOVE "FERIAS" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DIAS-FERIAS-MES TO WRK-CTC-REF-ED.
           PERFORM 0185B-REFERENCIA-DIAS.
           MOVE WRK-VALOR-FERIAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 006 TO WRK-CTC-CODIGO.
           MOVE "TERCO CONSTITUCIONAL DE FERIAS" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-TERCO-FERIAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 007 TO WRK-CTC-CODIGO.
           MOVE "DIFERENCA SALARIAL (RETROATIVO)" TO WRK-CTC-DESCRICAO.
           MOVE WRK-RETROATIVO TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 008 TO WRK-CTC-CODIGO.
           MOVE "VERBAS RESCISORIAS (VIDE TRCT)" TO WRK-CTC-DESCRICAO.
           MOVE WRK-VERBAS-RESCISAO TO WRK-CTC-VALOR.
           IF NOT DESLIGADO-NO-MES
               MOVE ZEROS TO WRK-CTC-VALOR
           END-IF.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 009 TO WRK-CTC-CODIGO.
           MOVE "HORAS-AULA" TO WRK-CTC-DESCRICAO.
           MOVE WRK-AULAS-MES TO WRK-CTC-REF-ED.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           STRING WRK-CTC-REF-ED " H"
               DELIMITED BY SIZE INTO WRK-CTC-REFERENCIA.
           MOVE WRK-VALOR-AULAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.
           MOVE 010 TO WRK-CTC-CODIGO.
           MOVE "DSR SOBRE HORAS-AULA" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-VALOR-DSR-AULAS TO WRK-CTC-VALOR.
           PERFORM 0186-LINHA-PROVENTO.

           MOVE 101 TO WRK-CTC-CODIGO.
           MOVE "FALTAS NAO JUSTIFICADAS" TO WRK-CTC-DESCRICAO.
           MOVE WRK-FALTAS-MES TO WRK-CTC-REF-ED.
           PERFORM 0185B-REFERENCIA-DIAS.
           MOVE WRK-DESC-FALTAS TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 102 TO WRK-CTC-CODIGO.
           MOVE "BANCO DE HORAS NEGATIVO" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-DESC-BANCO-HORAS TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 103 TO WRK-CTC-CODIGO.
           MOVE "INSS" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ALIQ-INSS TO WRK-CTC-REF-ED.
           PERFORM 0185C-REFERENCIA-PERC.
           MOVE WRK-DESCONTO-INSS TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 104 TO WRK-CTC-CODIGO.
           MOVE "IRRF" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ALIQ-IRRF TO WRK-CTC-REF-ED.
           PERFORM 0185C-REFERENCIA-PERC.
           MOVE WRK-DESCONTO-IRRF TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 105 TO WRK-CTC-CODIGO.
           MOVE "PENSAO ALIMENTICIA" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-VALOR-PENSAO TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 106 TO WRK-CTC-CODIGO.
           MOVE "EMPRESTIMO CONSIGNADO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-PARC-EMPRESTIMO TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 107 TO WRK-CTC-CODIGO.
           MOVE "VALE-TRANSPORTE" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DESC-VT TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 108 TO WRK-CTC-CODIGO.
           MOVE "VALE-REFEICAO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DESC-VR TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 109 TO WRK-CTC-CODIGO.
           MOVE "PLANO DE SAUDE" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DESC-SAUDE TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.
           MOVE 110 TO WRK-CTC-CODIGO.
           MOVE "AVISO PREVIO NAO CUMPRIDO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-DESC-AVISO TO WRK-CTC-VALOR.
           PERFORM 0187-LINHA-DESCONTO.

           MOVE ALL "-" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE ZEROS  TO WRK-CTC-CODIGO.
           MOVE "TOTAIS" TO WRK-CTC-DESCRICAO.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           MOVE WRK-CTC-PROVENTOS TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED  TO WRK-CTC-COL-PROV.
           MOVE WRK-CTC-DESCONTOS TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED  TO WRK-CTC-COL-DESC.
           PERFORM 0188-MONTAR-LINHA.
           MOVE WRK-CREDITO-FUNC TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "       VALOR LIQUIDO A RECEBER"
                  "                        "
                  WRK-CTC-VALOR-ED
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE ALL "-" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.

           MOVE WRK-BASE-FGTS TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-PROV.
           MOVE WRK-VALOR-FGTS TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-DESC.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "  BASE DO FGTS: " WRK-CTC-COL-PROV
                  "   DEPOSITO DO FGTS NO MES: " WRK-CTC-COL-DESC
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE WRK-SALARIO-CALCULO TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-PROV.
           MOVE WRK-BASE-IRRF TO WRK-CTC-VALOR.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-DESC.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "  BASE DO INSS: " WRK-CTC-COL-PROV
                  "   BASE DO IRRF............: " WRK-CTC-COL-DESC
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           IF WRK-DECIMO-INTEIRO GREATER ZEROS
               MOVE WRK-DECIMO-INTEIRO TO WRK-CTC-VALOR
               MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED
               MOVE SPACES TO CONTRACH-LINHA
               STRING "  13O SALARIO DO MES (CREDITO EM SEPARADO): "
                      WRK-CTC-VALOR-ED
                   DELIMITED BY SIZE INTO CONTRACH-LINHA
               PERFORM 0189-GRAVAR-CONTRACH
           END-IF.
           PERFORM 0185A-ACUMULADO-ANO.
           MOVE ALL "=" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE SPACES TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.

      *=======ACUMULADO NO ANO = MESES DO HOLERANO + MES CORRENTE,
      *=======COM AS MESMAS PARCELAS SOMADAS NA CARGA (0099F).
       0185A-ACUMULADO-ANO SECTION.
           MOVE 1 TO WRK-ANO-MESES.
           COMPUTE WRK-ANO-BRUTO = WRK-SALARIO-CALCULO
                                 + WRK-DECIMO-INTEIRO
                                 + WRK-VALOR-FERIAS
                                 + WRK-TERCO-FERIAS
                                 + WRK-RETROATIVO
                                 + WRK-RESCISAO.
           MOVE WRK-DESCONTO-INSS TO WRK-ANO-INSS.
           MOVE WRK-DESCONTO-IRRF TO WRK-ANO-IRRF.
           MOVE WRK-VALOR-FGTS    TO WRK-ANO-FGTS.
           MOVE WRK-CREDITO-FUNC  TO WRK-ANO-LIQUIDO.
           MOVE FUNC-CODIGO TO WRK-ACM-CHAVE.
           PERFORM 0099G-LOCALIZAR-ACUMULADO.
           IF ACUMULADO-ACHADO
               ADD WRK-ACM-MESES(WRK-IDX-ACM)   TO WRK-ANO-MESES
               ADD WRK-ACM-BRUTO(WRK-IDX-ACM)   TO WRK-ANO-BRUTO
               ADD WRK-ACM-INSS(WRK-IDX-ACM)    TO WRK-ANO-INSS
               ADD WRK-ACM-IRRF(WRK-IDX-ACM)    TO WRK-ANO-IRRF
               ADD WRK-ACM-FGTS(WRK-IDX-ACM)    TO WRK-ANO-FGTS
               ADD WRK-ACM-LIQUIDO(WRK-IDX-ACM) TO WRK-ANO-LIQUIDO
           END-IF.
           MOVE WRK-ANO-MESES TO WRK-CTC-MESES-ED.
           MOVE ALL "-" TO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "ACUMULADO NO ANO (" WRK-CTC-MESES-ED " MESES)"
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.
           MOVE "RENDIMENTOS BRUTOS" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ANO-BRUTO TO WRK-CTC-VALOR.
           PERFORM 0185D-LINHA-ACUMULADO.
           MOVE "INSS DESCONTADO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ANO-INSS TO WRK-CTC-VALOR.
           PERFORM 0185D-LINHA-ACUMULADO.
           MOVE "IRRF RETIDO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ANO-IRRF TO WRK-CTC-VALOR.
           PERFORM 0185D-LINHA-ACUMULADO.
           MOVE "FGTS DEPOSITADO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ANO-FGTS TO WRK-CTC-VALOR.
           PERFORM 0185D-LINHA-ACUMULADO.
           MOVE "LIQUIDO CREDITADO" TO WRK-CTC-DESCRICAO.
           MOVE WRK-ANO-LIQUIDO TO WRK-CTC-VALOR.
           PERFORM 0185D-LINHA-ACUMULADO.

       0185B-REFERENCIA-DIAS SECTION.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           STRING WRK-CTC-REF-ED " D"
               DELIMITED BY SIZE INTO WRK-CTC-REFERENCIA.

       0185C-REFERENCIA-PERC SECTION.
           MOVE SPACES TO WRK-CTC-REFERENCIA.
           STRING WRK-CTC-REF-ED " %"
               DELIMITED BY SIZE INTO WRK-CTC-REFERENCIA.

       0185D-LINHA-ACUMULADO SECTION.
           MOVE WRK-CTC-VALOR TO WRK-CTC-VALOR-ED.
           MOVE SPACES TO CONTRACH-LINHA.
           STRING "  " WRK-CTC-DESCRICAO " " WRK-CTC-VALOR-ED
               DELIMITED BY SIZE INTO CONTRACH-LINHA.
           PERFORM 0189-GRAVAR-CONTRACH.

      *=======VERBA ZERADA NAO SAI NO CONTRACHEQUE (O SALARIO SAI
      *=======SEMPRE).
       0186-LINHA-PROVENTO SECTION.
           IF WRK-CTC-VALOR NOT EQUAL ZEROS
              OR WRK-CTC-CODIGO EQUAL 001
               ADD WRK-CTC-VALOR TO WRK-CTC-PROVENTOS
               MOVE WRK-CTC-VALOR    TO WRK-CTC-VALOR-ED
               MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-PROV
               MOVE SPACES           TO WRK-CTC-COL-DESC
               PERFORM 0188-MONTAR-LINHA
           END-IF.

       0187-LINHA-DESCONTO SECTION.
           IF WRK-CTC-VALOR NOT EQUAL ZEROS
               ADD WRK-CTC-VALOR TO WRK-CTC-DESCONTOS
               MOVE WRK-CTC-VALOR    TO WRK-CTC-VALOR-ED
               MOVE SPACES           TO WRK-CTC-COL-PROV
               MOVE WRK-CTC-VALOR-ED TO WRK-CTC-COL-DESC
               PERFORM 0188-MONTAR-LINHA
           END-IF.

       0188-MONTAR-LINHA  SECTION.
           MOVE SPACES TO CONTRACH-LINHA.
           IF WRK-CTC-CODIGO EQUAL ZEROS
               STRING "       " WRK-CTC-DESCRICAO " "
                      WRK-CTC-REFERENCIA "  " WRK-CTC-COL-PROV
                      "  " WRK-CTC-COL-DESC
                   DELIMITED BY SIZE INTO CONTRACH-LINHA
           ELSE
               STRING "  " WRK-CTC-CODIGO "  " WRK-CTC-DESCRICAO " "
                      WRK-CTC-REFERENCIA "  " WRK-CTC-COL-PROV
                      "  " WRK-CTC-COL-DESC
                   DELIMITED BY SIZE INTO CONTRACH-LINHA
           END-IF.
           PERFORM 0189-GRAVAR-CONTRACH.

       0189-GRAVAR-CONTRACH SECTION.
           WRITE CONTRACH-LINHA.
           IF WRK-FS-CONTRACH NOT EQUAL "00"
               MOVE WRK-FS-CONTRACH TO UTIL-FS-CODIGO
               MOVE "CONTRACH"      TO UTIL-FS-ARQUIVO
               PERFORM 9800-TRATA-ERRO-ARQUIVO
           END-IF.

      *=======UM CREDITO POR FUNCIONARIO PAGO: LIQUIDO DO MES MAIS
      *=======FERIAS, TERCO E RESCISAO, NA CONTA DO CADASTRO.
       0210-GRAVAR-CREDITO SECTION.
           END-IF.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-CREDITO-FUNC TO WRK-TOTAL-CREDITOS.
           MOVE 1 TO WRK-IDX-PEN.
           PERFORM 0215-GRAVAR-CREDITO-PENSAO
               UNTIL WRK-IDX-PEN GREATER WRK-QTD-PEN-FUNC.

      *=======CREDITO DA PENSAO NA CONTA DO BENEFICIARIO, LOGO DEPOIS
      *=======DO CREDITO DO FUNCIONARIO (MESMO REM-FUNCIONARIO,
      *=======FINALIDADE "P"), ENTRANDO NO TRAILER DO REMBANCO.
       0215-GRAVAR-CREDITO-PENSAO SECTION.
           IF WRK-PNS-VALOR(WRK-IDX-PEN) GREATER ZEROS
               IF NOT EXECUCAO-PREVIA
                   MOVE SPACES TO REMBANCO-DETALHE
                   MOVE "D"    TO REM-TIPO-REG
                   MOVE WRK-PNS-BANCO(WRK-IDX-PEN)   TO REM-BANCO
                   MOVE WRK-PNS-AGENCIA(WRK-IDX-PEN) TO REM-AGENCIA
                   MOVE WRK-PNS-CONTA(WRK-IDX-PEN)   TO REM-CONTA
                   MOVE FUNC-CODIGO TO REM-FUNCIONARIO
                   MOVE WRK-PNS-BENEFICIARIO(WRK-IDX-PEN) TO REM-NOME
                   MOVE WRK-PNS-VALOR(WRK-IDX-PEN)
                       TO REM-VALOR-CREDITO
                   SET REM-CREDITO-PENSAO TO TRUE
                   WRITE REMBANCO-DETALHE
                   IF WRK-FS-REMBANCO NOT EQUAL "00"
                       DISPLAY "ERRO GRAVANDO REMESSA BANCÁRIA. "
                               "STATUS " WRK-FS-REMBANCO
                   END-IF
               END-IF
               ADD 1 TO WRK-QTD-CREDITOS
               ADD 1 TO WRK-QTD-PENSOES
               ADD WRK-PNS-VALOR(WRK-IDX-PEN) TO WRK-TOTAL-CREDITOS
           END-IF.
           ADD 1 TO WRK-IDX-PEN.

       0220-ACUMULAR-DEPTO SECTION.
           MOVE "N" TO WRK-DEP-ENCONTRADO.
           ADD WRK-TERCO-FERIAS    TO WRK-DEP-LIQUIDO(WRK-IDX-DEP).
           ADD WRK-RESCISAO        TO WRK-DEP-LIQUIDO(WRK-IDX-DEP).
           ADD WRK-RETROATIVO      TO WRK-DEP-LIQUIDO(WRK-IDX-DEP).
           ADD WRK-VALOR-PENSAO    TO WRK-DEP-LIQUIDO(WRK-IDX-DEP).

       0230-PROCURAR-DEPTO SECTION.
           IF WRK-DEP-CODIGO(WRK-IDX-DEP) EQUAL FUNC-DEPARTAMENTO
                   WRK-QTD-DESLIGADOS.
           DISPLAY "TOTAL DE FÉRIAS + TERÇO...... "
                   WRK-TOTAL-FERIAS.
           DISPLAY "PENSÕES ALIMENTÍCIAS PAGAS... " WRK-QTD-PENSOES
                   " TOTAL " WRK-TOTAL-PENSAO.
           DISPLAY "BENEFÍCIOS NA FOLHA.......... " WRK-QTD-BENEFICIOS
                   " PARTE FUNC. " WRK-TOTAL-BENEF-FUNC
                   " PARTE EMPRESA " WRK-TOTAL-BENEF-EMPR.
           DISPLAY "LOTES DO BANCO DE HORAS...... " WRK-QTD-LOTES-BH
                   " PAGOS " WRK-TOTAL-BH-PAGO
                   " DESCONTADOS " WRK-TOTAL-BH-DESC.
           DISPLAY "TRCT EMITIDOS................ " WRK-QTD-TRCT.
           DISPLAY "CONTRACHEQUES EMITIDOS....... " WRK-QTD-CONTRACH
                   " (HOLERITES DO ANO LIDOS " WRK-QTD-HOLERANO ")".
           DISPLAY "MULTAS RESCISÓRIAS DO FGTS... " WRK-QTD-MULTAS
                   " TOTAL " WRK-TOTAL-MULTAS.
           DISPLAY "FOLHA POR DEPARTAMENTO:".
           MOVE 1 TO WRK-IDX-REL-DEP.
           PERFORM 0310-IMPRIME-DEPTO
           IF CONSIGNADO-ATIVO
               CLOSE ARQ-EMPRFUNC
           END-IF.
           IF DEPENDENTES-ATIVO
               CLOSE ARQ-DEPEND
           END-IF.
           IF PENSOES-ATIVO
               CLOSE ARQ-PENSAO
           END-IF.
           IF BENEFICIOS-ATIVO
               CLOSE ARQ-BENEFFUN
               CLOSE ARQ-BENCUSTO
           END-IF.
           IF RAZAO-BANCO-HORAS-ATIVO
               CLOSE ARQ-BCOHORAS
           END-IF.
           IF SALDO-FGTS-ATIVO
               CLOSE ARQ-FGTSSALD
           END-IF.
           CLOSE ARQ-TRCT.
           CLOSE ARQ-CONTRACH.
           IF EXECUCAO-PREVIA
               DISPLAY "*** FIM DA PRÉVIA -- NADA FOI GRAVADO EM "
                       "REMBANCO/REMFGTS/DIATOTAL/RUNCTRL. ***"
               CLOSE ARQ-REMBANCO
               CLOSE ARQ-REMFGTS
               CLOSE ARQ-DIATOTAL
               CLOSE ARQ-BENEFMES
               PERFORM 9650-CONCLUI-RUNCTRL
               PERFORM 0320-AUDITAR-FOLHA
           END-IF.

      *=======UMA LINHA DE AUDITLOG POR FOLHA DEFINITIVA, PELO MES
      *=======PROCESSADO, COM QUEM RODOU.
       0320-AUDITAR-FOLHA SECTION.
           MOVE "BATCH" TO WRK-OPERADOR-SESSAO.
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
           OPEN EXTEND ARQ-AUDITLOG.
           IF WRK-FS-AUDITLOG EQUAL "35"
               OPEN OUTPUT ARQ-AUDITLOG
           END-IF.
           IF WRK-FS-AUDITLOG NOT EQUAL "00"
               DISPLAY "AVISO: AUDITLOG INDISPONÍVEL (STATUS "
                       WRK-FS-AUDITLOG ") -- FOLHA " WRK-MES-CORRENTE
                       " SEM REGISTRO NA AUDITORIA."
           ELSE
               ACCEPT AUDIT-DATA FROM DATE YYYYMMDD
               ACCEPT AUDIT-HORA FROM TIME
               MOVE "FOLHA"          TO AUDIT-PROGRAMA
               MOVE WRK-MES-CORRENTE TO AUDIT-CHAVE
               MOVE SPACES TO AUDIT-RESULTADO
               STRING "FOLHA PROCESSADA " WRK-QTD-CREDITOS " CREDITOS"
                   DELIMITED BY SIZE INTO AUDIT-RESULTADO
               MOVE WRK-OPERADOR-SESSAO TO AUDIT-OPERADOR
               WRITE AUDIT-REC
               IF WRK-FS-AUDITLOG NOT EQUAL "00"
                   DISPLAY "AVISO: ERRO NA GRAVAÇÃO DO AUDITLOG "
                           "(STATUS " WRK-FS-AUDITLOG ") -- FOLHA "
                           WRK-MES-CORRENTE
                           " SEM REGISTRO NA AUDITORIA."
               END-IF
               CLOSE ARQ-AUDITLOG
           END-IF.

       COPY FSERROPR.
