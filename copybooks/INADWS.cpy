      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CAMPOS PADRAO DA CONSULTA DE INADIMPLENCIA DE
      *    ==          MENSALIDADE (VER INADPR.CPY). O CHAMADOR MOVE
      *    ==          O SEU PROGRAM-ID PARA UTIL-INAD-PROGRAMA, A
      *    ==          MATRICULA E O RESPONSAVEL FINANCEIRO DO ALUNO
      *    ==          (ALU-RESPONSAVEL) PARA UTIL-INAD-MATRICULA E
      *    ==          UTIL-INAD-RESPONSAVEL E ACIONA A
      *    ==          9500-VERIFICA-INADIMPLENCIA; NA VOLTA,
      *    ==          INAD-DOCUMENTO-BLOQUEADO DIZ SE O DOCUMENTO OU
      *    ==          A MATRICULA FICA RETIDO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA WORKING-STORAGE, JUNTO COM OS DEMAIS
      *==             WRK-FS-xxx. A TABELA DE RESPONSAVEIS COM
      *==             MENSALIDADE VENCIDA E MONTADA UMA VEZ POR
      *==             EXECUCAO, NA PRIMEIRA CONSULTA.
      *===========================================
       77  WRK-FS-CONTAREC     PIC X(02) VALUE "00".
       77  WRK-FS-OPERADOR     PIC X(02) VALUE "00".
       77  WRK-FS-AUDITLOG     PIC X(02) VALUE "00".
       77  WRK-FS-SESSAO       PIC X(02) VALUE "00".
       77  UTIL-INAD-PROGRAMA  PIC X(10) VALUE SPACES.
       77  UTIL-INAD-MATRICULA PIC 9(06) VALUE ZEROS.
       77  UTIL-INAD-RESPONSAVEL PIC 9(06) VALUE ZEROS.
       77  UTIL-INAD-QTD       PIC 9(03) VALUE ZEROS.
       77  UTIL-INAD-VALOR     PIC 9(08)V99 VALUE ZEROS.
       77  UTIL-INAD-VALOR-ED  PIC ZZ.ZZZ.ZZ9,99.
       77  UTIL-INAD-SITUACAO  PIC X(01) VALUE "L".
           88  INAD-DOCUMENTO-LIBERADO  VALUE "L".
           88  INAD-DOCUMENTO-BLOQUEADO VALUE "B".
           88  INAD-LIBERADO-SUPERVISOR VALUE "S".
      *=======LIMITE DE MENSALIDADES VENCIDAS TOLERADAS (PARAMETRO
      *======="LIMINADIM") E NIVEL DO SUPERVISOR QUE LIBERA ACIMA
      *=======DELE (PARAMETRO "NIVELINAD")
       77  UTIL-INAD-LIMITE    PIC 9(03) VALUE 2.
       77  UTIL-INAD-NIVEL     PIC 9(01) VALUE 3.
       77  UTIL-INAD-HOJE      PIC X(08) VALUE SPACES.
       77  UTIL-INAD-OPERADOR  PIC X(08) VALUE SPACES.
       77  UTIL-INAD-CARREGADO PIC X(01) VALUE "N".
           88  INAD-TABELA-CARREGADA    VALUE "S".
       77  UTIL-INAD-FIM       PIC X(01) VALUE "N".
           88  INAD-FIM-CONTAREC        VALUE "S".
       77  UTIL-INAD-ACHADO    PIC X(01) VALUE "N".
           88  INAD-RESP-ACHADO         VALUE "S".
       77  UTIL-INAD-AVISO     PIC X(01) VALUE "N".
           88  INAD-AVISO-DADO          VALUE "S".
       77  UTIL-INAD-QTD-RESP  PIC 9(03) VALUE ZEROS.
       77  UTIL-INAD-CHAVE     PIC 9(06) VALUE ZEROS.
       77  UTIL-INAD-IDX       PIC 9(03) VALUE ZEROS.
       01  UTIL-INAD-TABELA.
           05  UTIL-INAD-ITEM OCCURS 999 TIMES.
               10  UTIL-INAD-TAB-RESP  PIC 9(06).
               10  UTIL-INAD-TAB-QTD   PIC 9(03).
               10  UTIL-INAD-TAB-VALOR PIC 9(08)V99.
      *=======LIBERACAO POR SUPERVISOR
       77  UTIL-INAD-SUPERVISOR PIC X(08) VALUE SPACES.
       77  UTIL-INAD-ULT-LIBERADA PIC 9(06) VALUE ZEROS.
       77  UTIL-INAD-SENHA     PIC X(08) VALUE SPACES.
       77  UTIL-INAD-MOTIVO    PIC X(30) VALUE SPACES.
       77  UTIL-INAD-AUD-CHAVE PIC X(20) VALUE SPACES.
       77  UTIL-INAD-AUD-RESULT PIC X(30) VALUE SPACES.
       77  UTIL-INAD-AUD-OPER  PIC X(08) VALUE SPACES.
