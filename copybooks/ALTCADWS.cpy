      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CAMPOS PADRAO DO DIARIO DE ALTERACOES DOS
      *    ==          CADASTROS (VER ALTCAD.CPY E ALTCADPR.CPY). O
      *    ==          CHAMADOR MOVE O SEU PROGRAM-ID PARA
      *    ==          UTIL-ALT-PROGRAMA E O OPERADOR DA SESSAO PARA
      *    ==          UTIL-ALT-OPERADOR NA ABERTURA; EM CADA
      *    ==          ALTERACAO, MOVE ARQUIVO E CHAVE E ACIONA A
      *    ==          9300-INICIA-ALTERACAO, DEPOIS, PARA CADA CAMPO,
      *    ==          MOVE NOME, VALOR ANTIGO E VALOR NOVO (TEXTO EM
      *    ==          UTIL-ALT-ANTIGO/NOVO, OU NUMERO EM
      *    ==          UTIL-ALT-NUM-ANTIGO/NOVO) E ACIONA A
      *    ==          9310-COMPARA-CAMPO OU A 9320-COMPARA-NUMERO;
      *    ==          SO DEPOIS DO REWRITE BEM SUCEDIDO ACIONA A
      *    ==          9350-GRAVA-ALTERACOES.
      *==DATA XX/XX/2026
      *==OBSERVACOES: INCLUIR NA WORKING-STORAGE, JUNTO COM OS DEMAIS
      *==             WRK-FS-xxx. CAMPO SENSIVEL: MOVER "S" PARA
      *==             UTIL-ALT-SENSIVEL ANTES DA COMPARACAO (VOLTA A
      *==             "N" SOZINHO DEPOIS DE CADA CAMPO).
      *===========================================
       77  WRK-FS-ALTCAD       PIC X(02) VALUE "00".
       77  UTIL-ALT-PROGRAMA   PIC X(10) VALUE SPACES.
       77  UTIL-ALT-OPERADOR   PIC X(08) VALUE SPACES.
       77  UTIL-ALT-ARQUIVO    PIC X(10) VALUE SPACES.
       77  UTIL-ALT-CHAVE      PIC X(20) VALUE SPACES.
       77  UTIL-ALT-CAMPO      PIC X(16) VALUE SPACES.
       77  UTIL-ALT-ANTIGO     PIC X(30) VALUE SPACES.
       77  UTIL-ALT-NOVO       PIC X(30) VALUE SPACES.
       77  UTIL-ALT-SENSIVEL   PIC X(01) VALUE "N".
           88  UTIL-ALT-CAMPO-SENSIVEL  VALUE "S".
       77  UTIL-ALT-NUM-ANTIGO PIC S9(10)V9(04) VALUE ZEROS.
       77  UTIL-ALT-NUM-NOVO   PIC S9(10)V9(04) VALUE ZEROS.
       77  UTIL-ALT-NUM-ED     PIC -(10)9,9999.
      *=======CAMPOS ALTERADOS DA TRANSACAO EM CURSO, GUARDADOS ATE O
      *=======REWRITE DAR CERTO
       77  UTIL-ALT-QTD        PIC 9(02) VALUE ZEROS.
       77  UTIL-ALT-IDX        PIC 9(02) VALUE ZEROS.
       01  UTIL-ALT-PENDENTES.
           05  UTIL-ALT-PEND OCCURS 20 TIMES.
               10  UTIL-ALT-PEND-CAMPO    PIC X(16).
               10  UTIL-ALT-PEND-ANTIGO   PIC X(30).
               10  UTIL-ALT-PEND-NOVO     PIC X(30).
               10  UTIL-ALT-PEND-SENSIVEL PIC X(01).
