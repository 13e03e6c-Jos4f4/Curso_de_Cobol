      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DAS RETIFICACOES DE NOTA (ARQUIVO
      *    ==          INDEXADO "RETNOTA"), UMA POR PEDIDO FEITO NO
      *    ==          RETIFNOT DEPOIS DO FECHAMENTO DO BOLETIM
      *    ==          (PAUTA + RECUPASS): MATRICULA, DISCIPLINA, QUAL
      *    ==          DAS QUATRO NOTAS, A NOTA ANTERIOR E A
      *    ==          CORRIGIDA, A JUSTIFICATIVA E QUEM PEDIU. NA
      *    ==          APROVACAO DO COORDENADOR GUARDA A MEDIA E A
      *    ==          SITUACAO ANTES E DEPOIS DO RECALCULO NO
      *    ==          "BOLETIM2" E QUEM APROVOU.
      *==DATA XX/XX/2026
      *==OBSERVACOES: CHAVE = NUMERO DA SEQUENCIA "SEQRETNOT" DO
      *==             PARAMETR. RTN-PERIODO = AAAA + 01/02 PELO
      *==             SEMESTRE DA DATA DO PEDIDO (MESMA REGRA DO
      *==             PROFTURM). RTN-SITUACAO "P" = PENDENTE, "A" =
      *==             APROVADA (APLICADA NO BOLETIM FECHADO), "R" =
      *==             REJEITADA. MEDIA/SITUACAO NOVAS SO EXISTEM NA
      *==             APROVADA.
      *===========================================
       01  RETNOTA-REC.
           05  RTN-NUMERO          PIC 9(06).
           05  RTN-PERIODO         PIC X(06).
           05  RTN-MATRICULA       PIC 9(06).
           05  RTN-TURMA           PIC X(06).
           05  RTN-DISCIPLINA      PIC X(04).
           05  RTN-AVALIACAO       PIC 9(01).
           05  RTN-NOTA-ANTERIOR   PIC 9(02)V99.
           05  RTN-NOTA-NOVA       PIC 9(02)V99.
           05  RTN-MEDIA-ANTERIOR  PIC 9(02)V99.
           05  RTN-STATUS-ANTERIOR PIC X(25).
           05  RTN-MEDIA-NOVA      PIC 9(02)V99.
           05  RTN-STATUS-NOVO     PIC X(25).
           05  RTN-JUSTIFICATIVA   PIC X(40).
           05  RTN-SOLICITANTE     PIC X(08).
           05  RTN-DATA-SOLICITACAO PIC X(08).
           05  RTN-SITUACAO        PIC X(01).
               88  RTN-PENDENTE             VALUE "P".
               88  RTN-APROVADA             VALUE "A".
               88  RTN-REJEITADA            VALUE "R".
           05  RTN-APROVADOR       PIC X(08).
           05  RTN-DATA-DECISAO    PIC X(08).
