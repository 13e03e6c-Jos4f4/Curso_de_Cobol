      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO HISTORICO DE ALTERACOES DE LIMITE DE
      *    ==          CREDITO (ARQUIVO "LIMHIST"), UMA LINHA POR
      *    ==          PROPOSTA DE REVISAO APROVADA NO APROVLIM, COM O
      *    ==          LIMITE ANTIGO, O NOVO, A NOTA DE COMPORTAMENTO
      *    ==          QUE JUSTIFICOU A MUDANCA, A DATA, A HORA E O
      *    ==          OPERADOR -- MESMO ESQUEMA DO "SALHIST".
      *==DATA XX/XX/2026
      *==OBSERVACOES: LHI-ACAO COMO PCR-ACAO DO "PROPCRED"; NO
      *==             BLOQUEIO O LIMITE NAO MUDA E LHI-BLOQ-NOVO SAI
      *==             "S".
      *===========================================
       01  LIMHIST-REC.
           05  LHI-CLIENTE         PIC 9(06).
           05  FILLER              PIC X(02).
           05  LHI-LIMITE-ANTIGO   PIC 9(08)V99.
           05  FILLER              PIC X(02).
           05  LHI-LIMITE-NOVO     PIC 9(08)V99.
           05  FILLER              PIC X(02).
           05  LHI-BLOQ-ANTIGO     PIC X(01).
           05  FILLER              PIC X(01).
           05  LHI-BLOQ-NOVO       PIC X(01).
           05  FILLER              PIC X(02).
           05  LHI-NOTA            PIC 9(03).
           05  FILLER              PIC X(02).
           05  LHI-ACAO            PIC X(01).
           05  FILLER              PIC X(02).
           05  LHI-DATA-PROPOSTA   PIC X(08).
           05  FILLER              PIC X(02).
           05  LHI-DATA            PIC X(08).
           05  FILLER              PIC X(02).
           05  LHI-HORA            PIC X(08).
           05  FILLER              PIC X(02).
           05  LHI-OPERADOR        PIC X(08).
