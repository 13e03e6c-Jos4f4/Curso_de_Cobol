      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE CHAMADOS DO SAC
      *    ==          (ARQUIVO INDEXADO "SACCHAM"), UMA RECLAMACAO
      *    ==          DE CLIENTE POR CHAMADO, OPCIONALMENTE LIGADA A
      *    ==          UM PEDIDO DO HISTORICO "PEDHIST". ABERTO,
      *    ==          ATUALIZADO E FECHADO NO CADSAC; O RELSAC
      *    ==          ENVELHECE OS CHAMADOS PENDENTES CONTRA O PRAZO
      *    ==          DE ATENDIMENTO; O CONSPED E O CONSCLI MOSTRAM
      *    ==          OS CHAMADOS PENDENTES DO PEDIDO OU DO CLIENTE
      *    ==          CONSULTADO (PELAS CHAVES ALTERNADAS).
      *==DATA XX/XX/2026
      *==OBSERVACOES: SAC-NUMERO SAI DA SEQUENCIA "SEQSAC" DO
      *==             "PARAMETR". SAC-PEDIDO ZERADO = CHAMADO SEM
      *==             PEDIDO. SAC-CATEGORIA "A" = ATRASO NA ENTREGA,
      *==             "D" = DEFEITO OU AVARIA, "C" = COBRANCA OU
      *==             NOTA, "T" = ATENDIMENTO, "O" = OUTROS.
      *==             SAC-SITUACAO "A" = ABERTO, "E" = EM ANDAMENTO,
      *==             "F" = FECHADO. SAC-DATA-PRAZO E O PRAZO DE
      *==             ATENDIMENTO EM DIAS UTEIS (DIAUTIL + CALENDARIO
      *==             "FERIADO") CONTADOS DA ABERTURA. SAC-SOLUCAO
      *==             GUARDA A ULTIMA PROVIDENCIA ENQUANTO O CHAMADO
      *==             ANDA E A SOLUCAO NO FECHAMENTO. DATAS AAAAMMDD,
      *==             EM BRANCO ENQUANTO A ETAPA NAO ACONTECEU.
      *===========================================
       01  SACCHAM-REC.
           05  SAC-NUMERO          PIC 9(08).
           05  SAC-CLIENTE         PIC 9(06).
           05  SAC-PEDIDO          PIC 9(08).
           05  SAC-CATEGORIA       PIC X(01).
               88  SAC-ATRASO               VALUE "A".
               88  SAC-DEFEITO              VALUE "D".
               88  SAC-COBRANCA             VALUE "C".
               88  SAC-ATENDIMENTO          VALUE "T".
               88  SAC-OUTROS               VALUE "O".
           05  SAC-DESCRICAO       PIC X(60).
           05  SAC-OPERADOR        PIC X(08).
           05  SAC-OPER-ABERTURA   PIC X(08).
           05  SAC-SITUACAO        PIC X(01).
               88  SAC-ABERTO               VALUE "A".
               88  SAC-ANDAMENTO            VALUE "E".
               88  SAC-FECHADO              VALUE "F".
               88  SAC-PENDENTE             VALUE "A" "E".
           05  SAC-DATA-ABERTURA   PIC X(08).
           05  SAC-DATA-PRAZO      PIC X(08).
           05  SAC-DATA-FECHAMENTO PIC X(08).
           05  SAC-SOLUCAO         PIC X(60).
