      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE PENSOES ALIMENTICIAS
      *    ==          JUDICIAIS (ARQUIVO INDEXADO "PENSAO"), UMA
      *    ==          LINHA POR DETERMINACAO (CHAVE = FUNC-CODIGO +
      *    ==          SEQUENCIA), MANTIDO PELO CADDEPEN. A FOLHA
      *    ==          DESCONTA O VALOR DO LIQUIDO (PERCENTUAL DO
      *    ==          LIQUIDO DEPOIS DE INSS/IRRF OU VALOR FIXO),
      *    ==          MOSTRA NO HOLERITE (HOL-PENSAO) E PAGA O
      *    ==          BENEFICIARIO COM CREDITO PROPRIO NO REMBANCO,
      *    ==          NA CONTA CADASTRADA AQUI.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PENSAO ENCERRADA PELA JUSTICA FICA COM
      *==             PEN-ATIVA = "N" (NAO E EXCLUIDA).
      *===========================================
       01  PENSAO-REC.
           05  PEN-CHAVE.
               10  PEN-FUNCIONARIO PIC 9(04).
               10  PEN-SEQUENCIA   PIC 9(02).
           05  PEN-BENEFICIARIO    PIC X(15).
           05  PEN-PROCESSO        PIC X(20).
           05  PEN-TIPO            PIC X(01).
               88  PEN-POR-PERCENTUAL      VALUE "P".
               88  PEN-POR-VALOR-FIXO      VALUE "F".
               88  PEN-TIPO-VALIDO         VALUE "P" "F".
           05  PEN-PERCENTUAL      PIC 9(03)V99.
           05  PEN-VALOR-FIXO      PIC 9(06)V99.
           05  PEN-BANCO           PIC 9(03).
           05  PEN-AGENCIA         PIC 9(04).
           05  PEN-CONTA           PIC 9(08).
           05  PEN-ATIVA           PIC X(01).
               88  PENSAO-ATIVA            VALUE "S".
