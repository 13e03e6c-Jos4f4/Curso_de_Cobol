      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE DEPENDENTES DOS
      *    ==          FUNCIONARIOS (ARQUIVO INDEXADO "DEPEND"), UMA
      *    ==          LINHA POR DEPENDENTE (CHAVE = FUNC-CODIGO +
      *    ==          SEQUENCIA), MANTIDO PELO CADDEPEN. A FOLHA
      *    ==          CONTA OS DEPENDENTES MARCADOS PARA IRRF E
      *    ==          ABATE A DEDUCAO POR DEPENDENTE (PARAMETRO
      *    ==          "IRRFDEP") DA BASE ANTES DA FAIXA DE IRRF.
      *==DATA XX/XX/2026
      *==OBSERVACOES: DEPENDENTE QUE DEIXA DE VALER PARA O IRRF NAO E
      *==             EXCLUIDO: DPD-IRRF PASSA A "N" E O HISTORICO
      *==             FICA NO CADASTRO.
      *===========================================
       01  DEPEND-REC.
           05  DPD-CHAVE.
               10  DPD-FUNCIONARIO PIC 9(04).
               10  DPD-SEQUENCIA   PIC 9(02).
           05  DPD-NOME            PIC X(30).
           05  DPD-PARENTESCO      PIC X(01).
               88  DPD-FILHO               VALUE "F".
               88  DPD-CONJUGE             VALUE "C".
               88  DPD-PAIS                VALUE "P".
               88  DPD-OUTRO               VALUE "O".
               88  DPD-PARENTESCO-VALIDO   VALUE "F" "C" "P" "O".
           05  DPD-DATA-NASCIMENTO PIC X(08).
           05  DPD-IRRF            PIC X(01).
               88  DPD-DEDUZ-IRRF          VALUE "S".
