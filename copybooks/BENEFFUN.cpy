      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO CADASTRO DE ADESAO A BENEFICIOS
      *    ==          (ARQUIVO INDEXADO "BENEFFUN"), UMA LINHA POR
      *    ==          FUNCIONARIO + TIPO DE BENEFICIO, MANTIDO PELO
      *    ==          CADBENEF: VALE-TRANSPORTE, VALE-REFEICAO E
      *    ==          PLANO DE SAUDE, COM A OPCAO CONTRATADA (QUE
      *    ==          APONTA PARA O CUSTO NO "BENCUSTO") E OS
      *    ==          DEPENDENTES COBERTOS. A FOLHA CALCULA A PARTE
      *    ==          DO FUNCIONARIO COMO DESCONTO PROPRIO NO
      *    ==          HOLERITE -- NO LUGAR DO "EMPRESTIMO" DIGITADO
      *    ==          NO CADEMPR A PARTIR DA PLANILHA DO RH.
      *==DATA XX/XX/2026
      *==OBSERVACOES: BENEFICIO CANCELADO FICA COM BNF-ATIVO = "N";
      *==             SO ENTRA NA FOLHA A PARTIR DO MES DA ADESAO.
      *===========================================
       01  BENEFFUN-REC.
           05  BNF-CHAVE.
               10  BNF-FUNCIONARIO PIC 9(04).
               10  BNF-TIPO        PIC X(02).
                   88  BNF-VALE-TRANSPORTE     VALUE "VT".
                   88  BNF-VALE-REFEICAO       VALUE "VR".
                   88  BNF-PLANO-SAUDE         VALUE "PS".
                   88  BNF-TIPO-VALIDO         VALUE "VT" "VR" "PS".
           05  BNF-OPCAO           PIC X(02).
           05  BNF-DEPENDENTES     PIC 9(02).
           05  BNF-DATA-ADESAO     PIC X(08).
           05  BNF-ATIVO           PIC X(01).
               88  BENEFICIO-ATIVO         VALUE "S".
