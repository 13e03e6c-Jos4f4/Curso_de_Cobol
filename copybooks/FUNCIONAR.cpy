      *==                (FUNC-DEPARTAMENTO, EX: ADM/VND/DEP), PARA A
      *==                FOLHA ABRIR OS TOTAIS POR CENTRO DE CUSTO EM
      *==                VEZ DO RATEIO NO CHUTE.
      *==   XX/XX/2026 - FUNCIONARIO DESLIGADO FORA DO PRAZO DE
      *==                RETENCAO E ANONIMIZADO PELO ANONIMIZ: FUNC-NOME
      *==                = "ANONIMIZADO" E DADOS BANCARIOS ZERADOS; O
      *==                SALARIO FICA (LAYOUT SEM MUDANCA).
      *==   XX/XX/2026 - INCLUIDA A FILIAL DE LOTACAO DO FUNCIONARIO
      *==                (FUNC-FILIAL, CADASTRO "FILIAL"), PARA O
      *==                DEMONSTRATIVO DE RESULTADO POR FILIAL (DREFIL)
      *==                LANCAR A FOLHA NA FILIAL CERTA. ZERO =
      *==                DEPARTAMENTO COMPARTILHADO, RATEADO ENTRE AS
      *==                FILIAIS PELA REGRA DA TABELA "RATEIO".
      *==                O ARQUIVO PRECISA SER RECARREGADO (DESCARGA +
      *==                CARGAFUNC) COM O NOVO TAMANHO DE REGISTRO.
      *===========================================
       01  FUNCIONAR-REC.
           05  FUNC-CODIGO         PIC 9(04).
           05  FUNC-AGENCIA        PIC 9(04).
           05  FUNC-CONTA          PIC 9(08).
           05  FUNC-DEPARTAMENTO   PIC X(03).
           05  FUNC-FILIAL         PIC 9(02).
