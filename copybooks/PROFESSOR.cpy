      *    ==          "AS TURMAS DE QUEM MAIS REPROVAM?".
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDA A CARGA SEMANAL DO CONTRATO
      *==                (PRF-CARGA-SEMANAL, EM AULAS POR SEMANA;
      *==                ZERO = SEM LIMITE), CONFERIDA PELO CADGRADE
      *==                AO MONTAR A GRADE HORARIA. EXIGE RECRIAR O
      *==                ARQUIVO NA IMPLANTACAO.
      *==   XX/XX/2026 - PROFESSOR HORISTA: VINCULO COM O CADASTRO DE
      *==                FUNCIONARIOS (PRF-FUNC-CODIGO; ZERO = SEM
      *==                VINCULO) E VALOR DA HORA-AULA
      *==                (PRF-VALOR-HORA). O APURAULA SO GERA AS AULAS
      *==                DADAS PARA A FOLHA QUANDO OS DOIS ESTAO
      *==                PREENCHIDOS. EXIGE RECRIAR O ARQUIVO NA
      *==                IMPLANTACAO.
      *===========================================
       01  PROFESSOR-REC.
           05  PRF-CODIGO          PIC 9(04).
           05  PRF-NOME            PIC X(20).
           05  PRF-ATIVO           PIC X(01).
           05  PRF-CARGA-SEMANAL   PIC 9(02).
           05  PRF-FUNC-CODIGO     PIC 9(04).
           05  PRF-VALOR-HORA      PIC 9(04)V99.
