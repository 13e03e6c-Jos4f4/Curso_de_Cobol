      *    ==          FUNCIONARIO PROCESSADO.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDOS O SALDO DO BANCO DE HORAS PAGO NO
      *==                MES (HOL-BANCO-HORAS: LOTE VENCIDO OU SALDO
      *==                POSITIVO NO DESLIGAMENTO) E O SALDO NEGATIVO
      *==                DESCONTADO NO DESLIGAMENTO
      *==                (HOL-DESC-BANCO-HORAS), AMBOS JA DENTRO DO
      *==                BRUTO SOBRE O QUAL INSS/IRRF INCIDEM.
      *==   XX/XX/2026 - INCLUIDOS O VALOR DAS HORAS-AULA DO PROFESSOR
      *==                HORISTA (HOL-AULAS, APURACAO "AULAMES" DO
      *==                APURAULA) E O DSR SOBRE ELAS
      *==                (HOL-DSR-AULAS), JA DENTRO DO BRUTO SOBRE O
      *==                QUAL INSS/IRRF INCIDEM.
      *==   XX/XX/2026 - INCLUIDAS AS PARTES DO FUNCIONARIO NOS
      *==                BENEFICIOS, DESCONTADAS DO LIQUIDO:
      *==                VALE-TRANSPORTE (HOL-VALE-TRANSPORTE, ATE 6%
      *==                DO SALARIO), VALE-REFEICAO (HOL-VALE-REFEICAO)
      *==                E PLANO DE SAUDE (HOL-PLANO-SAUDE).
      *==   XX/XX/2026 - INCLUIDOS A QUANTIDADE DE DEPENDENTES
      *==                ABATIDOS DA BASE DO IRRF (HOL-DEPENDENTES,
      *==                CADASTRO "DEPEND") E A PENSAO ALIMENTICIA
      *==                DESCONTADA DO LIQUIDO (HOL-PENSAO, CADASTRO
      *==                "PENSAO"; PAGA AO BENEFICIARIO NO REMBANCO).
      *==   XX/XX/2026 - INCLUIDA A COMISSAO DE VENDAS DO MES
      *==                (HOL-COMISSAO, APURACAO "COMISMES" DO
      *==                COMISSAO), JA DENTRO DO BRUTO SOBRE O QUAL
           05  HOL-EMPRESTIMO       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-COMISSAO         PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-DEPENDENTES      PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-PENSAO           PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-VALE-TRANSPORTE  PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-VALE-REFEICAO    PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-PLANO-SAUDE      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-BANCO-HORAS      PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-DESC-BANCO-HORAS PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-AULAS            PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOL-DSR-AULAS        PIC 9(06).
