      *==                ANTERIORES (OPR-SENHA-ANT1/ANT2), PARA A
      *==                TROCA NAO REUSAR SENHA RECENTE. A VALIDADE
      *==                DA SENHA VEM DO PARAMETRO "SENHADIAS".
      *==   XX/XX/2026 - DATA DO ULTIMO SIGN-ON ACEITO
      *==                (OPR-DATA-ACESSO, CARIMBADA PELO PROGRAMA00;
      *==                EM BRANCO = NUNCA ASSINOU), PARA O RELOPER
      *==                LISTAR AS CONTAS SEM USO. O CADASTRO DEVE
      *==                SER RECARREGADO (CARGAOPER).
      *===========================================
       01  OPERADOR-REC.
           05  OPR-CODIGO          PIC X(08).
           05  OPR-BLOQUEADO       PIC X(01).
           05  OPR-SENHA-ANT1      PIC X(08).
           05  OPR-SENHA-ANT2      PIC X(08).
           05  OPR-DATA-ACESSO     PIC X(08).
