      *    ==          MESMOS NUMEROS JA USADOS NA CHAVE DO ESTOQUE.
      *==DATA XX/XX/2026
      *==OBSERVACOES:
      *==   XX/XX/2026 - INCLUIDO O CNPJ DA FILIAL (FIL-CNPJ, SO
      *==                DIGITOS), EMITENTE DA NOTA FISCAL ELETRONICA
      *==                EXPORTADA PELO PROGRAMA11 (ARQUIVO "NFEEXP").
      *==                EM BRANCO = FILIAL QUE NAO EMITE NOTA.
      *===========================================
       01  FILIAL-REC.
           05  FIL-CODIGO          PIC 9(02).
           05  FIL-CIDADE          PIC X(15).
           05  FIL-UF              PIC X(02).
           05  FIL-ATIVO           PIC X(01).
           05  FIL-CNPJ            PIC X(14).
