      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO DIARIO DE ALTERACOES DOS CADASTROS
      *    ==          (ARQUIVO "ALTCAD"), UMA LINHA POR CAMPO
      *    ==          ALTERADO NA MANUTENCAO DE CADASTRO (CLIENTE,
      *    ==          FUNCIONARIO, PRODUTO, TRANSPORTADORA, ENDERECO
      *    ==          DE ENTREGA, OPERADOR, FILIAL E TABELA DE FRETE
      *    ==          POR UF), COM ARQUIVO, CHAVE, CAMPO, VALOR
      *    ==          ANTIGO, VALOR NOVO, OPERADOR, DATA E HORA -- O
      *    ==          AUDITLOG SO DIZ "ALTERADO", NAO O QUE MUDOU.
      *    ==          MESMO ESQUEMA DO "UFHIST" DO MANUTUF, ESTENDIDO
      *    ==          A TODOS OS CADASTROS.
      *==DATA XX/XX/2026
      *==OBSERVACOES: GRAVADO PELA 9350-GRAVA-ALTERACOES (COPY
      *==             ALTCADPR), SO ACRESCIMO (OPEN EXTEND). INCLUSAO
      *==             DE REGISTRO SAI COMO UMA LINHA DE CAMPO
      *==             "REGISTRO". ALT-SENSIVEL "S" MARCA CAMPO QUE
      *==             SAI NO RELATORIO DIARIO RELALT (CONTA
      *==             BANCARIA, LIMITE DE CREDITO, SALARIO, TAXAS,
      *==             NIVEL E SENHA DE OPERADOR). SENHA NUNCA VAI
      *==             COM O VALOR.
      *===========================================
       01  ALTCAD-REC.
           05  ALT-DATA            PIC X(08).
           05  FILLER              PIC X(01).
           05  ALT-HORA            PIC X(08).
           05  FILLER              PIC X(01).
           05  ALT-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  ALT-PROGRAMA        PIC X(10).
           05  FILLER              PIC X(01).
           05  ALT-ARQUIVO         PIC X(10).
           05  FILLER              PIC X(01).
           05  ALT-CHAVE           PIC X(20).
           05  FILLER              PIC X(01).
           05  ALT-CAMPO           PIC X(16).
           05  FILLER              PIC X(01).
           05  ALT-VALOR-ANTIGO    PIC X(30).
           05  FILLER              PIC X(01).
           05  ALT-VALOR-NOVO      PIC X(30).
           05  FILLER              PIC X(01).
           05  ALT-SENSIVEL        PIC X(01).
               88  ALT-CAMPO-SENSIVEL       VALUE "S".
