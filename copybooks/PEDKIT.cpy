      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DOS KITS VENDIDOS POR PEDIDO (ARQUIVO
      *    ==          INDEXADO "PEDKIT"), GRAVADO PELO ENTRAPED,
      *    ==          IMPPED E GERAFIXO NA EXPLOSAO DE UM KIT: O
      *    ==          PEDIDOS SO LEVA AS LINHAS DOS COMPONENTES
      *    ==          (MARCADAS COM PED-KIT-SEQ), E E AQUI QUE FICA A
      *    ==          LINHA DO KIT QUE O PROGRAMA11 IMPRIME NA NOTA
      *    ==          COM OS COMPONENTES EMBAIXO.
      *==DATA XX/XX/2026
      *==OBSERVACOES: PKT-SEQ E A ORDEM DO KIT DENTRO DO PEDIDO (1, 2,
      *==             ...), A MESMA GRAVADA EM PED-KIT-SEQ NAS LINHAS
      *==             DOS SEUS COMPONENTES. VALOR E PESO SAO OS DA
      *==             LINHA INTEIRA (TODAS AS UNIDADES DO KIT).
      *===========================================
       01  PEDKIT-REC.
           05  PKT-CHAVE.
               10  PKT-NUMERO      PIC 9(08).
               10  PKT-SEQ         PIC 9(02).
           05  PKT-KIT-CODIGO      PIC X(10).
           05  PKT-DESCRICAO       PIC X(30).
           05  PKT-QUANTIDADE      PIC 9(05).
           05  PKT-VALOR           PIC 9(08)V99.
           05  PKT-PESO            PIC 9(05)V99.
           05  PKT-PROGRAMA        PIC X(08).
           05  PKT-DATA            PIC X(08).
