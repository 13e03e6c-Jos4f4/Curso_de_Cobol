      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DO ACOMPANHAMENTO DE CLIENTES PARADOS
      *    ==          (ARQUIVO INDEXADO "CLIINAT"), UM REGISTRO POR
      *    ==          CLIENTE QUE O ALERTA SEMANAL (RELINAT) JA
      *    ==          APONTOU COMO PARADO, COM O VENDEDOR DA SECAO
      *    ==          (CHAVE ALTERNADA, COM DUPLICATAS) E A SITUACAO
      *    ==          DO ACOMPANHAMENTO DADA PELO VENDEDOR NO BALCAO
      *    ==          (CADINAT).
      *==DATA XX/XX/2026
      *==OBSERVACOES: INA-SITUACAO "A" = ALERTADO (AINDA SEM
      *==             RETORNO DO VENDEDOR), "C" = CONTATADO, "P" =
      *==             PERDIDO (NAO SAI MAIS NO ALERTA), "R" =
      *==             RECUPERADO (O CLIENTE VOLTOU A COMPRAR DEPOIS
      *==             DO ALERTA; MARCADO PELO PROPRIO RELINAT).
      *==             INA-DATA-ULT-PEDIDO E O ULTIMO PEDIDO CONHECIDO
      *==             NO ALERTA: PEDIDO MAIS NOVO QUE ELE NO PEDHIST
      *==             E O SINAL DE RECUPERACAO. INA-DATA-VERIFICACAO
      *==             E A DATA DA ULTIMA EXECUCAO DO RELINAT QUE
      *==             LISTOU O CLIENTE. DATAS AAAAMMDD.
      *===========================================
       01  CLIINAT-REC.
           05  INA-CLIENTE         PIC 9(06).
           05  INA-VENDEDOR        PIC 9(04).
           05  INA-SITUACAO        PIC X(01).
               88  INA-ALERTADO             VALUE "A".
               88  INA-CONTATADO            VALUE "C".
               88  INA-PERDIDO              VALUE "P".
               88  INA-RECUPERADO           VALUE "R".
               88  INA-PENDENTE             VALUE "A" "C".
           05  INA-DATA-ALERTA     PIC X(08).
           05  INA-DATA-ULT-PEDIDO PIC X(08).
           05  INA-DATA-VERIFICACAO PIC X(08).
           05  INA-INTERVALO       PIC 9(05).
           05  INA-DIAS-SEM-COMPRA PIC 9(05).
           05  INA-MEDIA-MENSAL    PIC 9(08)V99.
           05  INA-DATA-SITUACAO   PIC X(08).
           05  INA-OPERADOR        PIC X(08).
           05  INA-OBSERVACAO      PIC X(40).
