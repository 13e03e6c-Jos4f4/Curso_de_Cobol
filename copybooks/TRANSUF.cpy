      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: LAYOUT DA TABELA DE FRETE POR TRANSPORTADORA
      *    ==          E UF (ARQUIVO INDEXADO "TRANSUF"), CHAVEADA
      *    ==          POR UF + TRANSPORTADORA. UMA UF PODE TER
      *    ==          VARIAS TRANSPORTADORAS, CADA UMA COM SEU
      *    ==          PERCENTUAL, TARIFA POR QUILO, PRAZO E
      *    ==          CAPACIDADE POR EMBARQUE; A CALCFRET COTA TODAS
      *    ==          AS ELEGIVEIS E ESCOLHE A MAIS BARATA (OU A MAIS
      *    ==          RAPIDA, NO PEDIDO URGENTE).
      *==DATA XX/XX/2026
      *==OBSERVACOES: TRU-CAPACIDADE-KG ZERADA = SEM LIMITE DE PESO
      *==             POR EMBARQUE. SO ENTRAM NA COTACAO AS LINHAS
      *==             ATIVAS DE TRANSPORTADORA ATIVA NO "TRANSP". UF
      *==             SEM NENHUMA LINHA AQUI CONTINUA COM A
      *==             TRANSPORTADORA UNICA DO "UFRATE". CARREGADA
      *==             PELA CARGATRU A PARTIR DO SEED "TRANSUF-SEED".
      *===========================================
       01  TRANSUF-REC.
           05  TRU-CHAVE.
               10  TRU-UF              PIC X(02).
               10  TRU-TRANSPORTADORA  PIC 9(03).
           05  TRU-PERCENTUAL      PIC 9(01)V9(04).
           05  TRU-VALOR-KG        PIC 9(04)V99.
           05  TRU-DIAS-ENTREGA    PIC 9(03).
           05  TRU-CAPACIDADE-KG   PIC 9(07)V99.
           05  TRU-ATIVO           PIC X(01).
