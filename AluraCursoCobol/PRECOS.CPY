      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS LISTAS DE PRECO
      *          (DATA/PRECOS.DAT EM VIGOR E DATA/PRECONOVA.DAT EM
      *          SOLICITACAO PELO PRECOAPL ATE A APROVACAO NO
      *          APROVA); UMA LINHA POR LISTA, PRODUTO, TIPO DE
      *          PESSOA (F/J OU BRANCO PARA QUALQUER CLIENTE), FAIXA
      *          DE QUANTIDADE (QUANTIDADE MINIMA) E DATA DE
      *          VIGENCIA; PRC-VALIDADE ZERO E LINHA SEM DATA FINAL
      *          E A PROMOCAO (PRC-PROMOCAO 'S') TEM SEMPRE DATA
      *          FINAL; O PRGCOB09 USA O PRECO EM VIGOR NA DATA DO
      *          PEDIDO E, SEM LINHA APLICAVEL, O VALOR DO PRODMAST;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  PRC-REC.
           05  PRC-LISTA           PIC X(06).
           05  PRC-PRODUTO         PIC X(20).
           05  PRC-TIPO-PESSOA     PIC X(01).
               88  PRC-QUALQUER-PESSOA VALUE ' '.
               88  PRC-TIPO-VALIDO VALUE ' ' 'F' 'J'.
           05  PRC-QTD-MINIMA      PIC 9(05).
           05  PRC-VIGENCIA        PIC 9(08).
           05  PRC-VALIDADE        PIC 9(08).
           05  PRC-PRECO           PIC 9(07)V99.
           05  PRC-PROMOCAO        PIC X(01).
               88  PRC-EM-PROMOCAO VALUE 'S'.
