      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS TITULOS A PAGAR
      *          (DATA/CONTASPG.DAT), GRAVADO PELO CONTASPG E LIDO PELO
      *          FECHACHK E PELO FLUXOCX; O CREDOR E A TRANSPORTADORA
      *          (TIT-TRANSP, TITULO DE FRETE - TIPO T OU BRANCO NOS
      *          TITULOS ANTIGOS) OU O FORNECEDOR DO FORNMAST (TIPO F,
      *          COM O NUMERO DA NOTA EM TIT-PROD); SITUACAO A-ABERTO
      *          D-DISPUTA P-PAGO; NOTA DE FORNECEDOR COM PEDIDO DE
      *          COMPRA LEVA O PEDIDO E A QUANTIDADE FATURADA, E A
      *          RETIDA NA CONFERENCIA (SITUACAO D) GUARDA O MOTIVO E
      *          A CONTA/CENTRO DE CUSTO PARA A CONTABILIZACAO NA
      *          LIBERACAO; O TITULO DE FRETE QUE NASCEU EM DISPUTA
      *          GUARDA O MOTIVO MESMO DEPOIS DE LIBERADO (LIDO PELO
      *          TRPSCORE); CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  TIT-REC.
           05  TIT-TRANSP         PIC 9(03).
           05  TIT-PROD           PIC X(20).
           05  TIT-VALOR          PIC 9(09)V99.
           05  TIT-DATA-FATURA    PIC 9(08).
           05  TIT-VENCIMENTO     PIC 9(08).
           05  TIT-SITUACAO       PIC X(01).
           05  TIT-TIPO-CREDOR    PIC X(01).
               88  TIT-DE-FRETE      VALUE 'T' SPACE.
               88  TIT-DE-FORNECEDOR VALUE 'F'.
           05  TIT-FORNECEDOR     PIC 9(05).
           05  TIT-EMPRESA        PIC 9(02).
           05  TIT-PEDIDO         PIC 9(06).
           05  TIT-QTD            PIC 9(06).
           05  TIT-CONTA-DEBITO   PIC X(10).
           05  TIT-CCUSTO         PIC X(04).
           05  TIT-MOTIVO         PIC X(30).
