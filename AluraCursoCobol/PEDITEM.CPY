      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS ITENS DO PEDIDO
      *          (DATA/PEDITENS.DAT), GRAVADOS PELO PRGCOB09 JUNTO COM
      *          O CABECALHO NO PEDIDOS.DAT, UMA LINHA POR PRODUTO;
      *          ITM-CUSTO-UNIT E O CUSTO MEDIO GRAVADO PELO PEDSTAT NO
      *          ENVIO E ITM-DEVOLVIDO MARCA A LINHA JA DEVOLVIDA AO
      *          ESTOQUE PELO DEVOLUCAO; ITM-QTD-RESERVADA E O QUE JA
      *          ESTA RESERVADO NO ESTOQUE PARA A LINHA E
      *          ITM-QTD-PENDENTE O QUE AGUARDA ENTRADA NA FILA DE
      *          BACKORDER, ATENDIDA PELO ESTOQMOV NA ORDEM DE
      *          ITM-DATA-PEDIDO; ITM-LISTA-PRECO, ITM-FAIXA-QTD E
      *          ITM-PROMOCAO DIZEM DE ONDE VEIO O PRECO UNITARIO
      *          (LISTA DE PRECO DO PRECOS.CPY E QUANTIDADE MINIMA DA
      *          FAIXA; LISTA EM BRANCO E O VALOR DO PRODMAST);
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ITM-REC.
           05  ITM-PEDIDO          PIC 9(06).
           05  ITM-SEQ             PIC 9(03).
           05  ITM-PROD            PIC X(20).
           05  ITM-QTD             PIC 9(05).
           05  ITM-PRECO-UNIT      PIC 9(06)V99.
           05  ITM-PESO-UNIT       PIC 9(04)V99.
           05  ITM-CUSTO-UNIT      PIC 9(07)V9999.
           05  ITM-DEVOLVIDO       PIC X(01).
               88  ITM-JA-DEVOLVIDO VALUE 'S'.
           05  ITM-QTD-RESERVADA   PIC 9(05).
           05  ITM-QTD-PENDENTE    PIC 9(05).
           05  ITM-DATA-PEDIDO     PIC 9(08).
           05  ITM-LISTA-PRECO     PIC X(06).
           05  ITM-FAIXA-QTD       PIC 9(05).
           05  ITM-PROMOCAO        PIC X(01).
