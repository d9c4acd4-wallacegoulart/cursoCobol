      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS PEDIDOS DE COMPRA
      *          (DATA/PEDCOMPRA.DAT), EMITIDOS PELO PEDCOMPR, COM A
      *          QUANTIDADE RECEBIDA ATUALIZADA PELO ESTOQMOV NA
      *          ENTRADA DA MERCADORIA E A QUANTIDADE FATURADA PELO
      *          CONTASPG NA CONFERENCIA DA NOTA DO FORNECEDOR;
      *          SITUACAO A-ABERTO R-RECEBIDO TOTAL E-ENCERRADO
      *          (RECEBIDO E FATURADO) C-CANCELADO; ORIGEM M-MANUAL
      *          R-REPOSICAO DE ESTOQUE; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  PC-REC.
           05  PC-NUMERO          PIC 9(06).
           05  PC-FORNECEDOR      PIC 9(05).
           05  PC-PRODUTO         PIC X(20).
           05  PC-QTD-PEDIDA      PIC 9(06).
           05  PC-PRECO-UNIT      PIC 9(07)V99.
           05  PC-QTD-RECEBIDA    PIC 9(06).
           05  PC-QTD-FATURADA    PIC 9(06).
           05  PC-DATA-EMISSAO    PIC 9(08).
           05  PC-EMPRESA         PIC 9(02).
           05  PC-ORIGEM          PIC X(01).
               88  PC-MANUAL      VALUE 'M'.
               88  PC-DE-REPOSICAO VALUE 'R'.
           05  PC-SITUACAO        PIC X(01).
               88  PC-ABERTO      VALUE 'A'.
               88  PC-RECEBIDO    VALUE 'R'.
               88  PC-ENCERRADO   VALUE 'E'.
               88  PC-CANCELADO   VALUE 'C'.
