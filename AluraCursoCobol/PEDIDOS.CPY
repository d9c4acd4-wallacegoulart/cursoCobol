      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO DE PEDIDOS
      *          (DATA/PEDIDOS.DAT, GRAVADO PELO PRGCOB09 E LIDO POR
      *          PEDSTAT, VENDCONC E INTEGAUD); PED-CUSTO-UNIT E O
      *          CUSTO MEDIO DO PRODUTO GRAVADO PELO PEDSTAT NO ENVIO,
      *          DEVOLVIDO AO ESTOQUE PELO DEVOLUCAO; PED-QTD-ITENS E
      *          A QUANTIDADE DE LINHAS DO PEDIDO NO PEDITENS.DAT
      *          (PEDITEM.CPY) - ZERO OU BRANCO E PEDIDO ANTIGO DE UM
      *          SO PRODUTO; NO PEDIDO DE VARIOS ITENS PED-PROD E
      *          'DIVERSOS', PED-QTD E 1, PED-VALOR E O TOTAL DA
      *          MERCADORIA E PED-CUSTO-UNIT O CUSTO TOTAL, DE MODO QUE
      *          PED-VALOR X PED-QTD E SEMPRE O VALOR DA MERCADORIA;
      *          PED-ROMANEIO E O ROMANEIO DE EMBARQUE (ROMANEIO) EM
      *          QUE O PEDIDO SAIU - ZERO OU BRANCO E AINDA SEM
      *          ROMANEIO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 02/09/2026
       01  PED-REC.
           05  PED-NUMERO          PIC 9(06).
           05  PED-CONDPAG         PIC 9(02).
           05  PED-TRANSP          PIC 9(03).
           05  PED-PROMESSA        PIC 9(08).
           05  PED-CUSTO-UNIT      PIC 9(07)V9999.
           05  PED-QTD-ITENS       PIC 9(03).
           05  PED-ROMANEIO        PIC 9(06).
