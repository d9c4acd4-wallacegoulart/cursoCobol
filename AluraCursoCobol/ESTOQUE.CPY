      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS SALDOS DE ESTOQUE
      *          (DATA/ESTOQUE.DAT): SALDO E PONTO DE REPOSICAO POR
      *          PRODUTO E O CUSTO MEDIO PONDERADO UNITARIO, RECALCULADO
      *          PELO ESTOQMOV A CADA ENTRADA E PELO DEVOLUCAO NO
      *          RETORNO DA MERCADORIA; O PEDSTAT BAIXA O CUSTO DA
      *          SAIDA POR ESSE VALOR E O ESTQVAL VALORIZA O ESTOQUE;
      *          EST-RESERVADO E A QUANTIDADE JA RESERVADA PARA
      *          PEDIDOS EM ABERTO (PRGCOB09 NA GERACAO, ESTOQMOV NA
      *          LIBERACAO DO BACKORDER, PEDSTAT NO ENVIO E NO
      *          CANCELAMENTO) - O DISPONIVEL E EST-SALDO MENOS
      *          EST-RESERVADO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS
      *          NO FINAL
      *DATA = 15/10/2026
       01  EST-REC.
           05  EST-PRODUTO         PIC X(20).
           05  EST-SALDO           PIC 9(06).
           05  EST-PONTO-REPOSICAO PIC 9(06).
           05  EST-CUSTO-MEDIO     PIC 9(07)V9999.
           05  EST-RESERVADO       PIC 9(06).
