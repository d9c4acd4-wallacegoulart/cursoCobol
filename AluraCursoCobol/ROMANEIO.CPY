      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE ROMANEIOS DE
      *          EMBARQUE (DATA/ROMANEIO.DAT), UMA LINHA POR ROMANEIO
      *          GRAVADA PELO ROMANEIO COM OS TOTAIS DA CARGA ENTREGUE
      *          A TRANSPORTADORA; ROM-FRETE E A SOMA DO FRETE COTADO
      *          DOS PEDIDOS DO ROMANEIO, USADA PELO FRETECONC PARA
      *          CONFERIR A FATURA QUE A TRANSPORTADORA MANDA POR
      *          ROMANEIO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  ROM-REC.
           05  ROM-NUMERO          PIC 9(06).
           05  ROM-DATA            PIC 9(08).
           05  ROM-TRANSP          PIC 9(03).
           05  ROM-QTD-PEDIDOS     PIC 9(05).
           05  ROM-QTD-VOLUMES     PIC 9(05).
           05  ROM-PESO            PIC 9(07)V99.
           05  ROM-VALOR           PIC 9(11)V99.
           05  ROM-FRETE           PIC 9(09)V99.
