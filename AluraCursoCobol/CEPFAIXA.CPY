      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS ZONAS DE FRETE POR FAIXA DE
      *          CEP DENTRO DA UF (DATA/UFCEPFX.DAT), MANTIDAS PELO
      *          UFMANUT E LIDAS PELO PRGCOB09 E PELO APROVA: CADA
      *          FAIXA (CAPITAL, INTERIOR...) TEM MULTIPLICADOR,
      *          PRAZO DE ENTREGA E VIGENCIA PROPRIOS, COMO A TARIFA
      *          DA UF NO UFFRETE; UM REAJUSTE ENTRA COMO NOVA LINHA
      *          COM NOVA VIGENCIA E A CHAVE E UF + CEP INICIAL +
      *          VIGENCIA; CEP FORA DE TODAS AS FAIXAS VIGENTES FICA
      *          COM A TARIFA DA UF; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  CFX-REC.
           05  CFX-UF              PIC X(02).
           05  CFX-CEP-INICIAL     PIC 9(08).
           05  CFX-CEP-FINAL       PIC 9(08).
           05  CFX-MULT            PIC 9V9999.
           05  CFX-VIGENCIA        PIC 9(08).
           05  CFX-PRAZO           PIC 9(03).
           05  CFX-ZONA            PIC X(10).
