      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA FATURA DE FRETE DA
      *          TRANSPORTADORA - O ARQUIVO RECEBIDO (FRETEFAT.DAT)
      *          E O DAS FATURAS JA CRITICADAS (FRETEFATOK.DAT),
      *          GRAVADO PELO FATEDIT E LIDO PELO FRETECONC E PELO
      *          FLUXOCX; FAT-ROMANEIO E O ROMANEIO DE EMBARQUE
      *          (ZERO OU BRANCO E FATURA SEM ROMANEIO); CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  FAT-REC.
           05  FAT-PROD               PIC X(20).
           05  FAT-UF                 PIC X(02).
           05  FAT-VALOR-FATURADO     PIC 9(04)V99.
           05  FAT-DATA               PIC 9(08).
           05  FAT-TRANSP             PIC 9(03).
           05  FAT-ROMANEIO           PIC 9(06).
