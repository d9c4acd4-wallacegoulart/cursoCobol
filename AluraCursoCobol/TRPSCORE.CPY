      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO SCORECARD MENSAL DAS
      *          TRANSPORTADORAS (DATA/TRPSCORE.DAT), UMA LINHA POR
      *          TRANSPORTADORA E COMPETENCIA, GRAVADO PELO TRPSCORE E
      *          LIDO PELO PRGCOB09 NA COMPRA DE FRETE; NOTAS DE 0 A
      *          100 (CUSTO, DISPUTA, PRAZO E DEVOLUCAO) E A NOTA
      *          PONDERADA; SCO-ABAIXO-MINIMO S QUANDO A NOTA FICOU
      *          ABAIXO DA NOTA MINIMA DO SCOREPARM; VALE A LINHA DA
      *          COMPETENCIA MAIS RECENTE DE CADA TRANSPORTADORA;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  SCO-REC.
           05  SCO-TRANSP          PIC 9(03).
           05  SCO-COMPETENCIA     PIC 9(06).
           05  SCO-NOTA            PIC 9(03)V9.
           05  SCO-POSICAO         PIC 9(02).
           05  SCO-ABAIXO-MINIMO   PIC X(01).
           05  SCO-NOTA-CUSTO      PIC 9(03)V9.
           05  SCO-NOTA-DISPUTA    PIC 9(03)V9.
           05  SCO-NOTA-PRAZO      PIC 9(03)V9.
           05  SCO-NOTA-DEVOLUCAO  PIC 9(03)V9.
           05  SCO-DATA-CALCULO    PIC 9(08).
