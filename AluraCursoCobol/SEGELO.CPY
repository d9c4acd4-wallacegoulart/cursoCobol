      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS ANCORAS DA CADEIA DO
      *          SEGAUDIT (DATA/SEGELOARQ.DAT): A CADA ARQUIVAMENTO
      *          O ARQHIST ACRESCENTA UMA LINHA COM A SEQUENCIA E O
      *          ELO DO ULTIMO REGISTRO LEVADO AO ARQUIVO DATADO, E O
      *          SEGVERIF PARTE DESSE ELO AO CONFERIR O PRIMEIRO
      *          REGISTRO QUE FICOU NO ARQUIVO SEGUINTE; CAMPOS NOVOS
      *          SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ANC-REC.
           05  ANC-SEQUENCIA           PIC 9(08).
           05  ANC-ELO                 PIC 9(10).
           05  ANC-DATA-CORTE          PIC 9(08).
           05  ANC-ARQUIVO             PIC X(40).
