      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO DE SALARIO LIQUIDO
      *          (DATA/EXE02LIQ.DAT, GRAVADO PELO EXE02 E LIDO PELO
      *          BANCOPAG, HOLERITE E INFORME); A VERBA A E O
      *          ADIANTAMENTO QUINZENAL DO ADIANT; CAMPOS NOVOS SAO
      *          SEMPRE ACRESCENTADOS NO FINAL PARA PRESERVAR AS
      *          POSICOES USADAS PELO ARQHIST
      *DATA = 02/09/2026
               88  LIQ-VERBA-FOLHA       VALUE 'F'.
               88  LIQ-VERBA-FERIAS      VALUE 'R'.
               88  LIQ-VERBA-COMISSAO    VALUE 'C'.
               88  LIQ-VERBA-ADIANTAMENTO VALUE 'A'.
