      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PARAMETRO DO SCORECARD DAS
      *          TRANSPORTADORAS (DATA/SCOREPARM.DAT), LIDO PELO
      *          TRPSCORE (PESOS DAS QUATRO NOTAS E NOTA MINIMA) E
      *          PELO PRGCOB09 (ACAO NA COMPRA DE FRETE PARA A
      *          TRANSPORTADORA ABAIXO DO MINIMO: A-AVISAR OU
      *          E-EXCLUIR DA COMPRA); SEM ARQUIVO, VALEM OS PADROES
      *          DE CADA PROGRAMA; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  SCP-REC.
           05  SCP-PESO-CUSTO      PIC 9(03).
           05  SCP-PESO-DISPUTA    PIC 9(03).
           05  SCP-PESO-PRAZO      PIC 9(03).
           05  SCP-PESO-DEVOLUCAO  PIC 9(03).
           05  SCP-NOTA-MINIMA     PIC 9(03).
           05  SCP-ACAO            PIC X(01).
