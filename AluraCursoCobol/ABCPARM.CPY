      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PARAMETRO DA CURVA ABC
      *          (DATA/ABCPARM.DAT): CORTES DE PARTICIPACAO ACUMULADA
      *          NA RECEITA PARA AS CLASSES A E B (PADRAO 80 E 95, O
      *          RESTO E C), MESES DE HISTORICO ANALISADOS PELO ABCANAL
      *          (PADRAO 12) E A TOLERANCIA PERCENTUAL SOBRE O LIMITE
      *          DE CREDITO DADA PELO PRGCOB09 AO CLIENTE DA CLASSE A
      *          (PADRAO 10); SEM ARQUIVO, VALEM OS PADROES DE CADA
      *          PROGRAMA; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  ABP-REC.
           05  ABP-CORTE-A         PIC 9(03).
           05  ABP-CORTE-B         PIC 9(03).
           05  ABP-MESES           PIC 9(02).
           05  ABP-TOLERANCIA-A    PIC 9(03).
