      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PARAMETRO DA PROVISAO DE
      *          DECIMO TERCEIRO (DATA/PROV13PARM.DAT), LIDO PELO
      *          PROV13 E PELO EXE02: CONTA DE DESPESA DO 1/12 DO
      *          SALARIO, CONTA DO PASSIVO DA PROVISAO, CONTA DE
      *          DESPESA DOS ENCARGOS SOBRE A PROVISAO E O MES EM QUE
      *          A FOLHA PAGA O DECIMO TERCEIRO E REVERTE O SALDO
      *          PROVISIONADO; SEM ARQUIVO, VALEM OS PADROES DE CADA
      *          PROGRAMA (5160-DC13, 2510-PR13, 5170-EN13 E MES 12);
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  P13P-REC.
           05  P13P-CONTA-DESPESA  PIC X(10).
           05  P13P-CONTA-PROVISAO PIC X(10).
           05  P13P-CONTA-ENCARGOS PIC X(10).
           05  P13P-MES-PAGAMENTO  PIC 9(02).
