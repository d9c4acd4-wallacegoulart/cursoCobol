      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS ALIQUOTAS DOS ENCARGOS
      *          PATRONAIS SOBRE A FOLHA (DATA/INSSPATR.DAT), UM
      *          REGISTRO POR EMPRESA COM A COTA PATRONAL DO INSS, O
      *          RAT (RISCO AMBIENTAL DO TRABALHO) E OS TERCEIROS
      *          (SALARIO-EDUCACAO, SISTEMA S, INCRA) E AS CONTAS DE
      *          CONTABILIZACAO; A EMPRESA 00 E O PADRAO DAS EMPRESAS
      *          SEM REGISTRO PROPRIO; LIDO PELO GUIAINSS E PELO
      *          CUSTOFOL; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  PAT-REC.
           05  PAT-EMPRESA        PIC 9(02).
           05  PAT-PCT-PATRONAL   PIC 9(02)V99.
           05  PAT-PCT-RAT        PIC 9(02)V99.
           05  PAT-PCT-TERCEIROS  PIC 9(02)V99.
           05  PAT-CONTA-DEBITO   PIC X(10).
           05  PAT-CONTA-CREDITO  PIC X(10).
