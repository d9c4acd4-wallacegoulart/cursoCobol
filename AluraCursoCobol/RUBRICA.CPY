      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE RUBRICAS DE
      *          FOLHA (DATA/RUBRICAS.DAT), LIDO PELO EXE02: CADA
      *          PROVENTO OU DESCONTO DO CONTRACHEQUE E UMA RUBRICA
      *          COM A INCIDENCIA DE INSS, IRRF E FGTS E A CONTA
      *          CONTABIL; A CLASSE LIGA A RUBRICA AO CALCULO DA
      *          FOLHA (S=SALARIO BASE, H=HORAS EXTRAS, F=FALTAS,
      *          I=INSS, R=IRRF, E=EMPRESTIMO CONSIGNADO, A=DESCONTO
      *          DO ADIANTAMENTO QUINZENAL DO ADIANT, L=DIAS DE
      *          AFASTAMENTO NAO PAGOS PELA EMPRESA, T=PARTE DO
      *          FUNCIONARIO NO VALE-TRANSPORTE, B=PARTE DO
      *          FUNCIONARIO NO VALE-REFEICAO, DO BENEFIC, P=PENSAO
      *          ALIMENTICIA DAS ORDENS DO PENSAO.DAT) E A CLASSE
      *          V E A RUBRICA VARIAVEL LANCADA NO MOVIMENTO DO MES
      *          (RUBMOV.DAT) - PROVENTO OU DESCONTO NOVO ENTRA COMO
      *          LINHA NESTE CADASTRO, SEM MUDAR LAYOUT; CAMPOS NOVOS
      *          SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  RUB-REC.
           05  RUB-CODIGO         PIC 9(03).
           05  RUB-DESCRICAO      PIC X(20).
           05  RUB-NATUREZA       PIC X(01).
               88  RUBRICA-PROVENTO     VALUE 'P'.
               88  RUBRICA-DESCONTO     VALUE 'D'.
           05  RUB-INCIDE-INSS    PIC X(01).
           05  RUB-INCIDE-IRRF    PIC X(01).
           05  RUB-INCIDE-FGTS    PIC X(01).
           05  RUB-CONTA          PIC X(10).
           05  RUB-CLASSE         PIC X(01).
               88  RUBRICA-CLASSE-VALIDA
                       VALUE 'S' 'H' 'F' 'I' 'R' 'E' 'A' 'L' 'T' 'B'
                             'P' 'V'.
               88  RUBRICA-VARIAVEL     VALUE 'V'.
