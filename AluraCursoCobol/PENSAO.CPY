      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE ORDENS JUDICIAIS
      *          DE PENSAO ALIMENTICIA (DATA/PENSAO.DAT), MANTIDO PELO
      *          PENMANUT E LIDO PELO EXE02; UMA ORDEM POR FUNCIONARIO
      *          E SEQUENCIA, COM O BENEFICIARIO (NOME, CPF E CONTA
      *          PARA O CREDITO NA REMESSA DO BANCOPAG), O PROCESSO E
      *          A BASE DE CALCULO DEFINIDA NA SENTENCA: L=PERCENTUAL
      *          SOBRE OS RENDIMENTOS MENOS INSS E IRRF, B=PERCENTUAL
      *          SOBRE OS RENDIMENTOS BRUTOS, F=VALOR FIXO MENSAL; A
      *          ORDEM VALE DA DATA DE INICIO ATE A DATA DE FIM
      *          (ZEROS = SEM TERMINO); CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  PEN-REC.
           05  PEN-NUMERO         PIC 9(06).
           05  PEN-SEQUENCIA      PIC 9(02).
           05  PEN-PROCESSO       PIC X(20).
           05  PEN-BENEF-NOME     PIC X(30).
           05  PEN-BENEF-CPF      PIC 9(11).
           05  PEN-BANCO          PIC 9(03).
           05  PEN-AGENCIA        PIC 9(04).
           05  PEN-CONTA          PIC 9(08).
           05  PEN-BASE           PIC X(01).
               88  PENSAO-SOBRE-LIQUIDO  VALUE 'L'.
               88  PENSAO-SOBRE-BRUTO    VALUE 'B'.
               88  PENSAO-VALOR-FIXO     VALUE 'F'.
               88  PENSAO-BASE-VALIDA    VALUE 'L' 'B' 'F'.
           05  PEN-PERCENTUAL     PIC 9(03)V99.
           05  PEN-VALOR-FIXO     PIC 9(07)V99.
           05  PEN-DATA-INICIO    PIC 9(08).
           05  PEN-DATA-FIM       PIC 9(08).
