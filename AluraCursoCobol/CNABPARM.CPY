      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PARAMETRO DAS REMESSAS DE
      *          PAGAMENTO (DATA/CNABPARM.DAT): UM REGISTRO DE
      *          CONTROLE (TIPO 0) COM O LAYOUT EM USO - C PARA CNAB
      *          240, P PARA O LAYOUT PROPRIO - E O BANCO DA CONTA DE
      *          PAGAMENTO, E UM REGISTRO POR EMPRESA (TIPO 1) COM
      *          CNPJ, NOME, AGENCIA, CONTA E CONVENIO QUE VAO NO
      *          HEADER DO LOTE DA EMPRESA; A EMPRESA 00 E A DO
      *          HEADER DE ARQUIVO E A DOS PAGAMENTOS DO CONTASPG;
      *          SEM O ARQUIVO VALE O LAYOUT PROPRIO
      *DATA = 15/10/2026
       01  CNP-CONTROLE.
           05  CNP-CTL-TIPO        PIC X(01).
           05  CNP-CTL-LAYOUT      PIC X(01).
           05  CNP-CTL-BANCO       PIC 9(03).
           05  CNP-CTL-NOME-BANCO  PIC X(30).
       01  CNP-EMPRESA.
           05  CNP-EMP-TIPO        PIC X(01).
           05  CNP-EMP-EMPRESA     PIC 9(02).
           05  CNP-EMP-CNPJ        PIC 9(14).
           05  CNP-EMP-NOME        PIC X(30).
           05  CNP-EMP-AGENCIA     PIC 9(05).
           05  CNP-EMP-AGENCIA-DV  PIC X(01).
           05  CNP-EMP-CONTA       PIC 9(12).
           05  CNP-EMP-CONTA-DV    PIC X(01).
           05  CNP-EMP-CONVENIO    PIC X(20).
