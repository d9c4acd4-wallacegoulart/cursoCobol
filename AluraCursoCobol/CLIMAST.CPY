      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO MESTRE DE CLIENTES
      *          (DATA/CLIMAST.DAT, INDEXADO COM CHAVE CLI-CPF,
      *          CARREGADO DE CLIMAST.SEQ PELO CLICARGA), USADO PELO
      *          PRGCOB02, TESTECPF, PRGCOB09, CLIMANUT, CLICARGA E
      *          LGPDCLI
      *DATA = 23/08/2026
       01  CLI-REC.
           05  CLI-PRIMEIRO-NOME  PIC X(10).
               88  CLIENTE-ANONIMIZADO VALUE 'ANONIMO'.
           05  CLI-ULTIMO-NOME    PIC X(10).
           05  CLI-CPF            PIC 9(11).
           05  CLI-ENDERECO       PIC X(30).
