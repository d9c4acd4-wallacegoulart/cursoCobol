      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE RESPONSAVEIS
      *          PELOS ALUNOS (DATA/RESPONS.DAT), MANTIDO PELO
      *          RESPMANUT E LIDO PELO MENSALIDADE, FREQALERT,
      *          CERTEMIT, COBRANCA E EXTRATOCLI; A CHAVE E O CPF DO
      *          RESPONSAVEL (DIGITOS VERIFICADORES VALIDADOS COMO NO
      *          TESTECPF), QUE LIGA O RESPONSAVEL AOS ALUNOS PELO
      *          CAMPO ALU-CPF-RESPONSAVEL DO ALUNOS.DAT; CAMPOS NOVOS
      *          SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  RSP-REC.
           05  RSP-CPF            PIC 9(11).
           05  RSP-NOME           PIC X(30).
           05  RSP-ENDERECO       PIC X(30).
           05  RSP-CIDADE         PIC X(20).
           05  RSP-UF             PIC X(02).
           05  RSP-CEP            PIC 9(08).
           05  RSP-TELEFONE       PIC 9(11).
           05  RSP-EMAIL          PIC X(40).
