      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE FORNECEDORES
      *          (DATA/FORNMAST.DAT), MANTIDO PELO FORNMANT E LIDO
      *          PELO CONTASPG NO LANCAMENTO DAS NOTAS DE FORNECEDOR E
      *          NA REMESSA DE PAGAMENTO; DOCUMENTO E O CNPJ (PESSOA
      *          J) OU O CPF NOS 11 ULTIMOS DIGITOS (PESSOA F); CONTA
      *          DE DESPESA E PRAZO EM DIAS SAO O PADRAO DA NOTA;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  FOR-REC.
           05  FOR-CODIGO         PIC 9(05).
           05  FOR-NOME           PIC X(30).
           05  FOR-TIPO-PESSOA    PIC X(01).
               88  FOR-PESSOA-FISICA   VALUE 'F'.
               88  FOR-PESSOA-JURIDICA VALUE 'J'.
           05  FOR-DOCUMENTO      PIC 9(14).
           05  FOR-BANCO          PIC 9(03).
           05  FOR-AGENCIA        PIC 9(04).
           05  FOR-CONTA          PIC 9(08).
           05  FOR-CONTA-DESPESA  PIC X(10).
           05  FOR-PRAZO-DIAS     PIC 9(03).
           05  FOR-ATIVO          PIC X(01).
               88  FOR-E-ATIVO    VALUE 'S'.
