      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE ADESAO A
      *          BENEFICIOS (DATA/BENEFIC.DAT), MANTIDO PELO BENMANUT
      *          E LIDO PELO EXE02 (DESCONTO DA PARTE DO FUNCIONARIO
      *          E CONTABILIZACAO DA PARTE DA EMPRESA) E PELO
      *          BENCOMPRA (PEDIDO MENSAL POR FORNECEDOR); UMA ADESAO
      *          POR FUNCIONARIO E TIPO: T=VALE-TRANSPORTE,
      *          R=VALE-REFEICAO/ALIMENTACAO; O CUSTO MENSAL E O
      *          VALOR COMPRADO DO FORNECEDOR (FORNMAST) E A PARTE DO
      *          FUNCIONARIO E O PERCENTUAL SOBRE O SALARIO BASE
      *          (REGRA S) OU SOBRE O PROPRIO CUSTO (REGRA C), NUNCA
      *          ACIMA DO CUSTO; NO VALE-TRANSPORTE A REGRA E S COM
      *          NO MAXIMO 6 POR CENTO; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  BNF-REC.
           05  BNF-NUMERO         PIC 9(06).
           05  BNF-TIPO           PIC X(01).
               88  BENEFICIO-TRANSPORTE  VALUE 'T'.
               88  BENEFICIO-REFEICAO    VALUE 'R'.
               88  BENEFICIO-TIPO-VALIDO VALUE 'T' 'R'.
           05  BNF-FORNECEDOR     PIC 9(05).
           05  BNF-CUSTO-MENSAL   PIC 9(07)V99.
           05  BNF-REGRA          PIC X(01).
               88  REGRA-SOBRE-SALARIO   VALUE 'S'.
               88  REGRA-SOBRE-CUSTO     VALUE 'C'.
               88  REGRA-VALIDA          VALUE 'S' 'C'.
           05  BNF-PERCENTUAL     PIC 9(03)V99.
           05  BNF-DATA-ADESAO    PIC 9(08).
           05  BNF-SITUACAO       PIC X(01).
               88  BENEFICIO-ATIVO       VALUE 'A'.
               88  BENEFICIO-CANCELADO   VALUE 'C'.
