      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE AFASTAMENTOS
      *          DOS FUNCIONARIOS (DATA/AFASTAM.DAT), MANTIDO PELO
      *          AFASTMANUT: UM REGISTRO POR AFASTAMENTO, COM O TIPO,
      *          A DATA DE INICIO, O RETORNO PREVISTO E O RETORNO
      *          EFETIVO (ZEROS = FUNCIONARIO AINDA AFASTADO); AS
      *          DATAS DE RETORNO SAO O PRIMEIRO DIA DE VOLTA AO
      *          TRABALHO. TIPOS: D = DOENCA E A = ACIDENTE DE
      *          TRABALHO (EMPRESA PAGA OS 15 PRIMEIROS DIAS, O INSS
      *          PAGA DO 16O DIA EM DIANTE), M = LICENCA MATERNIDADE
      *          (PAGA PELA EMPRESA E COMPENSADA NA GUIA DO INSS) E
      *          N = LICENCA NAO REMUNERADA (CONTRATO SUSPENSO);
      *          O EXE02, O PROV13, O FERIAS E A RESCISAO LEEM ESTE
      *          CADASTRO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  AFT-REC.
           05  AFT-NUMERO           PIC 9(06).
           05  AFT-TIPO             PIC X(01).
               88  AFASTAMENTO-DOENCA         VALUE 'D'.
               88  AFASTAMENTO-ACIDENTE       VALUE 'A'.
               88  AFASTAMENTO-MATERNIDADE    VALUE 'M'.
               88  AFASTAMENTO-NAO-REMUNERADO VALUE 'N'.
               88  AFASTAMENTO-INSS           VALUE 'D' 'A'.
               88  AFASTAMENTO-TIPO-VALIDO    VALUE 'D' 'A' 'M' 'N'.
           05  AFT-DATA-INICIO      PIC 9(08).
           05  AFT-RETORNO-PREVISTO PIC 9(08).
           05  AFT-RETORNO-EFETIVO  PIC 9(08).
           05  AFT-OBSERVACAO       PIC X(30).
