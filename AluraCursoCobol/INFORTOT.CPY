      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS TOTAIS DO INFORME DE
      *          RENDIMENTOS (DATA/INFORMETOT.DAT), REGRAVADO PELO
      *          INFORME A CADA EMISSAO COM UM REGISTRO POR
      *          FUNCIONARIO E OS MESMOS VALORES IMPRESSOS NO
      *          INFORME, E LIDO PELO DECLANUAL PARA CONFERIR A
      *          DECLARACAO ANUAL DA EMPRESA CONTRA O QUE FOI
      *          ENTREGUE AOS FUNCIONARIOS; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  INF-REC.
           05  INF-ANO               PIC 9(04).
           05  INF-NUMERO            PIC 9(06).
           05  INF-NOME              PIC X(20).
           05  INF-TRIBUTAVEL        PIC 9(11)V99.
           05  INF-ISENTO            PIC 9(11)V99.
           05  INF-INSS              PIC 9(11)V99.
           05  INF-IRRF              PIC 9(11)V99.
           05  INF-DECIMO            PIC 9(11)V99.
