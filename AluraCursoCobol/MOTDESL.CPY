      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA TABELA DE MOTIVOS DE
      *          DESLIGAMENTO (DATA/MOTDESL.DAT), COM OS CODIGOS DE
      *          MOVIMENTACAO DO ARQUIVO ENTREGUE AO GOVERNO; LIDA
      *          PELO RESCISAO (O MOTIVO INFORMADO NA RESCISAO DEVE
      *          EXISTIR NA TABELA) E PELO QUADROREL (DESLIGAMENTOS
      *          POR MOTIVO E CODIGO DO ARQUIVO DE MOVIMENTACAO)
      *DATA = 15/10/2026
       01  MTD-REC.
           05  MTD-CODIGO         PIC 9(02).
           05  MTD-DESCRICAO      PIC X(30).
