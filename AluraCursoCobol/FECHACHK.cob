      *          FECHACHKCTL.DAT QUE O FECHAPER PASSA A EXIGIR;
      *          QUALQUER PENDENCIA TERMINA COM RC=8
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY
      *ALTERACAO = 15/10/2026 - LAYOUT DO CONTASPG.DAT PELO COPY
      *            COMPARTILHADO CONTASPG.CPY (TITULOS DE FORNECEDOR)
      *ALTERACAO = 15/10/2026 - LAYOUT DAS EXCECOES DO FATEDIT COM O
      *            NUMERO DO ROMANEIO DE EMBARQUE NO FINAL DO REGISTRO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RUN-EVENTO         PIC X(10).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-VENDCONC.
       01  VCO-LINHA              PIC X(100).

       FD  TITULOS-PAGAR.
       COPY "CONTASPG.CPY".

       FD  EXCECOES-FUNCIONARIO.
       01  EXC-REC.
           05  EXC-FAT-DATA           PIC 9(08).
           05  EXC-FAT-TRANSP         PIC 9(03).
           05  EXC-FAT-MOTIVO         PIC X(32).
           05  EXC-FAT-ROMANEIO       PIC 9(06).

       FD  CONTROLE-PRONTIDAO.
       01  CTL-REC.
