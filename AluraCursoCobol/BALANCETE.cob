      *            ENCERRAMENTO) DESTACADOS EM SECAO PROPRIA, COM
      *            QUANTIDADE E VALOR TOTAL, PARA NAO SE CONFUNDIREM
      *            COM O MOVIMENTO NORMAL DO MES
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-BALANCETE.
       01  REL-LINHA              PIC X(100).
