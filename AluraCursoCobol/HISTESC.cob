      *          SITUACAO DE CADA UM E O RESULTADO FINAL (ULTIMO
      *          PERIODO GRAVADO)
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO HISTORICO.DAT NO
      *            HISTESCO.CPY: O REGISTRO PARCIAL DO ALUNO
      *            TRANSFERIDO (TRANSFAL) E LIDO COMO UM REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-ESCOLAR.
       COPY "HISTESCO.CPY".

       FD  RELATORIO-HISTORICO.
       01  REL-LINHA            PIC X(80).
