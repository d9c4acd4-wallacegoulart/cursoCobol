      *          ENCERCTL.DAT IMPEDE ENCERRAR O MESMO EXERCICIO DUAS
      *          VEZES (RC=8)
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
               10  WRK-CTA-TIPO   PIC X(01).
               10  WRK-CTA-SALDO  PIC S9(13)V99.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF.
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA.

           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
           END-IF
           MOVE WRK-DATA-ENCER TO GL-DATA-EXEC
           MOVE ZEROS          TO GL-EMPRESA
           MOVE 'ENCEREXE'     TO GL-ORIGEM
           MOVE WRK-GL-LOTE    TO GL-DOCUMENTO
           WRITE GL-REC

           ADD 1 TO WRK-QTD-GERADOS
