      *            DE VIGENCIA E LE DALI EM DIANTE, EM VEZ DE VARRER
      *            A TRILHA DE AUDITORIA INTEIRA; OS SALARIOS DO
      *            MESTRE JA SAO NUMERICOS (DESEDITADOS NA CARGA)
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ATR-DATA-ORIGINAL  PIC 9(08).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-CONTABILIZACAO.
       01  PRM-CTB-REC.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

               10  WRK-FXN-ANO-FIM    PIC 9(02).
               10  WRK-FXN-PERCENTUAL PIC 9(02)V99.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO   TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO  TO GL-CONTA-CREDITO
               MOVE SPACES             TO GL-CCUSTO
               MOVE WRK-TOTAL-ATRASADOS TO GL-VALOR
               MOVE WRK-DATA-EXEC      TO GL-DATA-EXEC
               MOVE ZEROS              TO GL-EMPRESA
               MOVE 'DISSIDIO'         TO GL-ORIGEM
               MOVE WRK-GL-LOTE        TO GL-DOCUMENTO
               WRITE GL-REC
               CLOSE LANCAMENTO-CONTABIL
           END-IF.
