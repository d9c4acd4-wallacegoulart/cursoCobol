      *          DA FUNCAO BAIXAPER NA MATRIZ DE AUTORIZACAO, COM A
      *          DECISAO GRAVADA NA TRILHA SEGAUDIT
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PAR-STATUS         PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  PARAMETROS-PERDA.
       01  PRM-REC.
       77  WRK-PAR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-SEG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-SEG-ULT-SEQ     PIC 9(08)    VALUE ZEROS.
       77  WRK-SEG-ULT-ELO     PIC 9(10)    VALUE ZEROS.
       77  WRK-SEG-ELO         PIC 9(12)    VALUE ZEROS.
       77  WRK-SEG-POS         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-TAM         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-FIM         PIC X(01)    VALUE 'N'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PAR-EOF         PIC X        VALUE 'N'.
           88  FIM-PARCELAS    VALUE 'Y'.
       77  WRK-TOTAL-BAIXADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

           05  WRK-PAR-ITEM OCCURS 500 TIMES.
               10  WRK-PAR-REGISTRO PIC X(28).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
               AT END MOVE 'Y' TO WRK-CTA-EOF
           END-READ
           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'BAIXAPER' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE WRK-TOTAL-BAIXADO TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'BAIXAPERDA'      TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
               CLOSE LANCAMENTO-CONTABIL
           END-IF.
               DISPLAY 'NENHUMA PARCELA ALEM DA IDADE DE BAIXA'
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********TRILHA DE SEGURANCA - ULTIMO ELO DA CADEIA*****
      *    LE O SEGAUDIT ATE O FIM PARA OBTER A SEQUENCIA E O ELO
      *    DO ULTIMO REGISTRO ENCADEADO (REGISTROS ANTIGOS, SEM
      *    ENCADEAMENTO, SAO IGNORADOS; ARQUIVO VAZIO COMECA EM 1)
       0196-LER-ULTIMO-ELO-SEG.
           MOVE ZEROS TO WRK-SEG-ULT-SEQ
           MOVE ZEROS TO WRK-SEG-ULT-ELO
           MOVE 'N' TO WRK-SEG-FIM

           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-SEG-FIM
           END-READ
           PERFORM UNTIL WRK-SEG-FIM = 'Y'
               IF SEG-SEQUENCIA IS NUMERIC
                   AND SEG-ELO IS NUMERIC
                   MOVE SEG-SEQUENCIA TO WRK-SEG-ULT-SEQ
                   MOVE SEG-ELO       TO WRK-SEG-ULT-ELO
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-SEG-FIM
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - ENCADEAMENTO DO REGISTRO*
      *    PROXIMA SEQUENCIA, ELO DO REGISTRO ANTERIOR E ELO DESTE
      *    REGISTRO: PARTINDO DO ELO ANTERIOR, ELO = RESTO DE
      *    (ELO * 31 + ORDINAL DO BYTE) POR 9999999967 PARA CADA
      *    UM DOS 62 BYTES (DADOS, SEQUENCIA E ELO ANTERIOR) E DOS
      *    QUE VEM DEPOIS DO ELO (FUNCAO E COMPLEMENTOS) ATE O
      *    ULTIMO NAO BRANCO - A MESMA CONTA E REFEITA PELO SEGVERIF
       0197-ENCADEAR-SEG.
           ADD 1 TO WRK-SEG-ULT-SEQ
           MOVE WRK-SEG-ULT-SEQ TO SEG-SEQUENCIA
           MOVE WRK-SEG-ULT-ELO TO SEG-ELO-ANTERIOR
           MOVE WRK-SEG-ULT-ELO TO WRK-SEG-ELO

           MOVE LENGTH OF SEG-REC TO WRK-SEG-TAM
           PERFORM UNTIL WRK-SEG-TAM < 73
                   OR SEG-REC(WRK-SEG-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-SEG-TAM
           END-PERFORM

           PERFORM VARYING WRK-SEG-POS FROM 1 BY 1
                   UNTIL WRK-SEG-POS > WRK-SEG-TAM
               IF WRK-SEG-POS < 63 OR WRK-SEG-POS > 72
                   COMPUTE WRK-SEG-ELO = FUNCTION MOD(WRK-SEG-ELO
                       * 31 + FUNCTION ORD(SEG-REC(WRK-SEG-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM

           MOVE WRK-SEG-ELO TO SEG-ELO
           MOVE WRK-SEG-ELO TO WRK-SEG-ULT-ELO.
