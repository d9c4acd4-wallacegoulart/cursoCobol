      *          MATRIZ DE AUTORIZACAO (COMO O UFMANUT) E A TRILHA
      *          DE MUDANCAS SAI NO PLANOCTAAUD.DAT
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - INDICADOR DE CONTA INTERCOMPANHIA
      *            E CONTA PAR NA INCLUSAO/ALTERACAO, USADOS PELA
      *            ELIMINACAO DO CONSOLID; A CONTA PAR PRECISA
      *            EXISTIR NO PLANO
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  AUDITORIA-PLANO.
       01  AUD-REC.
       77  WRK-CTA-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-AUD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-CONTAS    VALUE 'Y'.
       77  WRK-DESCRICAO     PIC X(20)  VALUE SPACES.
       77  WRK-TIPO          PIC X(01)  VALUE SPACE.
           88  TIPO-VALIDO   VALUE 'A' 'P' 'R' 'D'.
       77  WRK-INTERCOMPANHIA PIC X(01) VALUE 'N'.
           88  INTERCOMPANHIA-VALIDO VALUE 'S' 'N'.
           88  CONTA-INTERCOMPANHIA  VALUE 'S'.
       77  WRK-CONTA-PAR     PIC X(10)  VALUE SPACES.
       77  WRK-PAR-ACHADA    PIC X      VALUE 'N'.
           88  CONTA-PAR-ENCONTRADA VALUE 'Y'.
       77  WRK-TEM-LANCAMENTO PIC X     VALUE 'N'.
           88  CONTA-COM-LANCAMENTO VALUE 'Y'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
               10  WRK-CTA-DESCR  PIC X(20).
               10  WRK-CTA-TIPO   PIC X(01).
               10  WRK-CTA-ATIVA  PIC X(01).
               10  WRK-CTA-INTERCIA PIC X(01).
               10  WRK-CTA-PAR    PIC X(10).

       PROCEDURE DIVISION.

               MOVE CTA-DESCRICAO TO WRK-CTA-DESCR(WRK-CTA-QTD)
               MOVE CTA-TIPO      TO WRK-CTA-TIPO(WRK-CTA-QTD)
               MOVE CTA-ATIVA     TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               MOVE CTA-INTERCOMPANHIA TO
                   WRK-CTA-INTERCIA(WRK-CTA-QTD)
               MOVE CTA-CONTA-PAR TO WRK-CTA-PAR(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'CTAMANUT' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

                   MOVE WRK-DESCRICAO TO WRK-CTA-DESCR(WRK-CTA-QTD)
                   MOVE WRK-TIPO      TO WRK-CTA-TIPO(WRK-CTA-QTD)
                   MOVE 'S'           TO WRK-CTA-ATIVA(WRK-CTA-QTD)
                   MOVE WRK-INTERCOMPANHIA TO
                       WRK-CTA-INTERCIA(WRK-CTA-QTD)
                   MOVE WRK-CONTA-PAR TO WRK-CTA-PAR(WRK-CTA-QTD)
                   PERFORM 0260-REGRAVAR-PLANO
                   PERFORM 0270-GRAVAR-TRILHA
                   DISPLAY 'CONTA INCLUIDA COM SUCESSO'
               MOVE WRK-DESCRICAO TO WRK-CTA-DESCR(WRK-CTA-IDX)
               MOVE WRK-TIPO      TO WRK-CTA-TIPO(WRK-CTA-IDX)
               MOVE 'S'           TO WRK-CTA-ATIVA(WRK-CTA-IDX)
               MOVE WRK-INTERCOMPANHIA TO
                   WRK-CTA-INTERCIA(WRK-CTA-IDX)
               MOVE WRK-CONTA-PAR TO WRK-CTA-PAR(WRK-CTA-IDX)
               PERFORM 0260-REGRAVAR-PLANO
               PERFORM 0270-GRAVAR-TRILHA
               DISPLAY 'CONTA ALTERADA COM SUCESSO'
               DISPLAY 'TIPO DE CONTA INVALIDO - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'CONTA INTERCOMPANHIA (S/N).. '
           ACCEPT WRK-INTERCOMPANHIA
           IF NOT INTERCOMPANHIA-VALIDO
               DISPLAY 'INDICADOR INTERCOMPANHIA INVALIDO - '
                   'OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WRK-CONTA-PAR
           IF CONTA-INTERCOMPANHIA
               DISPLAY 'CONTA PAR DA ELIMINACAO (BRANCO = A PROPRIA '
                   'CONTA).. '
               ACCEPT WRK-CONTA-PAR
               IF WRK-CONTA-PAR NOT = SPACES
                   AND WRK-CONTA-PAR NOT = WRK-CONTA
                   MOVE 'N' TO WRK-PAR-ACHADA
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-CTA-QTD
                       IF WRK-CTA-CODIGO(WRK-SUB) = WRK-CONTA-PAR
                           SET CONTA-PAR-ENCONTRADA TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CONTA-PAR-ENCONTRADA
                       DISPLAY 'CONTA PAR ' WRK-CONTA-PAR
                           ' NAO CADASTRADA - OPERACAO RECUSADA'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      **********CONTA COM LANCAMENTO NAO SAI DO PLANO**********
               MOVE WRK-CTA-DESCR(WRK-SUB)  TO CTA-DESCRICAO
               MOVE WRK-CTA-TIPO(WRK-SUB)   TO CTA-TIPO
               MOVE WRK-CTA-ATIVA(WRK-SUB)  TO CTA-ATIVA
               MOVE WRK-CTA-INTERCIA(WRK-SUB) TO CTA-INTERCOMPANHIA
               MOVE WRK-CTA-PAR(WRK-SUB)    TO CTA-CONTA-PAR
               WRITE CTA-REC
           END-PERFORM.

               ELSE
                   DISPLAY 'SITUACAO.: INATIVA'
               END-IF
               IF WRK-CTA-INTERCIA(WRK-CTA-IDX) = 'S'
                   DISPLAY 'INTERCIA.: SIM - CONTA PAR '
                       WRK-CTA-PAR(WRK-CTA-IDX)
               ELSE
                   DISPLAY 'INTERCIA.: NAO'
               END-IF
           ELSE
               DISPLAY 'CONTA NAO CADASTRADA'
           END-IF.
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

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
