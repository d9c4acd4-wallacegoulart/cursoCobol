      *            RESPONSAVEL COM O NIVEL MINIMO DA FUNCAO USRMANUT
      *            NA MATRIZ DE AUTORIZACAO (AUTMATRIZ), COM A
      *            DECISAO GRAVADA NA TRILHA SEGAUDIT
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AUD-NIVEL         PIC 9(02).
           05  AUD-RESULTADO     PIC X(14).
           05  AUD-DATA-HORA     PIC 9(08).
           05  AUD-SEQUENCIA     PIC 9(08).
           05  AUD-ELO-ANTERIOR  PIC 9(10).
           05  AUD-ELO           PIC 9(10).
           05  AUD-FUNCAO        PIC X(08).

       FD  MATRIZ-AUTORIZACAO.
       01  AUT-REC.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-USR-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-FUNCAO-SEG    PIC X(08)  VALUE 'LOGIN'.
       77  WRK-USR-ACHADO    PIC X      VALUE 'N'.
           88  USUARIO-ENCONTRADO VALUE 'Y'.
       77  WRK-AUD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-RESULTADO     PIC X(14)  VALUE SPACES.
       77  WRK-DATA-HORA     PIC 9(08)  VALUE ZEROS.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           END-PERFORM

           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD
           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
               MOVE 'NAO AUTORIZADO' TO AUD-RESULTADO
           END-IF
           MOVE WRK-DATA-HORA TO AUD-DATA-HORA
           MOVE 'USRMANUT' TO AUD-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE AUD-REC
           CLOSE AUDITORIA-SEGURANCA.


      ****************TROCA DE SENHA PELO USUARIO**************
       0235-TROCAR-SENHA.
           MOVE 'SENHA' TO WRK-FUNCAO-SEG
           PERFORM 0245-LOCALIZAR-USUARIO

           IF NOT USUARIO-ENCONTRADO

      ****************DESBLOQUEIO POR USUARIO ADM**************
       0238-DESBLOQUEAR-USUARIO.
           MOVE 'USRMANUT' TO WRK-FUNCAO-SEG
           PERFORM 0245-LOCALIZAR-USUARIO

           IF NOT USUARIO-ENCONTRADO
       0250-GRAVAR-AUDITORIA.
           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD.

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           MOVE WRK-NIVEL     TO AUD-NIVEL
           MOVE WRK-RESULTADO TO AUD-RESULTADO
           MOVE WRK-DATA-HORA TO AUD-DATA-HORA
           MOVE WRK-FUNCAO-SEG TO AUD-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE AUD-REC.
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - ULTIMO ELO DA CADEIA*****
      *    LE O SEGAUDIT ATE O FIM PARA OBTER A SEQUENCIA E O ELO
      *    DO ULTIMO REGISTRO ENCADEADO (REGISTROS ANTIGOS, SEM
      *    ENCADEAMENTO, SAO IGNORADOS; ARQUIVO VAZIO COMECA EM 1)
       0196-LER-ULTIMO-ELO-SEG.
           MOVE ZEROS TO WRK-SEG-ULT-SEQ
           MOVE ZEROS TO WRK-SEG-ULT-ELO
           MOVE 'N' TO WRK-SEG-FIM

           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-SEG-FIM
           END-READ
           PERFORM UNTIL WRK-SEG-FIM = 'Y'
               IF AUD-SEQUENCIA IS NUMERIC
                   AND AUD-ELO IS NUMERIC
                   MOVE AUD-SEQUENCIA TO WRK-SEG-ULT-SEQ
                   MOVE AUD-ELO       TO WRK-SEG-ULT-ELO
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
           MOVE WRK-SEG-ULT-SEQ TO AUD-SEQUENCIA
           MOVE WRK-SEG-ULT-ELO TO AUD-ELO-ANTERIOR
           MOVE WRK-SEG-ULT-ELO TO WRK-SEG-ELO

           MOVE LENGTH OF AUD-REC TO WRK-SEG-TAM
           PERFORM UNTIL WRK-SEG-TAM < 73
                   OR AUD-REC(WRK-SEG-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-SEG-TAM
           END-PERFORM

           PERFORM VARYING WRK-SEG-POS FROM 1 BY 1
                   UNTIL WRK-SEG-POS > WRK-SEG-TAM
               IF WRK-SEG-POS < 63 OR WRK-SEG-POS > 72
                   COMPUTE WRK-SEG-ELO = FUNCTION MOD(WRK-SEG-ELO
                       * 31 + FUNCTION ORD(AUD-REC(WRK-SEG-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM

           MOVE WRK-SEG-ELO TO AUD-ELO
           MOVE WRK-SEG-ELO TO WRK-SEG-ULT-ELO.
