      *          REJEICOES); UM DIA SEM EXCECOES TAMBEM GERA O
      *          RELATORIO DIZENDO ISSO
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - EXCECOES DO RETORNO DA COBRANCA
      *            (BOLRETEXC.DAT DO BOLRET: BOLETOS REJEITADOS,
      *            PROTESTADOS E OCORRENCIAS NAO CASADAS) ENTRAM NO
      *            CONSOLIDADO COM VEREDITO PROPRIO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTA-STATUS.

           SELECT EXCECOES-COBRANCA ASSIGN TO "DATA/BOLRETEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COB-STATUS.

           SELECT RELATORIO-EXCECOES ASSIGN TO "DATA/EXCDIARIOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  EXC-NTA-NOTA2     PIC 9(02).
           05  EXC-NTA-MOTIVO    PIC X(32).

       FD  EXCECOES-COBRANCA.
       01  EXC-COB-REC.
           05  EXC-COB-NOSSO-NUMERO PIC 9(11).
           05  EXC-COB-FATURA       PIC 9(06).
           05  EXC-COB-PARCELA      PIC 9(02).
           05  EXC-COB-OCORRENCIA   PIC X(02).
           05  EXC-COB-DATA         PIC 9(08).
           05  EXC-COB-MOTIVO       PIC X(32).

       FD  RELATORIO-EXCECOES.
       01  REL-LINHA               PIC X(100).

       77  WRK-VAR-STATUS      PIC X(02) VALUE '00'.
       77  WRK-DUP-STATUS      PIC X(02) VALUE '00'.
       77  WRK-NTA-STATUS      PIC X(02) VALUE '00'.
       77  WRK-COB-STATUS      PIC X(02) VALUE '00'.
       77  WRK-EOF             PIC X     VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VARORC      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALUNOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOTAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-COBRANCA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TOTAL       PIC 9(06) VALUE ZEROS.
       77  WRK-SUBSISTEMA      PIC X(10) VALUE SPACES.
       77  WRK-QTD-SUBSISTEMA  PIC 9(05) VALUE ZEROS.
           PERFORM 0240-CONSOLIDAR-VARORC.
           PERFORM 0250-CONSOLIDAR-ALUNOS.
           PERFORM 0260-CONSOLIDAR-NOTAS.
           PERFORM 0270-CONSOLIDAR-COBRANCA.

      ****************REJEICOES DO EXE02***********************
       0210-CONSOLIDAR-EXE02.
               CLOSE EXCECOES-NOTAS
           END-IF.

      ****************EXCECOES DO RETORNO DA COBRANCA**********
       0270-CONSOLIDAR-COBRANCA.
           MOVE 'BOLRET - BOLETOS REJEITADOS E PROTESTADOS' TO
               REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'N' TO WRK-EOF
           OPEN INPUT EXCECOES-COBRANCA
           IF WRK-COB-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ EXCECOES-COBRANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTD-COBRANCA
               MOVE SPACES TO REL-LINHA
               STRING '  NOSSO NUMERO ' DELIMITED BY SIZE
                   EXC-COB-NOSSO-NUMERO DELIMITED BY SIZE
                   ' FATURA ' DELIMITED BY SIZE
                   EXC-COB-FATURA DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   EXC-COB-PARCELA DELIMITED BY SIZE
                   ' MOTIVO: ' DELIMITED BY SIZE
                   EXC-COB-MOTIVO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               READ EXCECOES-COBRANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-COB-STATUS = '00' OR WRK-COB-STATUS = '10'
               CLOSE EXCECOES-COBRANCA
           END-IF.

       0300-FINALIZAR.
           MOVE '------------------------------------------------' TO
               REL-LINHA.
           MOVE 'NOTAEDIT  ' TO WRK-SUBSISTEMA
           MOVE WRK-QTD-NOTAS TO WRK-QTD-SUBSISTEMA
           PERFORM 0350-GRAVAR-VEREDITO.
           MOVE 'BOLRET    ' TO WRK-SUBSISTEMA
           MOVE WRK-QTD-COBRANCA TO WRK-QTD-SUBSISTEMA
           PERFORM 0350-GRAVAR-VEREDITO.

           IF WRK-QTD-TOTAL = 0
               MOVE 'CICLO SEM EXCECOES EM NENHUM SUBSISTEMA' TO
