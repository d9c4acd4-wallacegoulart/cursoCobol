      *          REEMISSAO - ACABA O CERTIFICADO DE EDITOR DE TEXTO
      *          SEM CONTROLE DE NUMERACAO
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - BLOCO DE ENTREGA COM NOME E ENDERECO
      *            DO RESPONSAVEL VINCULADO (CADASTRO RESPONS)
      *ALTERACAO = 15/10/2026 - GRUPO DE TRANSFERENCIA NO LEIAUTE
      *            DO ALUNOS.DAT - A LINHA DO ALUNO TRANSFERIDO E UM
      *            REGISTRO SO
      *ALTERACAO = 15/10/2026 - LAYOUT DO HISTORICO.DAT NO
      *            HISTESCO.CPY: O REGISTRO PARCIAL DO ALUNO
      *            TRANSFERIDO (TRANSFAL) E LIDO COMO UM REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIV-STATUS.

           SELECT CADASTRO-RESPONSAVEIS ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT CERTIFICADOS ASSIGN TO "DATA/CERTIFICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  HISTORICO-ESCOLAR.
       COPY "HISTESCO.CPY".

       FD  RESULTADO-FINAL.
       01  RSF-REC.
           05  LIV-EMISSOR      PIC X(20).
           05  LIV-TIPO         PIC X(01).

       FD  CADASTRO-RESPONSAVEIS.
       COPY "RESPONS.CPY".

       FD  CERTIFICADOS.
       01  CERT-LINHA           PIC X(80).

       77  WRK-CTL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-LIV-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RSP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RSP-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-RSP-ACHADO      PIC X      VALUE 'N'.
           88  RESPONSAVEL-CADASTRADO VALUE 'Y'.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
               10  WRK-RSF-MATRICULA PIC 9(06).
               10  WRK-RSF-SITUACAO  PIC X(15).

       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 300 TIMES.
               10  WRK-RSP-REGISTRO  PIC X(152).

       01  WRK-TAB-LIVRO.
           05  WRK-LIV-ITEM OCCURS 500 TIMES.
               10  WRK-LIV-NUMERO    PIC 9(06).
           PERFORM 0120-CARREGAR-RESULTADOS.
           PERFORM 0130-CARREGAR-LIVRO.
           PERFORM 0140-LER-CONTADOR.
           PERFORM 0150-CARREGAR-RESPONSAVEIS.

           OPEN INPUT CADASTRO-ALUNOS.
           IF WRK-ALU-STATUS NOT = '00'
               CLOSE CONTADOR-CERTIFICADOS
           END-IF.

      **********CADASTRO DE RESPONSAVEIS (ENTREGA)*************
       0150-CARREGAR-RESPONSAVEIS.
           OPEN INPUT CADASTRO-RESPONSAVEIS
           IF WRK-RSP-STATUS = '00'
               READ CADASTRO-RESPONSAVEIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-RSP-QTD >= 300
                       DISPLAY 'ERRO: CADASTRO DE RESPONSAVEIS EXCEDE '
                           'O LIMITE DE 300 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-RSP-QTD
                   MOVE RSP-REC TO WRK-RSP-REGISTRO(WRK-RSP-QTD)
                   READ CADASTRO-RESPONSAVEIS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-RESPONSAVEIS
           END-IF
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-ARQUIVO
               IF ALU-SERIE >= WRK-SERIE-FINAL
               WRK-EMISSOR DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING
           WRITE CERT-LINHA
           PERFORM 0265-ENDERECAR-ENTREGA.

      **********ENTREGA AO RESPONSAVEL VINCULADO***************
      *SEM RESPONSAVEL NO CADASTRO RESPONS O CERTIFICADO FICA NA
      *SECRETARIA PARA RETIRADA, COMO ANTES
       0265-ENDERECAR-ENTREGA.
           MOVE 'N' TO WRK-RSP-ACHADO
           IF ALU-CPF-RESPONSAVEL NOT NUMERIC
               MOVE ZEROS TO ALU-CPF-RESPONSAVEL
           END-IF
           IF ALU-CPF-RESPONSAVEL NOT = ZEROS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-RSP-QTD
                   IF WRK-RSP-REGISTRO(WRK-SUB)(1:11) =
                       ALU-CPF-RESPONSAVEL
                       MOVE WRK-RSP-REGISTRO(WRK-SUB) TO RSP-REC
                       SET RESPONSAVEL-CADASTRADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF NOT RESPONSAVEL-CADASTRADO
               EXIT PARAGRAPH
           END-IF

           MOVE '---------------------------------------------' TO
               CERT-LINHA
           WRITE CERT-LINHA
           MOVE SPACES TO CERT-LINHA
           STRING 'ENTREGAR A: ' DELIMITED BY SIZE
               RSP-NOME DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING
           WRITE CERT-LINHA
           MOVE SPACES TO CERT-LINHA
           STRING '            ' DELIMITED BY SIZE
               RSP-ENDERECO DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING
           WRITE CERT-LINHA
           MOVE SPACES TO CERT-LINHA
           STRING '            ' DELIMITED BY SIZE
               RSP-CEP(1:5) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               RSP-CEP(6:3) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               RSP-CIDADE DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               RSP-UF DELIMITED BY SIZE
               INTO CERT-LINHA
           END-STRING
           WRITE CERT-LINHA.

       0300-FINALIZAR.
