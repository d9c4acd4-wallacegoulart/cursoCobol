      *          ANO LETIVO PELA MESMA SITUACAO - A META E ACABAR
      *          COM A SURPRESA DO REPROVADO POR FALTA EM DEZEMBRO
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CARTA ENDERECADA AO RESPONSAVEL
      *            VINCULADO (CPF DO ALUNO NO CADASTRO RESPONS);
      *            SEM VINCULO SEGUE O TRATAMENTO GENERICO
      *ALTERACAO = 15/10/2026 - ALUNO TRANSFERIDO PARA FORA DA
      *            ESCOLA PELO TRANSFAL (SITUACAO T NO ALUNOS) NAO
      *            RECEBE CARTA DE FREQUENCIA
      *ALTERACAO = 15/10/2026 - CARTA INFORMA O LIMITE DE FALTAS
      *            DO ANO (25 POR CENTO DOS DIAS LETIVOS DO DIASLET
      *            GERADO PELO CALANUAL) E QUANTAS FALTAS AINDA RESTAM
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT CADASTRO-RESPONSAVEIS ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT CARTAS-FREQUENCIA ASSIGN TO "DATA/CARTASFREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT DIAS-LETIVOS ASSIGN TO "DATA/DIASLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FREQUENCIA.
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  CADASTRO-RESPONSAVEIS.
       COPY "RESPONS.CPY".

       FD  CONTROLE-ALERTAS.
       01  CTL-REC.
       01  PRM-REC.
           05  PRM-PCT-AVISO    PIC 9(03).

       FD  DIAS-LETIVOS.
       COPY "DIASLET.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-FRQ-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RSP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-DLT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-CTL-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-NOME-ALUNO      PIC X(20)  VALUE SPACES.
       77  WRK-CPF-RESPONSAVEL PIC 9(11)  VALUE ZEROS.
       77  WRK-RSP-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-RSP-ACHADO      PIC X      VALUE 'N'.
           88  RESPONSAVEL-CADASTRADO VALUE 'Y'.
       77  WRK-JA-AVISADO      PIC X      VALUE 'N'.
           88  FAMILIA-JA-AVISADA VALUE 'Y'.
       77  WRK-QTD-CARTAS      PIC 9(04)  VALUE ZEROS.
       77  WRK-TRANSFERIDO     PIC X      VALUE 'N'.
           88  ALUNO-JA-SAIU   VALUE 'Y'.
       77  WRK-DIAS-LETIVOS-ANO PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FALTAS   PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-FALTAS      PIC 9(03)  VALUE ZEROS.
       77  WRK-FALTAS-RESTANTES PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 200 TIMES.
               10  WRK-ALU-MATRICULA PIC 9(06).
               10  WRK-ALU-NOME      PIC X(20).
               10  WRK-ALU-CPF-RSP   PIC 9(11).
               10  WRK-ALU-SITUACAO  PIC X(01).

       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 300 TIMES.
               10  WRK-RSP-REGISTRO  PIC X(152).

       01  WRK-TAB-ALERTAS.
           05  WRK-CTL-ITEM OCCURS 500 TIMES.

           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0120-CARREGAR-ALERTAS.
           PERFORM 0130-CARREGAR-RESPONSAVEIS.
           PERFORM 0140-CARREGAR-DIAS-LETIVOS.

           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF WRK-FRQ-STATUS NOT = '00'
                   MOVE ALU-MATRICULA TO
                       WRK-ALU-MATRICULA(WRK-ALU-QTD)
                   MOVE ALU-NOME TO WRK-ALU-NOME(WRK-ALU-QTD)
                   IF ALU-CPF-RESPONSAVEL NOT NUMERIC
                       MOVE ZEROS TO ALU-CPF-RESPONSAVEL
                   END-IF
                   MOVE ALU-CPF-RESPONSAVEL TO
                       WRK-ALU-CPF-RSP(WRK-ALU-QTD)
                   MOVE ALU-SITUACAO TO
                       WRK-ALU-SITUACAO(WRK-ALU-QTD)
               END-IF
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********CADASTRO DE RESPONSAVEIS (ENDERECAMENTO)*******
       0130-CARREGAR-RESPONSAVEIS.
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

      **********DIAS LETIVOS DO ANO (CALENDARIO DO CALANUAL)****
      *SEM O DIASLET.DAT A CARTA SAI SEM O LIMITE DE FALTAS
       0140-CARREGAR-DIAS-LETIVOS.
           OPEN INPUT DIAS-LETIVOS
           IF WRK-DLT-STATUS = '00'
               READ DIAS-LETIVOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF DLT-ANO = WRK-ANO-LETIVO
                       ADD DLT-DIAS-LETIVOS TO WRK-DIAS-LETIVOS-ANO
                   END-IF
                   READ DIAS-LETIVOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE DIAS-LETIVOS
           END-IF
           MOVE 'N' TO WRK-EOF
           COMPUTE WRK-LIMITE-FALTAS =
               (WRK-DIAS-LETIVOS-ANO * 25) / 100.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0250-AVALIAR-ALUNO
           CLOSE ARQUIVO-FREQUENCIA.

      **********PROJECAO DA FREQUENCIA DE UM ALUNO*************
      *ALUNO JA TRANSFERIDO PARA FORA DA ESCOLA (TRANSFAL) NAO
      *RECEBE CARTA
       0250-AVALIAR-ALUNO.
           MOVE 'N' TO WRK-TRANSFERIDO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               IF WRK-ALU-MATRICULA(WRK-SUB) = FRQ-MATRICULA
                   AND WRK-ALU-SITUACAO(WRK-SUB) = 'T'
                   SET ALUNO-JA-SAIU TO TRUE
               END-IF
           END-PERFORM
           IF ALUNO-JA-SAIU
               EXIT PARAGRAPH
           END-IF

           IF FRQ-AULAS-DADAS = 0
               CONTINUE
           ELSE
           END-PERFORM.

      **********CARTA AOS RESPONSAVEIS (ESTILO PREMIOS)********
      *COM RESPONSAVEL VINCULADO A CARTA SAI ENDERECADA A ELE PELO
      *CADASTRO RESPONS; SEM VINCULO MANTEM O TRATAMENTO GENERICO
       0260-EMITIR-CARTA.
           MOVE SPACES TO WRK-NOME-ALUNO
           MOVE ZEROS  TO WRK-CPF-RESPONSAVEL
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               IF WRK-ALU-MATRICULA(WRK-SUB) = FRQ-MATRICULA
                   MOVE WRK-ALU-NOME(WRK-SUB) TO WRK-NOME-ALUNO
                   MOVE WRK-ALU-CPF-RSP(WRK-SUB) TO
                       WRK-CPF-RESPONSAVEL
               END-IF
           END-PERFORM
           PERFORM 0265-LOCALIZAR-RESPONSAVEL

           ADD 1 TO WRK-QTD-CARTAS

           MOVE '=============================================' TO
               CARTA-LINHA
           WRITE CARTA-LINHA
           IF RESPONSAVEL-CADASTRADO
               MOVE RSP-NOME TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE RSP-ENDERECO TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING RSP-CEP(1:5) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   RSP-CEP(6:3) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   RSP-CIDADE DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   RSP-UF DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING 'PREZADO(A) ' DELIMITED BY SIZE
                   RSP-NOME DELIMITED BY '  '
                   ', RESPONSAVEL POR ' DELIMITED BY SIZE
                   WRK-NOME-ALUNO DELIMITED BY '  '
                   ',' DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
           ELSE
               MOVE SPACES TO CARTA-LINHA
               STRING 'AOS RESPONSAVEIS POR ' DELIMITED BY SIZE
                   WRK-NOME-ALUNO DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
           END-IF
           WRITE CARTA-LINHA
           MOVE SPACES TO CARTA-LINHA
           STRING 'A FREQUENCIA DO(A) ALUNO(A) ESTA EM '
           MOVE '75 POR CENTO DE PRESENCA PARA A APROVACAO.' TO
               CARTA-LINHA
           WRITE CARTA-LINHA
           IF WRK-DIAS-LETIVOS-ANO > 0
               PERFORM 0262-INFORMAR-LIMITE-FALTAS
           END-IF
           MOVE 'CONTAMOS COM O APOIO DA FAMILIA.' TO CARTA-LINHA
           WRITE CARTA-LINHA
           MOVE 'ATENCIOSAMENTE, SECRETARIA ESCOLAR' TO CARTA-LINHA
           WRITE CARTA-LINHA.

      **********LIMITE DE FALTAS PELOS DIAS LETIVOS DO ANO******
      *A FREQUENCIA E APURADA EM DIAS LETIVOS: FALTAS = AULAS DADAS
      *MENOS PRESENTES; O LIMITE E 25 POR CENTO DOS DIAS DO ANO
       0262-INFORMAR-LIMITE-FALTAS.
           COMPUTE WRK-QTD-FALTAS =
               FRQ-AULAS-DADAS - FRQ-AULAS-PRESENTES
           MOVE SPACES TO CARTA-LINHA
           STRING 'O ANO LETIVO TEM ' DELIMITED BY SIZE
               WRK-DIAS-LETIVOS-ANO DELIMITED BY SIZE
               ' DIAS LETIVOS E ADMITE NO MAXIMO ' DELIMITED BY SIZE
               WRK-LIMITE-FALTAS DELIMITED BY SIZE
               ' FALTAS.' DELIMITED BY SIZE
               INTO CARTA-LINHA
           END-STRING
           WRITE CARTA-LINHA
           MOVE SPACES TO CARTA-LINHA
           IF WRK-QTD-FALTAS > WRK-LIMITE-FALTAS
               STRING 'O(A) ALUNO(A) JA TEM ' DELIMITED BY SIZE
                   WRK-QTD-FALTAS DELIMITED BY SIZE
                   ' FALTAS - LIMITE JA ULTRAPASSADO.'
                   DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
           ELSE
               COMPUTE WRK-FALTAS-RESTANTES =
                   WRK-LIMITE-FALTAS - WRK-QTD-FALTAS
               STRING 'O(A) ALUNO(A) JA TEM ' DELIMITED BY SIZE
                   WRK-QTD-FALTAS DELIMITED BY SIZE
                   ' FALTAS E PODE FALTAR NO MAXIMO MAIS '
                   DELIMITED BY SIZE
                   WRK-FALTAS-RESTANTES DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
           END-IF
           WRITE CARTA-LINHA.

       0265-LOCALIZAR-RESPONSAVEL.
           MOVE 'N' TO WRK-RSP-ACHADO
           IF WRK-CPF-RESPONSAVEL = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RSP-QTD
               IF WRK-RSP-REGISTRO(WRK-SUB)(1:11) =
                   WRK-CPF-RESPONSAVEL
                   MOVE WRK-RSP-REGISTRO(WRK-SUB) TO RSP-REC
                   SET RESPONSAVEL-CADASTRADO TO TRUE
               END-IF
           END-PERFORM.

       0270-REGISTRAR-AVISO.
           IF WRK-CTL-QTD >= 500
               DISPLAY 'ERRO: CONTROLE DE ALERTAS EXCEDE O LIMITE '
