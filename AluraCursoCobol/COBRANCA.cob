      *          PARCELA NO CONTROLE COBRANCACTL.DAT, DE MODO QUE O
      *          MESMO ESTAGIO NUNCA E ENVIADO DUAS VEZES
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CLIENTE COM ACORDO DE
      *            RENEGOCIACAO VIGENTE (ACORDOS.DAT, GRAVADO PELO
      *            RENEGOC) NAO RECEBE CARTA; O ACORDO E ROMPIDO QUANDO
      *            UMA PARCELA DELE CHEGA A 15 DIAS DE ATRASO
      *ALTERACAO = 15/10/2026 - MENSALIDADE ESCOLAR (FATURA 900000 +
      *            MATRICULA) COBRADA DO RESPONSAVEL VINCULADO AO
      *            ALUNO (CADASTRO RESPONS), INCLUSIVE NO ACORDO;
      *            CARTA PASSA A SAIR COM O ENDERECO DO DEVEDOR
      *ALTERACAO = 15/10/2026 - ACORDO SO E VIGENTE ENQUANTO TEM
      *            PARCELA EM ABERTO: ACORDO QUITADO NAO ISENTA MAIS
      *            O CLIENTE DA COBRANCA DAS FATURAS SEGUINTES
      *ALTERACAO = 15/10/2026 - GRUPO DE TRANSFERENCIA NO LEIAUTE
      *            DO ALUNOS.DAT - A LINHA DO ALUNO TRANSFERIDO E UM
      *            REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT CADASTRO-RESPONSAVEIS ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT CONTROLE-COBRANCA ASSIGN TO "DATA/COBRANCACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT CARTAS-COBRANCA ASSIGN TO "DATA/CARTASCOBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACORDOS-RENEGOCIACAO ASSIGN TO "DATA/ACORDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARCELAS.
       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  CADASTRO-ALUNOS.
       01  ALU-REC.
           05  ALU-MATRICULA    PIC 9(06).
           05  ALU-NOME         PIC X(20).
           05  ALU-NOTA1        PIC 9(02).
           05  ALU-NOTA2        PIC 9(02).
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

       FD  CONTROLE-COBRANCA.
       01  CTL-REC.
           05  CTL-FATURA         PIC 9(06).
       FD  CARTAS-COBRANCA.
       01  CARTA-LINHA            PIC X(80).

       FD  ACORDOS-RENEGOCIACAO.
       COPY "ACORDOS.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-PAR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FCL-STATUS      PIC X(02)    VALUE '00'.
               10  WRK-FCL-FATURA PIC 9(06).
               10  WRK-FCL-CPF    PIC 9(11).

      *ACORDOS DE RENEGOCIACAO: O ACORDO DEIXA DE VALER (ROMPIDO)
      *QUANDO UMA PARCELA DELE ENTRA NA REGUA (15 DIAS DE ATRASO)
       77  WRK-ACO-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ACO-EOF         PIC X        VALUE 'N'.
           88  FIM-ACORDOS     VALUE 'Y'.
       77  WRK-ACO-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-ACO-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CPF-PARCELA     PIC 9(11)    VALUE ZEROS.
       77  WRK-EM-ACORDO       PIC X        VALUE 'N'.
           88  CLIENTE-EM-ACORDO VALUE 'S'.
       77  WRK-QTD-SUSPENSAS   PIC 9(05)    VALUE ZEROS.

      *MENSALIDADE ESCOLAR (FATURA 900000 + MATRICULA, GERADA PELO
      *MENSALIDADE) E COBRADA DO RESPONSAVEL VINCULADO AO ALUNO
       77  WRK-ALU-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RSP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ALU-EOF         PIC X        VALUE 'N'.
           88  FIM-ALUNOS      VALUE 'Y'.
       77  WRK-RSP-EOF         PIC X        VALUE 'N'.
           88  FIM-RESPONSAVEIS VALUE 'Y'.
       77  WRK-ALU-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-RSP-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-MATRICULA       PIC 9(06)    VALUE ZEROS.
       77  WRK-NOME-ALUNO      PIC X(20)    VALUE SPACES.
       77  WRK-ENDERECO        PIC X(30)    VALUE SPACES.
       77  WRK-CIDADE          PIC X(20)    VALUE SPACES.
       77  WRK-UF              PIC X(02)    VALUE SPACES.
       77  WRK-CEP             PIC 9(08)    VALUE ZEROS.
       77  WRK-MENSALIDADE     PIC X        VALUE 'N'.
           88  PARCELA-ESCOLAR VALUE 'S'.
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES.
               10  WRK-ALU-MATRICULA PIC 9(06).
               10  WRK-ALU-NOME      PIC X(20).
               10  WRK-ALU-CPF-RSP   PIC 9(11).
       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 300 TIMES.
               10  WRK-RSP-REGISTRO  PIC X(152).

       01  WRK-TAB-ACORDOS.
           05  WRK-ACO-ITEM OCCURS 500 TIMES.
               10  WRK-ACO-NUMERO   PIC 9(06).
               10  WRK-ACO-CPF      PIC 9(11).
               10  WRK-ACO-ROMPIDO  PIC X(01).
               10  WRK-ACO-ABERTO   PIC X(01).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.

           PERFORM 0110-CARREGAR-CONTROLE.
           PERFORM 0120-CARREGAR-VINCULOS.
           PERFORM 0140-CARREGAR-ALUNOS.
           PERFORM 0145-CARREGAR-RESPONSAVEIS.
           PERFORM 0130-CARREGAR-ACORDOS.

           OPEN INPUT CLIENTE-MASTER.

               CLOSE VINCULO-FATURA-CLIENTE
           END-IF.

      **********ACORDOS VIGENTES DA RENEGOCIACAO (RENEGOC)*****
       0130-CARREGAR-ACORDOS.
           OPEN INPUT ACORDOS-RENEGOCIACAO
           IF WRK-ACO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ACORDOS-RENEGOCIACAO
               AT END MOVE 'Y' TO WRK-ACO-EOF
           END-READ
           PERFORM UNTIL FIM-ACORDOS
               IF ACORDO-VIGENTE
                   IF WRK-ACO-QTD >= 500
                       DISPLAY 'ERRO: ACORDOS DE RENEGOCIACAO '
                           'EXCEDEM O LIMITE DE 500 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ACO-QTD
                   MOVE ACO-NUMERO TO WRK-ACO-NUMERO(WRK-ACO-QTD)
                   MOVE ACO-CPF    TO WRK-ACO-CPF(WRK-ACO-QTD)
                   MOVE 'N'        TO WRK-ACO-ROMPIDO(WRK-ACO-QTD)
                   MOVE 'N'        TO WRK-ACO-ABERTO(WRK-ACO-QTD)
               END-IF
               READ ACORDOS-RENEGOCIACAO
                   AT END MOVE 'Y' TO WRK-ACO-EOF
               END-READ
           END-PERFORM
           CLOSE ACORDOS-RENEGOCIACAO

           IF WRK-ACO-QTD > 0
               PERFORM 0135-VERIFICAR-ACORDOS
           END-IF.

      *PRIMEIRA PASSADA NAS PARCELAS: O ACORDO SO SEGUE VIGENTE
      *COM PARCELA EM ABERTO (ACORDOS.CPY), E PARCELA DELE EM
      *ABERTO COM ATRASO DE ESTAGIO 1 OU MAIS ROMPE O ACORDO
       0135-VERIFICAR-ACORDOS.
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ARQUIVO-PARCELAS
               AT END MOVE 'Y' TO WRK-PAR-EOF
           END-READ
           PERFORM UNTIL FIM-PARCELAS
               IF PAR-STATUS = 'A'
                   PERFORM VARYING WRK-ACO-SUB FROM 1 BY 1
                           UNTIL WRK-ACO-SUB > WRK-ACO-QTD
                       IF WRK-ACO-NUMERO(WRK-ACO-SUB) = PAR-FATURA
                           MOVE 'S' TO WRK-ACO-ABERTO(WRK-ACO-SUB)
                           IF FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC) -
                               FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                               >= 15
                               MOVE 'S' TO WRK-ACO-ROMPIDO(WRK-ACO-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-PAR-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARCELAS
           MOVE 'N' TO WRK-PAR-EOF.

      **********ALUNOS E RESPONSAVEIS (MENSALIDADE ESCOLAR)****
       0140-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-ALU-EOF
           END-READ
           PERFORM UNTIL FIM-ALUNOS
               IF WRK-ALU-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE ALUNOS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ALU-QTD
               MOVE ALU-MATRICULA TO WRK-ALU-MATRICULA(WRK-ALU-QTD)
               MOVE ALU-NOME      TO WRK-ALU-NOME(WRK-ALU-QTD)
               IF ALU-CPF-RESPONSAVEL NOT NUMERIC
                   MOVE ZEROS TO ALU-CPF-RESPONSAVEL
               END-IF
               MOVE ALU-CPF-RESPONSAVEL TO
                   WRK-ALU-CPF-RSP(WRK-ALU-QTD)
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-ALU-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS.

       0145-CARREGAR-RESPONSAVEIS.
           OPEN INPUT CADASTRO-RESPONSAVEIS
           IF WRK-RSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-RESPONSAVEIS
               AT END MOVE 'Y' TO WRK-RSP-EOF
           END-READ
           PERFORM UNTIL FIM-RESPONSAVEIS
               IF WRK-RSP-QTD >= 300
                   DISPLAY 'ERRO: CADASTRO DE RESPONSAVEIS EXCEDE O '
                       'LIMITE DE 300 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RSP-QTD
               MOVE RSP-REC TO WRK-RSP-REGISTRO(WRK-RSP-QTD)
               READ CADASTRO-RESPONSAVEIS
                   AT END MOVE 'Y' TO WRK-RSP-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-RESPONSAVEIS.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-PARCELAS
               IF PAR-STATUS = 'A'
           IF WRK-ESTAGIO = 0
               CONTINUE
           ELSE
               PERFORM 0252-VERIFICAR-ACORDO
      *        CLIENTE COM ACORDO VIGENTE NAO RECEBE CARTA
               IF CLIENTE-EM-ACORDO
                   ADD 1 TO WRK-QTD-SUSPENSAS
               ELSE
                   PERFORM 0255-LOCALIZAR-CONTROLE
                   IF WRK-ESTAGIO > WRK-ESTAGIO-ANTERIOR
                       PERFORM 0260-EMITIR-CARTA
                       PERFORM 0270-REGISTRAR-ENVIO
                   END-IF
               END-IF
           END-IF.

      *O CLIENTE DA PARCELA ESTA EM ACORDO VIGENTE QUANDO TEM
      *ACORDO GRAVADO PELO RENEGOC COM PARCELA EM ABERTO QUE NAO
      *FOI ROMPIDO
       0252-VERIFICAR-ACORDO.
           MOVE 'N' TO WRK-EM-ACORDO
           PERFORM 0253-IDENTIFICAR-DEVEDOR

           IF WRK-CPF-PARCELA > 0
               PERFORM VARYING WRK-ACO-SUB FROM 1 BY 1
                       UNTIL WRK-ACO-SUB > WRK-ACO-QTD
                   IF WRK-ACO-CPF(WRK-ACO-SUB) = WRK-CPF-PARCELA
                       AND WRK-ACO-ABERTO(WRK-ACO-SUB) = 'S'
                       AND WRK-ACO-ROMPIDO(WRK-ACO-SUB) = 'N'
                       MOVE 'S' TO WRK-EM-ACORDO
                   END-IF
               END-PERFORM
           END-IF.

      *DEVEDOR DA PARCELA: NA FAIXA 900000 O RESPONSAVEL DO ALUNO
      *(MATRICULA = FATURA - 900000), NAS DEMAIS O VINCULO FATUCLI
       0253-IDENTIFICAR-DEVEDOR.
           MOVE ZEROS  TO WRK-CPF-PARCELA
           MOVE SPACES TO WRK-NOME-ALUNO
           MOVE 'N' TO WRK-MENSALIDADE

           IF PAR-FATURA >= 900000
               SET PARCELA-ESCOLAR TO TRUE
               COMPUTE WRK-MATRICULA = PAR-FATURA - 900000
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-ALU-QTD
                   IF WRK-ALU-MATRICULA(WRK-SUB) = WRK-MATRICULA
                       MOVE WRK-ALU-CPF-RSP(WRK-SUB) TO
                           WRK-CPF-PARCELA
                       MOVE WRK-ALU-NOME(WRK-SUB) TO WRK-NOME-ALUNO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-FCL-SUB FROM 1 BY 1
                       UNTIL WRK-FCL-SUB > WRK-FCL-QTD
                   IF WRK-FCL-FATURA(WRK-FCL-SUB) = PAR-FATURA
                       MOVE WRK-FCL-CPF(WRK-FCL-SUB) TO
                           WRK-CPF-PARCELA
                   END-IF
               END-PERFORM
           END-IF.

       0255-LOCALIZAR-CONTROLE.
           MOVE 'N' TO WRK-CTL-ACHADO
           MOVE 0 TO WRK-ESTAGIO-ANTERIOR
           END-PERFORM.

      **********CLIENTE DA FATURA PELO VINCULO*****************
      *O DEVEDOR JA FOI IDENTIFICADO NO 0253; MENSALIDADE BUSCA O
      *NOME E O ENDERECO NO CADASTRO DE RESPONSAVEIS
       0258-LOCALIZAR-CLIENTE.
           MOVE SPACES TO WRK-NOME-CLIENTE
           MOVE SPACES TO WRK-ENDERECO WRK-CIDADE WRK-UF
           MOVE ZEROS  TO WRK-CEP
           MOVE 'N' TO WRK-CLI-ACHADO

           IF WRK-CPF-PARCELA = ZEROS
               CONTINUE
           ELSE
               IF PARCELA-ESCOLAR
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-RSP-QTD
                       IF WRK-RSP-REGISTRO(WRK-SUB)(1:11) =
                           WRK-CPF-PARCELA
                           MOVE WRK-RSP-REGISTRO(WRK-SUB) TO RSP-REC
                           SET CLIENTE-ENCONTRADO TO TRUE
                           MOVE RSP-NOME     TO WRK-NOME-CLIENTE
                           MOVE RSP-ENDERECO TO WRK-ENDERECO
                           MOVE RSP-CIDADE   TO WRK-CIDADE
                           MOVE RSP-UF       TO WRK-UF
                           MOVE RSP-CEP      TO WRK-CEP
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WRK-CPF-PARCELA TO CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY
                           CONTINUE
                               CLI-ULTIMO-NOME DELIMITED BY SIZE
                               INTO WRK-NOME-CLIENTE
                           END-STRING
                           MOVE CLI-ENDERECO TO WRK-ENDERECO
                           MOVE CLI-CIDADE   TO WRK-CIDADE
                           MOVE CLI-UF       TO WRK-UF
                           MOVE CLI-CEP      TO WRK-CEP
                   END-READ
               END-IF
           END-IF

           IF NOT CLIENTE-ENCONTRADO
               MOVE SPACES TO WRK-NOME-CLIENTE
               IF PARCELA-ESCOLAR
                   STRING 'RESPONSAVEL DO ALUNO ' DELIMITED BY SIZE
                       WRK-MATRICULA DELIMITED BY SIZE
                       INTO WRK-NOME-CLIENTE
                   END-STRING
               ELSE
                   STRING 'CLIENTE DA FATURA ' DELIMITED BY SIZE
                       PAR-FATURA DELIMITED BY SIZE
                       INTO WRK-NOME-CLIENTE
                   END-STRING
               END-IF
           END-IF.

      **********CARTA DE COBRANCA (ESTILO PREMIOS)*************
           MOVE '=============================================' TO
               CARTA-LINHA
           WRITE CARTA-LINHA
           IF CLIENTE-ENCONTRADO AND WRK-ENDERECO NOT = SPACES
               MOVE WRK-NOME-CLIENTE TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE WRK-ENDERECO TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING WRK-CEP(1:5) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WRK-CEP(6:3) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-CIDADE DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   WRK-UF DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF
           MOVE SPACES TO CARTA-LINHA
           STRING 'PREZADO(A) ' DELIMITED BY SIZE
               WRK-NOME-CLIENTE DELIMITED BY SIZE
               INTO CARTA-LINHA
           END-STRING
           WRITE CARTA-LINHA
           IF PARCELA-ESCOLAR
               MOVE SPACES TO CARTA-LINHA
               STRING 'REF. MENSALIDADE ESCOLAR DO(A) ALUNO(A) '
                   DELIMITED BY SIZE
                   WRK-NOME-ALUNO DELIMITED BY SIZE
                   INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
           END-IF

           MOVE SPACES TO CARTA-LINHA
           STRING 'A PARCELA ' DELIMITED BY SIZE
           END-IF.

           DISPLAY 'CARTAS DE COBRANCA EMITIDAS: ' WRK-QTD-CARTAS.
           DISPLAY 'PARCELAS SUSPENSAS POR ACORDO: ' WRK-QTD-SUSPENSAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-CARTAS = 0
