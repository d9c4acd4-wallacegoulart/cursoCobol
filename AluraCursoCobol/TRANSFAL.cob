       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFAL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: TRANSFERENCIA DE ALUNO NO MEIO DO ANO LETIVO.
      *          SAIDA (S): O ALUNO NAO E MAIS EXCLUIDO DO
      *          ALUNOS.DAT - FICA MARCADO COMO TRANSFERIDO
      *          (SITUACAO T E DATA DA SAIDA), O MENSALIDADE DEIXA
      *          DE FATURA-LO A PARTIR DO MES SEGUINTE, O BOLETIM,
      *          O FREQALERT E O REMATRICULA O IGNORAM E O LUGAR
      *          NA TURMA VOLTA PARA A FILA DE ESPERA DO ADMISSAO
      *          (OPERACAO O); AS NOTAS PARCIAIS DO ANO (NOTASTROK
      *          E NOTASTRANSF) E A FREQUENCIA SAO CONGELADAS NO
      *          HISTORICO.DAT (SITUACAO TRANSFERIDO, MEDIA
      *          PARCIAL PONDERADA PELO PESO DA MATERIA) E A
      *          DECLARACAO DE TRANSFERENCIA COM O REGISTRO PARCIAL
      *          E IMPRESSA EM DECLTRANSF.DAT.
      *          ENTRADA (E): ALUNO JA MATRICULADO PELO ADMISSAO
      *          QUE CHEGA DE OUTRA ESCOLA TRAZ AS NOTAS DA ESCOLA
      *          DE ORIGEM, GRAVADAS NO NOTASTRANSF.DAT PARA O
      *          BOLETIM USAR NA MEDIA DO ANO.
      *          DECLARACAO (D): REIMPRIME A DECLARACAO A PARTIR DO
      *          REGISTRO CONGELADO NO HISTORICO
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO HISTORICO.DAT NO
      *            HISTESCO.CPY, COMPARTILHADO COM OS LEITORES
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT CADASTRO-MATERIAS ASSIGN TO "DATA/MATERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAT-STATUS.

           SELECT NOTAS-TRANSACOES ASSIGN TO "DATA/NOTASTROK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTR-STATUS.

           SELECT NOTAS-TRANSFERENCIA ASSIGN TO "DATA/NOTASTRANSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTF-STATUS.

           SELECT ARQUIVO-FREQUENCIA ASSIGN TO "DATA/FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRQ-STATUS.

           SELECT HISTORICO-ESCOLAR ASSIGN TO "DATA/HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HST-STATUS.

           SELECT DECLARACAO-TRANSF ASSIGN TO "DATA/DECLTRANSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADASTRO-MATERIAS.
       01  MAT-REC.
           05  MAT-CODIGO       PIC 9(02).
           05  MAT-NOME         PIC X(15).
           05  MAT-PESO         PIC 9(01).

       FD  NOTAS-TRANSACOES.
       01  NTR-REC.
           05  NTR-MATRICULA    PIC 9(06).
           05  NTR-MATERIA      PIC 9(02).
           05  NTR-NOTA1        PIC 9(02).
           05  NTR-NOTA2        PIC 9(02).

       FD  NOTAS-TRANSFERENCIA.
       COPY "NOTATRF.CPY".

       FD  ARQUIVO-FREQUENCIA.
       01  FRQ-REC.
           05  FRQ-MATRICULA        PIC 9(06).
           05  FRQ-AULAS-DADAS      PIC 9(03).
           05  FRQ-AULAS-PRESENTES  PIC 9(03).

      *MESMO REGISTRO DO BOLETIM, SEGUIDO DO REGISTRO PARCIAL
      *CONGELADO NA SAIDA (LAYOUT COMUM A TODOS OS PROGRAMAS QUE
      *USAM O HISTORICO.DAT)
       FD  HISTORICO-ESCOLAR.
       COPY "HISTESCO.CPY".

       FD  DECLARACAO-TRANSF.
       01  DCL-LINHA            PIC X(80).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-ALU-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-MAT-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-NTR-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-NTF-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-FRQ-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-HST-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE SPACES.
           88  OPER-SAIDA       VALUE 'S'.
           88  OPER-ENTRADA     VALUE 'E'.
           88  OPER-DECLARACAO  VALUE 'D'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-MATRICULA     PIC 9(06)  VALUE ZEROS.
       77  WRK-DATA-MOVTO    PIC 9(08)  VALUE ZEROS.
       77  WRK-ESCOLA-ORIGEM PIC X(30)  VALUE SPACES.
       77  WRK-MATERIA       PIC 9(02)  VALUE ZEROS.
       77  WRK-NOTA          PIC 9(02)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2          PIC 9(03)  VALUE ZEROS.
       77  WRK-ALU-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-ALU-ACHADO    PIC X      VALUE 'N'.
           88  ALUNO-ENCONTRADO VALUE 'Y'.
       77  WRK-MAT-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-MAT-ACHADA    PIC X      VALUE 'N'.
           88  MATERIA-ENCONTRADA VALUE 'Y'.
       77  WRK-NOME-MATERIA  PIC X(15)  VALUE SPACES.
       77  WRK-PESO-MATERIA  PIC 9(01)  VALUE 1.
       77  WRK-NTF-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-GRAVADAS  PIC 9(02)  VALUE ZEROS.
       77  WRK-QTD-RECUSADAS PIC 9(02)  VALUE ZEROS.
       77  WRK-HST-ACHADO    PIC X      VALUE 'N'.
           88  REGISTRO-CONGELADO VALUE 'Y'.
       77  WRK-MEDIA-MATERIA PIC 9(03)V9 VALUE ZEROS.
       77  WRK-SOMA-MEDIAS   PIC 9(05)V9 VALUE ZEROS.
       77  WRK-SOMA-PESOS    PIC 9(03)  VALUE ZEROS.
       77  WRK-PCT-PRESENCA  PIC 9(03)  VALUE ZEROS.
       77  WRK-ANO-SAIDA     PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-SAIDA     PIC 9(02)  VALUE ZEROS.
       77  WRK-MEDIA-ED      PIC ZZ9,9  VALUE ZEROS.
       77  WRK-DATA-ED       PIC X(10)  VALUE SPACES.

      *CADASTRO INTEIRO NA TABELA: A SAIDA REGRAVA O ARQUIVO
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES INDEXED BY WRK-ALU-IDX.
               10  WRK-ALU-REGISTRO PIC X(75).

       01  WRK-TAB-MATERIAS.
           05  WRK-MAT-ITEM OCCURS 20 TIMES INDEXED BY WRK-MAT-IDX.
               10  WRK-MAT-CODIGO PIC 9(02).
               10  WRK-MAT-DESCR  PIC X(15).
               10  WRK-MAT-PESO   PIC 9(01).

      *NOTAS DE ORIGEM JA GRAVADAS (MATRICULA E MATERIA DO ANO)
       01  WRK-TAB-NOTAS-TRANSF.
           05  WRK-NTF-ITEM OCCURS 300 TIMES.
               10  WRK-NTF-MATRICULA PIC 9(06).
               10  WRK-NTF-MATERIA   PIC 9(02).

      *LINHA DA MATERIA NA DECLARACAO
       01  WRK-LINHA-DETALHE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WRK-DET-CODIGO      PIC 9(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  WRK-DET-MATERIA     PIC X(15).
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WRK-DET-PESO        PIC 9(01).
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WRK-DET-NOTA1       PIC Z9.
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WRK-DET-NOTA2       PIC Z9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WRK-DET-MEDIA       PIC ZZ9,9.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0120-CARREGAR-MATERIAS.

           DISPLAY 'OPERACAO (S-SAIDA DO ALUNO E-ENTRADA DE NOTAS DA '
               'ESCOLA DE ORIGEM D-DECLARACAO).. '
           ACCEPT WRK-OPERACAO.
           DISPLAY 'MATRICULA DO ALUNO.. '
           ACCEPT WRK-MATRICULA.

      ****************CARGA DO CADASTRO DE ALUNOS**************
       0110-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-ALU-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE ALUNOS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ALU-QTD
               MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-ALU-QTD)
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS
           MOVE 'N' TO WRK-EOF.

      ****************CARGA DO CADASTRO DE MATERIAS************
       0120-CARREGAR-MATERIAS.
           OPEN INPUT CADASTRO-MATERIAS
           IF WRK-MAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-MATERIAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-MAT-QTD >= 20
                   DISPLAY 'ERRO: CADASTRO DE MATERIAS EXCEDE O '
                       'LIMITE DE 20 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-MAT-QTD
               MOVE MAT-CODIGO TO WRK-MAT-CODIGO(WRK-MAT-QTD)
               MOVE MAT-NOME   TO WRK-MAT-DESCR(WRK-MAT-QTD)
               MOVE MAT-PESO   TO WRK-MAT-PESO(WRK-MAT-QTD)
               READ CADASTRO-MATERIAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-MATERIAS
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN OPER-SAIDA
                   PERFORM 0210-REGISTRAR-SAIDA
               WHEN OPER-ENTRADA
                   PERFORM 0250-REGISTRAR-ENTRADA
               WHEN OPER-DECLARACAO
                   PERFORM 0280-REIMPRIMIR-DECLARACAO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      ****************CONTROLE DE EXECUCAO*********************
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'TRANSFAL' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

      ****************LOCALIZACAO DO ALUNO*********************
       0205-LOCALIZAR-ALUNO.
           SET WRK-ALU-IDX TO 1
           MOVE 'N' TO WRK-ALU-ACHADO
           IF WRK-ALU-QTD > 0
               SEARCH WRK-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ALU-REGISTRO(WRK-ALU-IDX)(1:6) =
                       WRK-MATRICULA
                       SET ALUNO-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           IF ALUNO-ENCONTRADO
               AND WRK-ALU-IDX > WRK-ALU-QTD
               MOVE 'N' TO WRK-ALU-ACHADO
           END-IF
           IF ALUNO-ENCONTRADO
               MOVE WRK-ALU-REGISTRO(WRK-ALU-IDX) TO ALU-REC
           END-IF.

      ****************DATA DO MOVIMENTO************************
      *DATA DO ANO LETIVO CORRENTE, SEM PASSAR DE HOJE
       0207-ACEITAR-DATA.
           ACCEPT WRK-DATA-MOVTO
           IF WRK-DATA-MOVTO = ZEROS
               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO
           END-IF
           IF WRK-DATA-MOVTO(1:4) NOT = WRK-DATA-EXEC(1:4)
               OR WRK-DATA-MOVTO > WRK-DATA-EXEC
               OR WRK-DATA-MOVTO(5:2) < '01'
               OR WRK-DATA-MOVTO(5:2) > '12'
               OR WRK-DATA-MOVTO(7:2) < '01'
               OR WRK-DATA-MOVTO(7:2) > '31'
               DISPLAY 'DATA ' WRK-DATA-MOVTO ' FORA DO ANO LETIVO '
                   'CORRENTE OU POSTERIOR A HOJE - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ****************SAIDA DO ALUNO (TRANSFERENCIA)***********
      *O ALUNO FICA NO CADASTRO MARCADO COMO TRANSFERIDO; O
      *REGISTRO PARCIAL DO ANO E CONGELADO NO HISTORICO E A
      *DECLARACAO DE TRANSFERENCIA SAI DO PROPRIO REGISTRO
       0210-REGISTRAR-SAIDA.
           PERFORM 0205-LOCALIZAR-ALUNO
           IF NOT ALUNO-ENCONTRADO
               DISPLAY 'ALUNO NAO CADASTRADO - SAIDA RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ALUNO-TRANSFERIDO
               DISPLAY 'ALUNO ' ALU-MATRICULA ' JA TRANSFERIDO EM '
                   ALU-DATA-SAIDA ' - SAIDA RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DA SAIDA (AAAAMMDD, ZEROS = HOJE).. '
           PERFORM 0207-ACEITAR-DATA
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 0220-CONGELAR-REGISTRO

           SET ALUNO-TRANSFERIDO TO TRUE
           MOVE WRK-DATA-MOVTO TO ALU-DATA-SAIDA
           MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-ALU-IDX)

           OPEN EXTEND HISTORICO-ESCOLAR
           IF WRK-HST-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-ESCOLAR
           END-IF
           WRITE HST-REC
           CLOSE HISTORICO-ESCOLAR

           PERFORM 0290-IMPRIMIR-DECLARACAO

           DISPLAY 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
               ' TRANSFERIDO PARA FORA DA ESCOLA EM ' WRK-DATA-MOVTO
               ' (TURMA ' ALU-TURMA ')'
           DISPLAY 'REGISTRO PARCIAL CONGELADO NO HISTORICO - '
               'DECLARACAO EM DECLTRANSF.DAT'
           DISPLAY 'LUGAR LIBERADO NA TURMA ' ALU-TURMA
               ' - OFERTA A FILA DE ESPERA PELO ADMISSAO '
               '(OPERACAO O)'

           PERFORM 0298-REGRAVAR-ALUNOS.

      **********REGISTRO PARCIAL DO ANO************************
      *NOTAS DO NOTASTROK E, PARA QUEM CHEGOU TRANSFERIDO, AS DA
      *ESCOLA DE ORIGEM COM A MESMA REGRA DO BOLETIM (A NOTA DE
      *ORIGEM OCUPA A PRIMEIRA NOTA DA MATERIA); MEDIA PARCIAL
      *PONDERADA PELO PESO DA MATERIA E FREQUENCIA DO ARQUIVO
       0220-CONGELAR-REGISTRO.
           MOVE SPACES TO HST-REC
           MOVE WRK-DATA-MOVTO(1:4) TO WRK-ANO-SAIDA
           MOVE WRK-DATA-MOVTO(5:2) TO WRK-MES-SAIDA
           IF WRK-MES-SAIDA <= 6
               COMPUTE HST-PERIODO = (WRK-ANO-SAIDA * 100) + 1
           ELSE
               COMPUTE HST-PERIODO = (WRK-ANO-SAIDA * 100) + 2
           END-IF
           MOVE ALU-MATRICULA   TO HST-MATRICULA
           MOVE ALU-NOME        TO HST-NOME
           MOVE 'TRANSFERIDO'   TO HST-SITUACAO
           MOVE 'N'             TO HST-OVERRIDE
           MOVE WRK-DATA-MOVTO  TO HST-DATA-TRANSF
           MOVE ALU-TURMA       TO HST-TURMA
           MOVE ALU-SERIE       TO HST-SERIE
           MOVE 0 TO HST-AULAS-DADAS
           MOVE 0 TO HST-AULAS-PRESENTES
           MOVE 0 TO HST-QTD-MATERIAS
           PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 10
               MOVE 0 TO HST-MAT-CODIGO(WRK-SUB)
               MOVE 0 TO HST-MAT-NOTA1(WRK-SUB)
               MOVE 0 TO HST-MAT-NOTA2(WRK-SUB)
           END-PERFORM

           OPEN INPUT NOTAS-TRANSACOES
           IF WRK-NTR-STATUS = '00'
               READ NOTAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF NTR-MATRICULA = ALU-MATRICULA
                       MOVE NTR-MATERIA TO WRK-MATERIA
                       PERFORM 0225-LOCALIZAR-MATERIA-HST
                       MOVE NTR-NOTA1 TO HST-MAT-NOTA1(WRK-SUB)
                       MOVE NTR-NOTA2 TO HST-MAT-NOTA2(WRK-SUB)
                   END-IF
                   READ NOTAS-TRANSACOES
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-TRANSACOES
           END-IF
           MOVE 'N' TO WRK-EOF

           OPEN INPUT NOTAS-TRANSFERENCIA
           IF WRK-NTF-STATUS = '00'
               READ NOTAS-TRANSFERENCIA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF NTF-MATRICULA = ALU-MATRICULA
                       AND NTF-DATA-ENTRADA(1:4) =
                           WRK-DATA-MOVTO(1:4)
                       PERFORM 0227-APLICAR-NOTA-ORIGEM
                   END-IF
                   READ NOTAS-TRANSFERENCIA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-TRANSFERENCIA
           END-IF
           MOVE 'N' TO WRK-EOF

           OPEN INPUT ARQUIVO-FREQUENCIA
           IF WRK-FRQ-STATUS = '00'
               READ ARQUIVO-FREQUENCIA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF FRQ-MATRICULA = ALU-MATRICULA
                       MOVE FRQ-AULAS-DADAS TO HST-AULAS-DADAS
                       MOVE FRQ-AULAS-PRESENTES TO
                           HST-AULAS-PRESENTES
                   END-IF
                   READ ARQUIVO-FREQUENCIA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FREQUENCIA
           END-IF
           MOVE 'N' TO WRK-EOF

           PERFORM 0230-APURAR-MEDIA-PARCIAL.

      **********POSICAO DA MATERIA NO REGISTRO CONGELADO*******
      *DEVOLVE EM WRK-SUB A POSICAO DA MATERIA, ABRINDO UMA NOVA
      *QUANDO AINDA NAO EXISTE
       0225-LOCALIZAR-MATERIA-HST.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > HST-QTD-MATERIAS
               IF HST-MAT-CODIGO(WRK-SUB) = WRK-MATERIA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF HST-QTD-MATERIAS >= 10
               DISPLAY 'ERRO: NOTAS DO ALUNO EXCEDEM O LIMITE DE 10 '
                   'MATERIAS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HST-QTD-MATERIAS
           MOVE HST-QTD-MATERIAS TO WRK-SUB
           MOVE WRK-MATERIA TO HST-MAT-CODIGO(WRK-SUB).

       0227-APLICAR-NOTA-ORIGEM.
           MOVE NTF-MATERIA TO WRK-MATERIA
           MOVE HST-QTD-MATERIAS TO WRK-SUB2
           PERFORM 0225-LOCALIZAR-MATERIA-HST
           MOVE NTF-NOTA TO HST-MAT-NOTA1(WRK-SUB)
           IF WRK-SUB > WRK-SUB2
               MOVE NTF-NOTA TO HST-MAT-NOTA2(WRK-SUB)
           END-IF.

      **********MEDIA PARCIAL PONDERADA************************
       0230-APURAR-MEDIA-PARCIAL.
           MOVE 0 TO WRK-SOMA-MEDIAS
           MOVE 0 TO WRK-SOMA-PESOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > HST-QTD-MATERIAS
               MOVE HST-MAT-CODIGO(WRK-SUB) TO WRK-MATERIA
               PERFORM 0240-LOCALIZAR-MATERIA
               COMPUTE WRK-MEDIA-MATERIA =
                   (HST-MAT-NOTA1(WRK-SUB) +
                    HST-MAT-NOTA2(WRK-SUB)) / 2
               COMPUTE WRK-SOMA-MEDIAS =
                   WRK-SOMA-MEDIAS +
                   (WRK-MEDIA-MATERIA * WRK-PESO-MATERIA)
               ADD WRK-PESO-MATERIA TO WRK-SOMA-PESOS
           END-PERFORM

           IF WRK-SOMA-PESOS = 0
               MOVE 0 TO HST-MEDIA
           ELSE
               COMPUTE HST-MEDIA ROUNDED =
                   WRK-SOMA-MEDIAS / WRK-SOMA-PESOS
           END-IF.

       0240-LOCALIZAR-MATERIA.
           MOVE 'N' TO WRK-MAT-ACHADA
           MOVE 'MATERIA ?' TO WRK-NOME-MATERIA
           MOVE 1 TO WRK-PESO-MATERIA
           SET WRK-MAT-IDX TO 1

           IF WRK-MAT-QTD > 0
               SEARCH WRK-MAT-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-MAT-CODIGO(WRK-MAT-IDX) = WRK-MATERIA
                       SET MATERIA-ENCONTRADA TO TRUE
                       MOVE WRK-MAT-DESCR(WRK-MAT-IDX) TO
                           WRK-NOME-MATERIA
                       MOVE WRK-MAT-PESO(WRK-MAT-IDX) TO
                           WRK-PESO-MATERIA
               END-SEARCH
           END-IF
           IF MATERIA-ENCONTRADA
               AND WRK-MAT-IDX > WRK-MAT-QTD
               MOVE 'N' TO WRK-MAT-ACHADA
           END-IF.

      ****************ENTRADA DE ALUNO TRANSFERIDO*************
      *O ALUNO JA FOI MATRICULADO PELO ADMISSAO; AQUI ENTRAM AS
      *NOTAS DA ESCOLA DE ORIGEM, UMA POR MATERIA DO CADASTRO
       0250-REGISTRAR-ENTRADA.
           PERFORM 0205-LOCALIZAR-ALUNO
           IF NOT ALUNO-ENCONTRADO
               DISPLAY 'ALUNO NAO CADASTRADO - MATRICULAR PELO '
                   'ADMISSAO ANTES DA ENTRADA DAS NOTAS'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ALUNO-TRANSFERIDO
               DISPLAY 'ALUNO ' ALU-MATRICULA ' TRANSFERIDO PARA '
                   'FORA DA ESCOLA EM ' ALU-DATA-SAIDA
                   ' - ENTRADA RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'ESCOLA DE ORIGEM.. '
           ACCEPT WRK-ESCOLA-ORIGEM
           IF WRK-ESCOLA-ORIGEM = SPACES
               DISPLAY 'ESCOLA DE ORIGEM NAO INFORMADA - ENTRADA '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'DATA DA ENTRADA (AAAAMMDD, ZEROS = HOJE).. '
           PERFORM 0207-ACEITAR-DATA
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-CARREGAR-NOTAS-TRANSF

           OPEN EXTEND NOTAS-TRANSFERENCIA
           IF WRK-NTF-STATUS NOT = '00'
               OPEN OUTPUT NOTAS-TRANSFERENCIA
           END-IF

           MOVE 99 TO WRK-MATERIA
           PERFORM UNTIL WRK-MATERIA = 0
               DISPLAY 'MATERIA (00 = FIM).. '
               ACCEPT WRK-MATERIA
               IF WRK-MATERIA NOT = 0
                   DISPLAY 'NOTA DA ESCOLA DE ORIGEM (0 A 10).. '
                   ACCEPT WRK-NOTA
                   PERFORM 0260-GRAVAR-NOTA-ORIGEM
               END-IF
           END-PERFORM

           CLOSE NOTAS-TRANSFERENCIA

           DISPLAY 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME ' - NOTAS DE '
               'ORIGEM GRAVADAS: ' WRK-QTD-GRAVADAS
               ' RECUSADAS: ' WRK-QTD-RECUSADAS
           IF WRK-QTD-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **********NOTAS DE ORIGEM JA GRAVADAS NO ANO*************
       0255-CARREGAR-NOTAS-TRANSF.
           OPEN INPUT NOTAS-TRANSFERENCIA
           IF WRK-NTF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ NOTAS-TRANSFERENCIA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF NTF-DATA-ENTRADA(1:4) = WRK-DATA-MOVTO(1:4)
                   IF WRK-NTF-QTD >= 300
                       DISPLAY 'ERRO: NOTAS DE ORIGEM EXCEDEM O '
                           'LIMITE DE 300 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-NTF-QTD
                   MOVE NTF-MATRICULA TO
                       WRK-NTF-MATRICULA(WRK-NTF-QTD)
                   MOVE NTF-MATERIA TO WRK-NTF-MATERIA(WRK-NTF-QTD)
               END-IF
               READ NOTAS-TRANSFERENCIA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE NOTAS-TRANSFERENCIA
           MOVE 'N' TO WRK-EOF.

       0260-GRAVAR-NOTA-ORIGEM.
           PERFORM 0240-LOCALIZAR-MATERIA
           IF NOT MATERIA-ENCONTRADA
               DISPLAY 'MATERIA ' WRK-MATERIA ' NAO CADASTRADA - '
                   'NOTA RECUSADA'
               ADD 1 TO WRK-QTD-RECUSADAS
               EXIT PARAGRAPH
           END-IF
           IF WRK-NOTA > 10
               DISPLAY 'NOTA ' WRK-NOTA ' FORA DA ESCALA 0 A 10 - '
                   'NOTA RECUSADA'
               ADD 1 TO WRK-QTD-RECUSADAS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-NTF-QTD
               IF WRK-NTF-MATRICULA(WRK-SUB) = ALU-MATRICULA
                   AND WRK-NTF-MATERIA(WRK-SUB) = WRK-MATERIA
                   DISPLAY 'MATERIA ' WRK-MATERIA ' JA TEM NOTA DE '
                       'ORIGEM NO ANO - NOTA RECUSADA'
                   ADD 1 TO WRK-QTD-RECUSADAS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE ALU-MATRICULA     TO NTF-MATRICULA
           MOVE WRK-MATERIA       TO NTF-MATERIA
           MOVE WRK-NOTA          TO NTF-NOTA
           MOVE WRK-ESCOLA-ORIGEM TO NTF-ESCOLA-ORIGEM
           MOVE WRK-DATA-MOVTO    TO NTF-DATA-ENTRADA
           WRITE NTF-REC
           ADD 1 TO WRK-QTD-GRAVADAS

           IF WRK-NTF-QTD < 300
               ADD 1 TO WRK-NTF-QTD
               MOVE ALU-MATRICULA TO WRK-NTF-MATRICULA(WRK-NTF-QTD)
               MOVE WRK-MATERIA   TO WRK-NTF-MATERIA(WRK-NTF-QTD)
           END-IF
           DISPLAY 'MATERIA ' WRK-MATERIA ' ' WRK-NOME-MATERIA
               ' NOTA ' WRK-NOTA ' GRAVADA'.

      ****************SEGUNDA VIA DA DECLARACAO****************
      *ULTIMO REGISTRO CONGELADO DA MATRICULA NO HISTORICO
       0280-REIMPRIMIR-DECLARACAO.
           MOVE 'N' TO WRK-HST-ACHADO
           OPEN INPUT HISTORICO-ESCOLAR
           IF WRK-HST-STATUS = '00'
               READ HISTORICO-ESCOLAR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF HST-MATRICULA = WRK-MATRICULA
                       AND HST-SITUACAO = 'TRANSFERIDO'
                       AND HST-DATA-TRANSF IS NUMERIC
                       SET REGISTRO-CONGELADO TO TRUE
                       PERFORM 0290-IMPRIMIR-DECLARACAO
                   END-IF
                   READ HISTORICO-ESCOLAR
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ESCOLAR
           END-IF
           MOVE 'N' TO WRK-EOF

           IF NOT REGISTRO-CONGELADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM REGISTRO DE '
                   'TRANSFERENCIA NO HISTORICO'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'DECLARACAO DE TRANSFERENCIA DE '
                   WRK-MATRICULA ' EM DECLTRANSF.DAT'
           END-IF.

      ****************DECLARACAO DE TRANSFERENCIA**************
      *MONTADA SO COM O REGISTRO CONGELADO (HST-REC); NA SEGUNDA
      *VIA CADA REGISTRO ENCONTRADO REGRAVA O ARQUIVO E FICA O
      *ULTIMO
       0290-IMPRIMIR-DECLARACAO.
           OPEN OUTPUT DECLARACAO-TRANSF

           MOVE SPACES TO WRK-DATA-ED
           STRING HST-DATA-TRANSF(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HST-DATA-TRANSF(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HST-DATA-TRANSF(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING

           MOVE 'DECLARACAO DE TRANSFERENCIA' TO DCL-LINHA
           WRITE DCL-LINHA
           MOVE '=============================================' TO
               DCL-LINHA
           WRITE DCL-LINHA
           MOVE SPACES TO DCL-LINHA
           STRING 'DECLARAMOS QUE ' DELIMITED BY SIZE
               HST-NOME DELIMITED BY '  '
               ', MATRICULA ' DELIMITED BY SIZE
               HST-MATRICULA DELIMITED BY SIZE
               ', CURSOU NESTA ESCOLA' DELIMITED BY SIZE
               INTO DCL-LINHA
           END-STRING
           WRITE DCL-LINHA
           MOVE SPACES TO DCL-LINHA
           STRING 'A SERIE ' DELIMITED BY SIZE
               HST-SERIE DELIMITED BY SIZE
               ' (TURMA ' DELIMITED BY SIZE
               HST-TURMA DELIMITED BY SIZE
               ') DO ANO LETIVO DE ' DELIMITED BY SIZE
               HST-DATA-TRANSF(1:4) DELIMITED BY SIZE
               ' ATE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO DCL-LINHA
           END-STRING
           WRITE DCL-LINHA
           MOVE 'QUANDO FOI TRANSFERIDO(A) PARA OUTRA ESCOLA.' TO
               DCL-LINHA
           WRITE DCL-LINHA
           MOVE SPACES TO DCL-LINHA
           WRITE DCL-LINHA
           MOVE 'REGISTRO PARCIAL DO ANO LETIVO' TO DCL-LINHA
           WRITE DCL-LINHA
           MOVE '  MATERIA             PESO  NOTA1  NOTA2  MEDIA' TO
               DCL-LINHA
           WRITE DCL-LINHA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > HST-QTD-MATERIAS
               MOVE HST-MAT-CODIGO(WRK-SUB) TO WRK-MATERIA
               PERFORM 0240-LOCALIZAR-MATERIA
               COMPUTE WRK-MEDIA-MATERIA =
                   (HST-MAT-NOTA1(WRK-SUB) +
                    HST-MAT-NOTA2(WRK-SUB)) / 2
               MOVE WRK-MATERIA             TO WRK-DET-CODIGO
               MOVE WRK-NOME-MATERIA        TO WRK-DET-MATERIA
               MOVE WRK-PESO-MATERIA        TO WRK-DET-PESO
               MOVE HST-MAT-NOTA1(WRK-SUB)  TO WRK-DET-NOTA1
               MOVE HST-MAT-NOTA2(WRK-SUB)  TO WRK-DET-NOTA2
               MOVE WRK-MEDIA-MATERIA       TO WRK-DET-MEDIA
               MOVE WRK-LINHA-DETALHE TO DCL-LINHA
               WRITE DCL-LINHA
           END-PERFORM
           IF HST-QTD-MATERIAS = 0
               MOVE '  SEM NOTAS LANCADAS NO ANO' TO DCL-LINHA
               WRITE DCL-LINHA
           END-IF

           MOVE HST-MEDIA TO WRK-MEDIA-ED
           MOVE SPACES TO DCL-LINHA
           STRING 'MEDIA PARCIAL PONDERADA: ' DELIMITED BY SIZE
               WRK-MEDIA-ED DELIMITED BY SIZE
               INTO DCL-LINHA
           END-STRING
           WRITE DCL-LINHA

           MOVE SPACES TO DCL-LINHA
           IF HST-AULAS-DADAS > 0
               COMPUTE WRK-PCT-PRESENCA =
                   (HST-AULAS-PRESENTES * 100) / HST-AULAS-DADAS
               STRING 'FREQUENCIA: AULAS DADAS ' DELIMITED BY SIZE
                   HST-AULAS-DADAS DELIMITED BY SIZE
                   ' PRESENCAS ' DELIMITED BY SIZE
                   HST-AULAS-PRESENTES DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-PCT-PRESENCA DELIMITED BY SIZE
                   '%)' DELIMITED BY SIZE
                   INTO DCL-LINHA
               END-STRING
           ELSE
               MOVE 'FREQUENCIA: SEM REGISTRO DE AULAS NO ANO' TO
                   DCL-LINHA
           END-IF
           WRITE DCL-LINHA

           MOVE SPACES TO DCL-LINHA
           WRITE DCL-LINHA
           MOVE SPACES TO DCL-LINHA
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
               WRK-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-EXEC(1:4) DELIMITED BY SIZE
               INTO DCL-LINHA
           END-STRING
           WRITE DCL-LINHA
           MOVE '_____________________________' TO DCL-LINHA
           WRITE DCL-LINHA
           MOVE 'SECRETARIA ESCOLAR' TO DCL-LINHA
           WRITE DCL-LINHA

           CLOSE DECLARACAO-TRANSF.

      ****************REGRAVACAO DO CADASTRO DE ALUNOS*********
       0298-REGRAVAR-ALUNOS.
           OPEN OUTPUT CADASTRO-ALUNOS

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
               WRITE ALU-REC
           END-PERFORM.

           CLOSE CADASTRO-ALUNOS.
