      *            FORMULA DA PROVA FINAL DO RECUPFIN APLICA A MESMA
      *            REGRA E OS RESULTADOS PRELIMINAR E DEFINITIVO
      *            NAO DISCORDAM
      *ALTERACAO = 15/10/2026 - ALUNO TRANSFERIDO PARA FORA DA
      *            ESCOLA PELO TRANSFAL (SITUACAO T NO ALUNOS) FICA
      *            FORA DO BOLETIM, COM TOTAL NO RESUMO; NOTAS DA
      *            ESCOLA DE ORIGEM DO ALUNO RECEBIDO NO MEIO DO ANO
      *            (NOTASTRANSF) ENTRAM COMO PRIMEIRA NOTA DA MATERIA
      *            E SAO INDICADAS NA LINHA DA MATERIA
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      *ALTERACAO = 15/10/2026 - LAYOUT DO HISTORICO.DAT NO
      *            HISTESCO.CPY (COM O REGISTRO PARCIAL DO TRANSFAL);
      *            O BOLETIM GRAVA O FINAL EM BRANCO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOTAS-TRANSACOES ASSIGN TO "DATA/NOTASTROK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTAS-TRANSFERENCIA ASSIGN TO "DATA/NOTASTRANSF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTF-STATUS.

           SELECT NOTAS-ORDENADAS ASSIGN TO "DATA/NOTASORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO  PIC X(01).
                   88  ALU-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA PIC 9(08).

       FD  ALUNOS-ORDENADOS.
       01  ALU-ORD-REC.
           05  ALU-ORD-TURMA     PIC X(03).
           05  ALU-ORD-SERIE     PIC 9(02).
           05  ALU-ORD-RESPONSAVEL PIC X(20).
           05  ALU-ORD-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-ORD-TRANSFERENCIA.
               10  ALU-ORD-SITUACAO  PIC X(01).
                   88  ALU-ORD-TRANSFERIDO VALUE 'T'.
               10  ALU-ORD-DATA-SAIDA PIC 9(08).

       SD  ARQUIVO-ORDENACAO.
       01  SRT-REC.
           05  SRT-TURMA        PIC X(03).
           05  SRT-SERIE        PIC 9(02).
           05  SRT-RESPONSAVEL  PIC X(20).
           05  SRT-CPF-RESPONSAVEL PIC 9(11).
           05  SRT-TRANSFERENCIA.
               10  SRT-SITUACAO  PIC X(01).
                   88  SRT-TRANSFERIDO VALUE 'T'.
               10  SRT-DATA-SAIDA PIC 9(08).

       FD  NOTAS-TRANSACOES.
       01  NTR-REC.
           05  NTR-NOTA1        PIC 9(02).
           05  NTR-NOTA2        PIC 9(02).

       FD  NOTAS-TRANSFERENCIA.
       COPY "NOTATRF.CPY".

       FD  NOTAS-ORDENADAS.
       01  NTO-REC.
           05  NTO-MATRICULA    PIC 9(06).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  PROFESSOR-MASTER.
       01  PRF-REC.
           05  ATB-AULAS-SEMANA   PIC 9(02).

       FD  HISTORICO-ESCOLAR.
       COPY "HISTESCO.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-MATRICULA      PIC 9(06)    VALUE ZEROS.
               10  WRK-NT-MATERIA   PIC 9(02).
               10  WRK-NT-NOTA1     PIC 9(02).
               10  WRK-NT-NOTA2     PIC 9(02).
               10  WRK-NT-ORIGEM    PIC X(01).
                   88  NOTA-DA-ORIGEM VALUE 'O'.
       77  WRK-QTD-APROVADOS  PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-RECUP      PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-REPROVADOS PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-DUPLICADAS PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS PIC 9(04)  VALUE ZEROS.
       77  WRK-NTF-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-NTF-EOF        PIC X        VALUE 'N'.
           88  FIM-NOTAS-TRANSF VALUE 'Y'.
       77  WRK-NTF-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-VIS-QTD        PIC 9(03)    VALUE ZEROS.
       77  WRK-VIS-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-MATRICULA-VISTA PIC X       VALUE 'N'.

       77  WRK-HST-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-SEG-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-SEG-ULT-SEQ    PIC 9(08)    VALUE ZEROS.
       77  WRK-SEG-ULT-ELO    PIC 9(10)    VALUE ZEROS.
       77  WRK-SEG-ELO        PIC 9(12)    VALUE ZEROS.
       77  WRK-SEG-POS        PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-TAM        PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-FIM        PIC X(01)    VALUE 'N'.
       77  WRK-GER-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-NOME-GERACAO   PIC X(40)    VALUE SPACES.
       77  WRK-USR-EOF        PIC X        VALUE 'N'.
           PERFORM 0120-CARREGAR-OVERRIDES.
           PERFORM 0130-CARREGAR-MATERIAS.
           PERFORM 0135-CARREGAR-NOTAS.
           PERFORM 0137-CARREGAR-NOTAS-TRANSF.
           PERFORM 0140-CARREGAR-FREQUENCIA.
           PERFORM 0145-CARREGAR-USUARIOS.
           PERFORM 0148-CARREGAR-NIVEL-MINIMO.
               MOVE NTO-MATERIA   TO WRK-NT-MATERIA(WRK-NT-QTD)
               MOVE NTO-NOTA1     TO WRK-NT-NOTA1(WRK-NT-QTD)
               MOVE NTO-NOTA2     TO WRK-NT-NOTA2(WRK-NT-QTD)
               MOVE SPACE         TO WRK-NT-ORIGEM(WRK-NT-QTD)
               READ NOTAS-ORDENADAS
                   AT END MOVE 'Y' TO WRK-NT-EOF
               END-READ
           END-PERFORM.
           CLOSE NOTAS-ORDENADAS.

      **********NOTAS TRAZIDAS DA ESCOLA DE ORIGEM*************
      *ALUNO TRANSFERIDO PARA A ESCOLA NO MEIO DO ANO (TRANSFAL,
      *OPERACAO E): A NOTA DE ORIGEM OCUPA A PRIMEIRA NOTA DA
      *MATERIA; SEM LANCAMENTO LOCAL DA MATERIA, A NOTA DE ORIGEM
      *VALE COMO AS DUAS NOTAS. SO ENTRAM AS DO ANO CORRENTE
       0137-CARREGAR-NOTAS-TRANSF.
           OPEN INPUT NOTAS-TRANSFERENCIA
           IF WRK-NTF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ NOTAS-TRANSFERENCIA
               AT END MOVE 'Y' TO WRK-NTF-EOF
           END-READ

           PERFORM UNTIL FIM-NOTAS-TRANSF
               IF NTF-DATA-ENTRADA(1:4) = WRK-DATA-EXEC(1:4)
                   PERFORM 0138-APLICAR-NOTA-TRANSF
               END-IF
               READ NOTAS-TRANSFERENCIA
                   AT END MOVE 'Y' TO WRK-NTF-EOF
               END-READ
           END-PERFORM
           CLOSE NOTAS-TRANSFERENCIA.

       0138-APLICAR-NOTA-TRANSF.
           PERFORM VARYING WRK-NTF-SUB FROM 1 BY 1
                   UNTIL WRK-NTF-SUB > WRK-NT-QTD
               IF WRK-NT-MATRICULA(WRK-NTF-SUB) = NTF-MATRICULA
                   AND WRK-NT-MATERIA(WRK-NTF-SUB) = NTF-MATERIA
                   MOVE NTF-NOTA TO WRK-NT-NOTA1(WRK-NTF-SUB)
                   MOVE 'O'      TO WRK-NT-ORIGEM(WRK-NTF-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WRK-NT-QTD >= 500
               DISPLAY 'ERRO: ARQUIVO DE NOTAS EXCEDE O LIMITE '
                   'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-NT-QTD
           MOVE NTF-MATRICULA TO WRK-NT-MATRICULA(WRK-NT-QTD)
           MOVE NTF-MATERIA   TO WRK-NT-MATERIA(WRK-NT-QTD)
           MOVE NTF-NOTA      TO WRK-NT-NOTA1(WRK-NT-QTD)
           MOVE NTF-NOTA      TO WRK-NT-NOTA2(WRK-NT-QTD)
           MOVE 'O'           TO WRK-NT-ORIGEM(WRK-NT-QTD).

      **********REGISTRO DA GERACAO NO CATALOGO****************
       0115-REGISTRAR-GERACAO.
           OPEN EXTEND CATALOGO-GERACOES
           PERFORM 0284-GRAVAR-SEGURANCA.

       0284-GRAVAR-SEGURANCA.
           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           MOVE WRK-APROVADOR       TO SEG-USUARIO
           MOVE WRK-NIVEL-APROVADOR TO SEG-NIVEL
           MOVE WRK-DATA-EXEC       TO SEG-DATA-HORA
           MOVE 'BOLETOVR' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-ALUNOS

               IF ALU-ORD-TRANSFERIDO
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               ELSE
                   PERFORM 0210-APURAR-CADASTRO
               END-IF

               READ ALUNOS-ORDENADOS
               PERFORM 0295-QUEBRA-DE-TURMA
           END-IF.

      **********REGISTRO DO CADASTRO NA QUEBRA DE TURMA********
      *ALUNO TRANSFERIDO PARA FORA DA ESCOLA (TRANSFAL) NAO ENTRA
      *NO BOLETIM: O REGISTRO PARCIAL JA FOI CONGELADO NO HISTORICO
       0210-APURAR-CADASTRO.
           MOVE ALU-ORD-MATRICULA TO WRK-MATRICULA
           MOVE ALU-ORD-NOME      TO WRK-NOME

           IF WRK-PRIMEIRA-TURMA = 'S'
               MOVE ALU-ORD-TURMA TO WRK-TURMA-ATUAL
               MOVE 'N' TO WRK-PRIMEIRA-TURMA
               PERFORM 0290-ABRIR-TURMA
           END-IF

           IF ALU-ORD-TURMA NOT = WRK-TURMA-ATUAL
               PERFORM 0295-QUEBRA-DE-TURMA
               MOVE ALU-ORD-TURMA TO WRK-TURMA-ATUAL
               PERFORM 0290-ABRIR-TURMA
           END-IF

           PERFORM 0235-VERIFICAR-MATRICULA-VISTA

           IF MATRICULA-JA-VISTA
               PERFORM 0230-GRAVAR-DUPLICADA
           ELSE
               PERFORM 0245-APURAR-ALUNO
               PERFORM 0246-ACUMULAR-TURMA
           END-IF.

      **********ABERTURA DE UMA NOVA TURMA*********************
       0290-ABRIR-TURMA.
           IF WRK-TUR-QTD >= 20
               WRITE RCP-REC
           END-IF

           MOVE SPACES             TO HST-REC
           MOVE WRK-PERIODO-LETIVO TO HST-PERIODO
           MOVE WRK-MATRICULA      TO HST-MATRICULA
           MOVE WRK-NOME           TO HST-NOME
           END-STRING
           WRITE REL-LINHA

           IF NOTA-DA-ORIGEM(WRK-NT-SUB)
               MOVE SPACES TO REL-LINHA
               STRING '    NOTA ' DELIMITED BY SIZE
                   WRK-NT-NOTA1(WRK-NT-SUB) DELIMITED BY SIZE
                   ' DA ESCOLA DE ORIGEM (TRANSFERENCIA)'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF

           PERFORM 0249A-LOCALIZAR-PROFESSOR
           IF WRK-PROF-NOME NOT = SPACES
               MOVE SPACES TO REL-LINHA
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'TRANSFERIDOS PARA FORA DA ESCOLA (FORA DO '
               DELIMITED BY SIZE
               'BOLETIM): ' DELIMITED BY SIZE
               WRK-QTD-TRANSFERIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE '-----------------------------------' TO DUP-LINHA.
           WRITE DUP-LINHA.
               WRITE REL-LINHA
               DISPLAY REL-LINHA
           END-PERFORM.

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
