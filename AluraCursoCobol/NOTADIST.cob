       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTADIST.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ANALISE DA DISTRIBUICAO DAS NOTAS DO PERIODO PARA A
      *          COORDENACAO PEDAGOGICA: A PARTIR DAS NOTAS JA
      *          CRITICADAS PELO NOTAEDIT (NOTASTROK.DAT), DA TURMA
      *          DO ALUNO (ALUNOS.DAT), DO CADASTRO DE MATERIAS E DA
      *          ATRIBUICAO PROFESSOR/MATERIA/TURMA DO ANO LETIVO
      *          (PROFATRIB.DAT), APURA PARA CADA MATERIA - NA
      *          ESCOLA, POR PROFESSOR E POR TURMA - A QUANTIDADE DE
      *          NOTAS, A MEDIA, O DESVIO PADRAO, A DISTRIBUICAO EM
      *          FAIXAS DE 2 PONTOS E AS TAXAS DE RECUPERACAO E DE
      *          REPROVACAO PELOS LIMITES DO NOTAPARM (OS MESMOS DO
      *          RECUPFIN); PROFESSOR OU TURMA COM MEDIA AFASTADA DA
      *          MEDIA DA ESCOLA NA MATERIA MAIS QUE O LIMITE DO
      *          NOTADPARM E MARCADO PARA REVISAO PEDAGOGICA
      *          (RELATORIO NOTADISTREL.DAT)
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LEIAUTE DO ALUNOS.DAT COMPLETO (CPF
      *            DO RESPONSAVEL E TRANSFERENCIA) - A LINHA INTEIRA E
      *            UM REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-TRANSACOES ASSIGN TO "DATA/NOTASTROK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTR-STATUS.

           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADASTRO-MATERIAS ASSIGN TO "DATA/MATERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROFESSOR-MASTER ASSIGN TO "DATA/PROFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRF-STATUS.

           SELECT ATRIBUICOES ASSIGN TO "DATA/PROFATRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATB-STATUS.

           SELECT PARAMETROS-NOTA ASSIGN TO "DATA/NOTAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT PARAMETROS-DISTRIBUICAO ASSIGN TO
               "DATA/NOTADPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NDP-STATUS.

           SELECT RELATORIO-DISTRIBUICAO ASSIGN TO
               "DATA/NOTADISTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-TRANSACOES.
       01  NTR-REC.
           05  NTR-MATRICULA    PIC 9(06).
           05  NTR-MATERIA      PIC 9(02).
           05  NTR-NOTA1        PIC 9(02).
           05  NTR-NOTA2        PIC 9(02).

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

       FD  PROFESSOR-MASTER.
       01  PRF-REC.
           05  PRF-CODIGO         PIC 9(03).
           05  PRF-NOME           PIC X(20).

       FD  ATRIBUICOES.
       01  ATB-REC.
           05  ATB-PROFESSOR      PIC 9(03).
           05  ATB-MATERIA        PIC 9(02).
           05  ATB-TURMA          PIC X(03).
           05  ATB-ANO            PIC 9(04).
           05  ATB-AULAS-SEMANA   PIC 9(02).

       FD  PARAMETROS-NOTA.
       01  PARM-REC.
           05  PARM-LIMITE-APROVACAO    PIC 9(02)V9.
           05  PARM-LIMITE-RECUPERACAO  PIC 9(02)V9.

       FD  PARAMETROS-DISTRIBUICAO.
       01  NDP-REC.
           05  NDP-DESVIO-LIMITE        PIC 9(02)V9.

       FD  RELATORIO-DISTRIBUICAO.
       01  REL-LINHA            PIC X(110).

       WORKING-STORAGE SECTION.
       77  WRK-NTR-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-PRF-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-ATB-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-PARM-STATUS    PIC X(02)    VALUE '00'.
       77  WRK-NDP-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-EOF            PIC X        VALUE 'N'.
           88  FIM-ARQUIVO    VALUE 'Y'.
       77  WRK-DATA-EXEC      PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO            PIC 9(04)    VALUE ZEROS.
       77  WRK-LIMITE-APROVACAO   PIC 9(02)V9 VALUE 6,0.
       77  WRK-LIMITE-RECUPERACAO PIC 9(02)V9 VALUE 2,0.
       77  WRK-DESVIO-LIMITE  PIC 9(02)V9  VALUE 1,5.
       77  WRK-ALU-QTD        PIC 9(03)    VALUE ZEROS.
       77  WRK-ALU-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-MAT-QTD        PIC 9(02)    VALUE ZEROS.
       77  WRK-MAT-SUB        PIC 9(02)    VALUE ZEROS.
       77  WRK-PRF-QTD        PIC 9(03)    VALUE ZEROS.
       77  WRK-PRF-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-ATB-QTD        PIC 9(03)    VALUE ZEROS.
       77  WRK-ATB-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-GRP-QTD        PIC 9(03)    VALUE ZEROS.
       77  WRK-GRP-SUB        PIC 9(03)    VALUE ZEROS.
       77  WRK-FAI-SUB        PIC 9(01)    VALUE ZEROS.
       77  WRK-QTD-NOTAS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REVISAO    PIC 9(04)    VALUE ZEROS.
       77  WRK-NOTA-MEDIA     PIC 9(02)V9  VALUE ZEROS.
       77  WRK-TURMA          PIC X(03)    VALUE SPACES.
       77  WRK-PROFESSOR      PIC 9(03)    VALUE ZEROS.
       77  WRK-TIPO           PIC X(01)    VALUE SPACES.
       77  WRK-CHAVE          PIC X(03)    VALUE SPACES.
       77  WRK-MEDIA          PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-EXATA    PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-MEDIA-ESCOLA   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DIFERENCA      PIC S9(02)V99 VALUE ZEROS.
       77  WRK-VARIANCIA      PIC S9(03)V9(04) VALUE ZEROS.
       77  WRK-DESVIO         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PCT            PIC 9(03)V9  VALUE ZEROS.

      *TURMA DE CADA MATRICULA (PRIMEIRA OCORRENCIA NO CADASTRO)
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES.
               10  WRK-ALU-MATRICULA PIC 9(06).
               10  WRK-ALU-TURMA     PIC X(03).

       01  WRK-TAB-MATERIAS.
           05  WRK-MAT-ITEM OCCURS 20 TIMES.
               10  WRK-MAT-CODIGO PIC 9(02).
               10  WRK-MAT-NOME   PIC X(15).

       01  WRK-TAB-PROFESSORES.
           05  WRK-PRF-ITEM OCCURS 100 TIMES.
               10  WRK-PRF-CODIGO PIC 9(03).
               10  WRK-PRF-NOME   PIC X(20).

       01  WRK-TAB-ATRIBUICOES.
           05  WRK-ATB-ITEM OCCURS 200 TIMES.
               10  WRK-ATB-PROFESSOR PIC 9(03).
               10  WRK-ATB-MATERIA   PIC 9(02).
               10  WRK-ATB-TURMA     PIC X(03).

      *ACUMULADORES POR MATERIA: TIPO E = ESCOLA, P = PROFESSOR
      *(CHAVE = CODIGO, 000 SEM ATRIBUICAO) E T = TURMA
       01  WRK-TAB-GRUPOS.
           05  WRK-GRP-ITEM OCCURS 300 TIMES.
               10  WRK-GRP-TIPO      PIC X(01).
               10  WRK-GRP-MATERIA   PIC 9(02).
               10  WRK-GRP-CHAVE     PIC X(03).
               10  WRK-GRP-NOTAS     PIC 9(04).
               10  WRK-GRP-SOMA      PIC 9(05)V9.
               10  WRK-GRP-SOMA-QUAD PIC 9(07)V99.
               10  WRK-GRP-FAIXA     PIC 9(04) OCCURS 5 TIMES.
               10  WRK-GRP-RECUP     PIC 9(04).
               10  WRK-GRP-REPROV    PIC 9(04).

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-DESCR       PIC X(26).
           05  WRK-DET-QTD         PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-MEDIA       PIC Z9,99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-DESVIO      PIC Z9,99.
           05  WRK-DET-FAIXAS OCCURS 5 TIMES.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  WRK-DET-FAIXA   PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-PCT-RECUP   PIC ZZ9,9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WRK-DET-PCT-REPROV  PIC ZZ9,9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-MARCA       PIC X(24).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'ANO LETIVO DA ATRIBUICAO DOS PROFESSORES (AAAA - '
               'ZERO PARA O ANO CORRENTE).. '
           ACCEPT WRK-ANO.
           IF WRK-ANO = 0
               MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO
           END-IF.

           PERFORM 0105-CARREGAR-PARAMETROS.
           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0120-CARREGAR-MATERIAS.
           PERFORM 0130-CARREGAR-PROFESSORES.
           PERFORM 0140-CARREGAR-ATRIBUICOES.

           OPEN INPUT NOTAS-TRANSACOES
           IF WRK-NTR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE NOTAS CRITICADAS (NOTASTROK) NAO '
                   'ENCONTRADO - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********LIMITES DE APROVACAO E DE REVISAO**************
      *NOTAPARM: APROVACAO E RECUPERACAO (DEFAULT 6,0 E 2,0);
      *NOTADPARM: AFASTAMENTO MAXIMO DA MEDIA DA ESCOLA, EM PONTOS
       0105-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-NOTA
           IF WRK-PARM-STATUS = '00'
               READ PARAMETROS-NOTA
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-LIMITE-APROVACAO TO
                           WRK-LIMITE-APROVACAO
                       MOVE PARM-LIMITE-RECUPERACAO TO
                           WRK-LIMITE-RECUPERACAO
               END-READ
               CLOSE PARAMETROS-NOTA
           END-IF

           OPEN INPUT PARAMETROS-DISTRIBUICAO
           IF WRK-NDP-STATUS = '00'
               READ PARAMETROS-DISTRIBUICAO
                   AT END CONTINUE
                   NOT AT END
                       IF NDP-DESVIO-LIMITE > 0
                           MOVE NDP-DESVIO-LIMITE TO WRK-DESVIO-LIMITE
                       END-IF
               END-READ
               CLOSE PARAMETROS-DISTRIBUICAO
           END-IF.

       0110-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-ALUNOS
           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM VARYING WRK-ALU-SUB FROM 1 BY 1
                       UNTIL WRK-ALU-SUB > WRK-ALU-QTD
                   IF WRK-ALU-MATRICULA(WRK-ALU-SUB) = ALU-MATRICULA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WRK-ALU-SUB > WRK-ALU-QTD
                   IF WRK-ALU-QTD >= 500
                       DISPLAY 'ERRO: CADASTRO DE ALUNOS EXCEDE O '
                           'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ALU-QTD
                   MOVE ALU-MATRICULA TO WRK-ALU-MATRICULA(WRK-ALU-QTD)
                   MOVE ALU-TURMA     TO WRK-ALU-TURMA(WRK-ALU-QTD)
               END-IF
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS
           MOVE 'N' TO WRK-EOF.

       0120-CARREGAR-MATERIAS.
           OPEN INPUT CADASTRO-MATERIAS
           READ CADASTRO-MATERIAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-MAT-QTD < 20
                   ADD 1 TO WRK-MAT-QTD
                   MOVE MAT-CODIGO TO WRK-MAT-CODIGO(WRK-MAT-QTD)
                   MOVE MAT-NOME   TO WRK-MAT-NOME(WRK-MAT-QTD)
               END-IF
               READ CADASTRO-MATERIAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-MATERIAS
           MOVE 'N' TO WRK-EOF.

       0130-CARREGAR-PROFESSORES.
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-PRF-STATUS = '00'
               READ PROFESSOR-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PRF-QTD >= 100
                       DISPLAY 'ERRO: CADASTRO DE PROFESSORES '
                           'EXCEDE O LIMITE DE 100 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PRF-QTD
                   MOVE PRF-CODIGO TO WRK-PRF-CODIGO(WRK-PRF-QTD)
                   MOVE PRF-NOME   TO WRK-PRF-NOME(WRK-PRF-QTD)
                   READ PROFESSOR-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PROFESSOR-MASTER
           END-IF
           MOVE 'N' TO WRK-EOF.

       0140-CARREGAR-ATRIBUICOES.
           OPEN INPUT ATRIBUICOES
           IF WRK-ATB-STATUS = '00'
               READ ATRIBUICOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF ATB-ANO = WRK-ANO
                       IF WRK-ATB-QTD >= 200
                           DISPLAY 'ERRO: ATRIBUICOES EXCEDEM O '
                               'LIMITE DE 200 REGISTROS - '
                               'PROCESSAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-ATB-QTD
                       MOVE ATB-PROFESSOR TO
                           WRK-ATB-PROFESSOR(WRK-ATB-QTD)
                       MOVE ATB-MATERIA TO WRK-ATB-MATERIA(WRK-ATB-QTD)
                       MOVE ATB-TURMA   TO WRK-ATB-TURMA(WRK-ATB-QTD)
                   END-IF
                   READ ATRIBUICOES
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********ACUMULACAO DAS NOTAS***************************
      *A NOTA DO ALUNO NA MATERIA E A MEDIA DAS DUAS PROVAS, COMO
      *NO BOLETIM; CADA NOTA ENTRA NA ESCOLA, NO PROFESSOR E NA
      *TURMA DA MATERIA
       0200-PROCESSAR.
           READ NOTAS-TRANSACOES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTD-NOTAS
               COMPUTE WRK-NOTA-MEDIA = (NTR-NOTA1 + NTR-NOTA2) / 2
               PERFORM 0210-LOCALIZAR-TURMA-PROFESSOR

               MOVE 'E'    TO WRK-TIPO
               MOVE SPACES TO WRK-CHAVE
               PERFORM 0220-ACUMULAR-GRUPO
               MOVE 'P'           TO WRK-TIPO
               MOVE WRK-PROFESSOR TO WRK-CHAVE
               PERFORM 0220-ACUMULAR-GRUPO
               MOVE 'T'       TO WRK-TIPO
               MOVE WRK-TURMA TO WRK-CHAVE
               PERFORM 0220-ACUMULAR-GRUPO

               READ NOTAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE NOTAS-TRANSACOES.

       0210-LOCALIZAR-TURMA-PROFESSOR.
           MOVE '???' TO WRK-TURMA
           PERFORM VARYING WRK-ALU-SUB FROM 1 BY 1
                   UNTIL WRK-ALU-SUB > WRK-ALU-QTD
               IF WRK-ALU-MATRICULA(WRK-ALU-SUB) = NTR-MATRICULA
                   MOVE WRK-ALU-TURMA(WRK-ALU-SUB) TO WRK-TURMA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WRK-PROFESSOR
           PERFORM VARYING WRK-ATB-SUB FROM 1 BY 1
                   UNTIL WRK-ATB-SUB > WRK-ATB-QTD
               IF WRK-ATB-MATERIA(WRK-ATB-SUB) = NTR-MATERIA
                   AND WRK-ATB-TURMA(WRK-ATB-SUB) = WRK-TURMA
                   MOVE WRK-ATB-PROFESSOR(WRK-ATB-SUB) TO
                       WRK-PROFESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0220-ACUMULAR-GRUPO.
           PERFORM VARYING WRK-GRP-SUB FROM 1 BY 1
                   UNTIL WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-TIPO(WRK-GRP-SUB) = WRK-TIPO
                   AND WRK-GRP-MATERIA(WRK-GRP-SUB) = NTR-MATERIA
                   AND WRK-GRP-CHAVE(WRK-GRP-SUB) = WRK-CHAVE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-QTD >= 300
                   DISPLAY 'ERRO: GRUPOS MATERIA/PROFESSOR/TURMA '
                       'EXCEDEM O LIMITE DE 300 - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-GRP-QTD
               MOVE WRK-GRP-QTD TO WRK-GRP-SUB
               INITIALIZE WRK-GRP-ITEM(WRK-GRP-SUB)
               MOVE WRK-TIPO    TO WRK-GRP-TIPO(WRK-GRP-SUB)
               MOVE NTR-MATERIA TO WRK-GRP-MATERIA(WRK-GRP-SUB)
               MOVE WRK-CHAVE   TO WRK-GRP-CHAVE(WRK-GRP-SUB)
           END-IF

           ADD 1 TO WRK-GRP-NOTAS(WRK-GRP-SUB)
           ADD WRK-NOTA-MEDIA TO WRK-GRP-SOMA(WRK-GRP-SUB)
           COMPUTE WRK-GRP-SOMA-QUAD(WRK-GRP-SUB) =
               WRK-GRP-SOMA-QUAD(WRK-GRP-SUB) +
               (WRK-NOTA-MEDIA * WRK-NOTA-MEDIA)

      *****************FAIXAS 0-2, 2-4, 4-6, 6-8 E 8-10***
           EVALUATE TRUE
               WHEN WRK-NOTA-MEDIA < 2
                   MOVE 1 TO WRK-FAI-SUB
               WHEN WRK-NOTA-MEDIA < 4
                   MOVE 2 TO WRK-FAI-SUB
               WHEN WRK-NOTA-MEDIA < 6
                   MOVE 3 TO WRK-FAI-SUB
               WHEN WRK-NOTA-MEDIA < 8
                   MOVE 4 TO WRK-FAI-SUB
               WHEN OTHER
                   MOVE 5 TO WRK-FAI-SUB
           END-EVALUATE
           ADD 1 TO WRK-GRP-FAIXA(WRK-GRP-SUB, WRK-FAI-SUB)

           IF WRK-NOTA-MEDIA < WRK-LIMITE-APROVACAO
               IF WRK-NOTA-MEDIA < WRK-LIMITE-RECUPERACAO
                   ADD 1 TO WRK-GRP-REPROV(WRK-GRP-SUB)
               ELSE
                   ADD 1 TO WRK-GRP-RECUP(WRK-GRP-SUB)
               END-IF
           END-IF.

      **********RELATORIO POR MATERIA**************************
       0300-FINALIZAR.
           OPEN OUTPUT RELATORIO-DISTRIBUICAO

           MOVE SPACES TO REL-LINHA
           STRING 'DISTRIBUICAO DAS NOTAS POR MATERIA, PROFESSOR E '
               DELIMITED BY SIZE
               'TURMA - ATRIBUICAO DO ANO ' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-DESVIO-LIMITE TO WRK-DET-DESVIO
           MOVE SPACES TO REL-LINHA
           STRING 'REVISAO PEDAGOGICA QUANDO A MEDIA SE AFASTA MAIS '
               DELIMITED BY SIZE
               'DE ' DELIMITED BY SIZE
               WRK-DET-DESVIO DELIMITED BY SIZE
               ' PONTOS DA MEDIA DA ESCOLA NA MATERIA'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE ALL '=' TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-MAT-QTD
               PERFORM 0310-IMPRIMIR-MATERIA
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'NOTAS ANALISADAS: ' DELIMITED BY SIZE
               WRK-QTD-NOTAS DELIMITED BY SIZE
               '  MARCADOS PARA REVISAO PEDAGOGICA: '
               DELIMITED BY SIZE
               WRK-QTD-REVISAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           CLOSE RELATORIO-DISTRIBUICAO

           DISPLAY 'NOTAS ANALISADAS: ' WRK-QTD-NOTAS
               ' MARCADOS PARA REVISAO PEDAGOGICA: ' WRK-QTD-REVISAO.
           DISPLAY 'RELATORIO EM NOTADISTREL.DAT'.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-REVISAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *ESCOLA NA MATERIA, DEPOIS OS PROFESSORES E AS TURMAS, CADA
      *UM COMPARADO COM A MEDIA DA ESCOLA
       0310-IMPRIMIR-MATERIA.
           PERFORM VARYING WRK-GRP-SUB FROM 1 BY 1
                   UNTIL WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-TIPO(WRK-GRP-SUB) = 'E'
                   AND WRK-GRP-MATERIA(WRK-GRP-SUB) =
                       WRK-MAT-CODIGO(WRK-MAT-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WRK-GRP-SUB > WRK-GRP-QTD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'MATERIA ' DELIMITED BY SIZE
               WRK-MAT-CODIGO(WRK-MAT-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MAT-NOME(WRK-MAT-SUB) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE 'GRUPO                      QTD  MEDIA DESVIO  0-2 '
               TO REL-LINHA
           MOVE ' 2-4  4-6  6-8 8-10 %RECUP %REPROV' TO REL-LINHA(51:34)
           WRITE REL-LINHA

           PERFORM 0320-CALCULAR-ESTATISTICAS
           MOVE WRK-MEDIA TO WRK-MEDIA-ESCOLA
           MOVE 'ESCOLA' TO WRK-DET-DESCR
           MOVE SPACES TO WRK-DET-MARCA
           PERFORM 0330-GRAVAR-DETALHE

           PERFORM VARYING WRK-GRP-SUB FROM 1 BY 1
                   UNTIL WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-TIPO(WRK-GRP-SUB) = 'P'
                   AND WRK-GRP-MATERIA(WRK-GRP-SUB) =
                       WRK-MAT-CODIGO(WRK-MAT-SUB)
                   PERFORM 0340-IMPRIMIR-PROFESSOR
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-GRP-SUB FROM 1 BY 1
                   UNTIL WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-TIPO(WRK-GRP-SUB) = 'T'
                   AND WRK-GRP-MATERIA(WRK-GRP-SUB) =
                       WRK-MAT-CODIGO(WRK-MAT-SUB)
                   PERFORM 0320-CALCULAR-ESTATISTICAS
                   MOVE SPACES TO WRK-DET-DESCR
                   STRING '  TURMA ' DELIMITED BY SIZE
                       WRK-GRP-CHAVE(WRK-GRP-SUB) DELIMITED BY SIZE
                       INTO WRK-DET-DESCR
                   END-STRING
                   PERFORM 0350-COMPARAR-ESCOLA
                   PERFORM 0330-GRAVAR-DETALHE
               END-IF
           END-PERFORM.

      *DESVIO PADRAO DA POPULACAO: RAIZ DE (MEDIA DOS QUADRADOS
      *MENOS O QUADRADO DA MEDIA)
       0320-CALCULAR-ESTATISTICAS.
           COMPUTE WRK-MEDIA-EXATA =
               WRK-GRP-SOMA(WRK-GRP-SUB) / WRK-GRP-NOTAS(WRK-GRP-SUB)
           COMPUTE WRK-MEDIA ROUNDED = WRK-MEDIA-EXATA
           COMPUTE WRK-VARIANCIA ROUNDED =
               (WRK-GRP-SOMA-QUAD(WRK-GRP-SUB) /
                WRK-GRP-NOTAS(WRK-GRP-SUB)) -
               (WRK-MEDIA-EXATA * WRK-MEDIA-EXATA)
           IF WRK-VARIANCIA > 0
               COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5
           ELSE
               MOVE 0 TO WRK-DESVIO
           END-IF.

       0330-GRAVAR-DETALHE.
           MOVE WRK-GRP-NOTAS(WRK-GRP-SUB) TO WRK-DET-QTD
           MOVE WRK-MEDIA  TO WRK-DET-MEDIA
           MOVE WRK-DESVIO TO WRK-DET-DESVIO
           PERFORM VARYING WRK-FAI-SUB FROM 1 BY 1
                   UNTIL WRK-FAI-SUB > 5
               MOVE WRK-GRP-FAIXA(WRK-GRP-SUB, WRK-FAI-SUB) TO
                   WRK-DET-FAIXA(WRK-FAI-SUB)
           END-PERFORM
           COMPUTE WRK-PCT ROUNDED = WRK-GRP-RECUP(WRK-GRP-SUB) * 100
               / WRK-GRP-NOTAS(WRK-GRP-SUB)
           MOVE WRK-PCT TO WRK-DET-PCT-RECUP
           COMPUTE WRK-PCT ROUNDED = WRK-GRP-REPROV(WRK-GRP-SUB) * 100
               / WRK-GRP-NOTAS(WRK-GRP-SUB)
           MOVE WRK-PCT TO WRK-DET-PCT-REPROV
           MOVE WRK-LINHA-DETALHE TO REL-LINHA
           WRITE REL-LINHA.

       0340-IMPRIMIR-PROFESSOR.
           PERFORM 0320-CALCULAR-ESTATISTICAS
           MOVE SPACES TO WRK-DET-DESCR
           IF WRK-GRP-CHAVE(WRK-GRP-SUB) = '000'
               MOVE '  SEM PROFESSOR ATRIBUIDO' TO WRK-DET-DESCR
           ELSE
               MOVE 'PROFESSOR SEM CADASTRO' TO WRK-DET-DESCR(8:)
               PERFORM VARYING WRK-PRF-SUB FROM 1 BY 1
                       UNTIL WRK-PRF-SUB > WRK-PRF-QTD
                   IF WRK-PRF-CODIGO(WRK-PRF-SUB) =
                       WRK-GRP-CHAVE(WRK-GRP-SUB)
                       MOVE WRK-PRF-NOME(WRK-PRF-SUB) TO
                           WRK-DET-DESCR(8:)
                   END-IF
               END-PERFORM
               MOVE WRK-GRP-CHAVE(WRK-GRP-SUB) TO WRK-DET-DESCR(3:3)
           END-IF
           PERFORM 0350-COMPARAR-ESCOLA
           PERFORM 0330-GRAVAR-DETALHE.

       0350-COMPARAR-ESCOLA.
           MOVE SPACES TO WRK-DET-MARCA
           COMPUTE WRK-DIFERENCA = WRK-MEDIA - WRK-MEDIA-ESCOLA
           IF WRK-DIFERENCA > WRK-DESVIO-LIMITE
               MOVE '*REVISAO - ACIMA' TO WRK-DET-MARCA
               ADD 1 TO WRK-QTD-REVISAO
           END-IF
           IF WRK-DIFERENCA < 0 AND
               (0 - WRK-DIFERENCA) > WRK-DESVIO-LIMITE
               MOVE '*REVISAO - ABAIXO' TO WRK-DET-MARCA
               ADD 1 TO WRK-QTD-REVISAO
           END-IF.
