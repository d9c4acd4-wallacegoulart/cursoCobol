       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MONTAGEM DO HORARIO SEMANAL DAS TURMAS A PARTIR DA
      *          ATRIBUICAO PROFESSOR/MATERIA/TURMA DO ANO LETIVO
      *          (PROFATRIB.DAT, MANTIDA PELO PROFMANUT): AS AULAS
      *          SEMANAIS DE CADA ATRIBUICAO SAO ESPALHADAS PELOS
      *          DIAS E AULAS DO DIA DO PARAMETRO HORAPARM (DEFAULT
      *          5 DIAS DE 5 AULAS), UMA POR DIA ANTES DE REPETIR O
      *          DIA, COMECANDO PELAS ATRIBUICOES COM MAIS AULAS;
      *          NUNCA POE PROFESSOR OU TURMA EM DOIS LUGARES NA
      *          MESMA AULA E RESPEITA A INDISPONIBILIDADE DO
      *          PROFESSOR (PROFINDISP.DAT); GRAVA A GRADE
      *          (HORARIO.DAT), IMPRIME O HORARIO POR TURMA
      *          (HORTURMAREL.DAT, COM AS AULAS NAO ALOCADAS NO
      *          FINAL) E POR PROFESSOR (HORPROFREL.DAT)
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUICOES ASSIGN TO "DATA/PROFATRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATB-STATUS.

           SELECT PROFESSOR-MASTER ASSIGN TO "DATA/PROFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRF-STATUS.

           SELECT CADASTRO-MATERIAS ASSIGN TO "DATA/MATERIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDISPONIBILIDADE ASSIGN TO "DATA/PROFINDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IND-STATUS.

           SELECT PARAMETROS-HORARIO ASSIGN TO "DATA/HORAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HRP-STATUS.

           SELECT GRADE-HORARIO ASSIGN TO "DATA/HORARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-TURMAS ASSIGN TO "DATA/HORTURMAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-PROFESSORES ASSIGN TO
               "DATA/HORPROFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATRIBUICOES.
       01  ATB-REC.
           05  ATB-PROFESSOR      PIC 9(03).
           05  ATB-MATERIA        PIC 9(02).
           05  ATB-TURMA          PIC X(03).
           05  ATB-ANO            PIC 9(04).
           05  ATB-AULAS-SEMANA   PIC 9(02).

       FD  PROFESSOR-MASTER.
       01  PRF-REC.
           05  PRF-CODIGO         PIC 9(03).
           05  PRF-NOME           PIC X(20).

       FD  CADASTRO-MATERIAS.
       01  MAT-REC.
           05  MAT-CODIGO       PIC 9(02).
           05  MAT-NOME         PIC X(15).
           05  MAT-PESO         PIC 9(01).

       FD  INDISPONIBILIDADE.
       COPY "PROFIND.CPY".

       FD  PARAMETROS-HORARIO.
       01  HRP-REC.
           05  HRP-DIAS           PIC 9(01).
           05  HRP-AULAS-DIA      PIC 9(02).

       FD  GRADE-HORARIO.
       01  HRR-REC.
           05  HRR-ANO            PIC 9(04).
           05  HRR-TURMA          PIC X(03).
           05  HRR-DIA            PIC 9(01).
           05  HRR-AULA           PIC 9(02).
           05  HRR-MATERIA        PIC 9(02).
           05  HRR-PROFESSOR      PIC 9(03).

       FD  RELATORIO-TURMAS.
       01  RTU-LINHA            PIC X(100).

       FD  RELATORIO-PROFESSORES.
       01  RPR-LINHA            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-ATB-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRF-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-IND-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-HRP-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-ANO           PIC 9(04)  VALUE ZEROS.
       77  WRK-DIAS          PIC 9(01)  VALUE 5.
       77  WRK-AULAS-DIA     PIC 9(02)  VALUE 5.
       77  WRK-ATB-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-TUR-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-PRF-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-MAT-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-ATB-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-TUR-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-PRF-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-MAT-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-DIA           PIC 9(01)  VALUE ZEROS.
       77  WRK-AULA          PIC 9(02)  VALUE ZEROS.
       77  WRK-DIA-CONT      PIC 9(01)  VALUE ZEROS.
       77  WRK-LIMITE        PIC 9(02)  VALUE ZEROS.
       77  WRK-ALVO          PIC 9(02)  VALUE ZEROS.
       77  WRK-NO-DIA        PIC 9(02)  VALUE ZEROS.
       77  WRK-QUOCIENTE     PIC 9(03)  VALUE ZEROS.
       77  WRK-RESTO         PIC 9(01)  VALUE ZEROS.
       77  WRK-POS           PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-AULAS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-ALOCADAS  PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-FALTAM    PIC 9(04)  VALUE ZEROS.
       77  WRK-FALTAM        PIC 9(02)  VALUE ZEROS.
       77  WRK-QTD-INDISP    PIC 9(04)  VALUE ZEROS.
       77  WRK-ALOCOU        PIC X      VALUE 'N'.
           88  AULA-ALOCADA  VALUE 'Y'.
       77  WRK-CELULA        PIC X(13)  VALUE SPACES.
       77  WRK-NOME-MATERIA  PIC X(15)  VALUE SPACES.
       77  WRK-LINHA         PIC X(100) VALUE SPACES.

       01  WRK-TAB-DIAS-NOME VALUE 'SEGTERQUAQUISEXSAB'.
           05  WRK-DIA-NOME    PIC X(03) OCCURS 6 TIMES.

      *ATRIBUICOES DO ANO COM A TURMA E O PROFESSOR JA LOCALIZADOS
       01  WRK-TAB-ATRIBUICOES.
           05  WRK-ATB-ITEM OCCURS 200 TIMES.
               10  WRK-ATB-PROFESSOR PIC 9(03).
               10  WRK-ATB-MATERIA   PIC 9(02).
               10  WRK-ATB-TURMA     PIC X(03).
               10  WRK-ATB-AULAS     PIC 9(02).
               10  WRK-ATB-ALOCADAS  PIC 9(02).
               10  WRK-ATB-TUR-IDX   PIC 9(02).
               10  WRK-ATB-PRF-IDX   PIC 9(03).

      *GRADE DA TURMA: ATRIBUICAO EM CADA DIA/AULA (ZERO = LIVRE)
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM OCCURS 30 TIMES.
               10  WRK-TUR-CODIGO    PIC X(03).
               10  WRK-TUR-DIA OCCURS 6 TIMES.
                   15  WRK-TUR-SLOT  PIC 9(03) OCCURS 10 TIMES.

      *GRADE DO PROFESSOR: ATRIBUICAO EM CADA DIA/AULA, ZERO LIVRE
      *E 999 INDISPONIVEL
       01  WRK-TAB-PROFESSORES.
           05  WRK-PRF-ITEM OCCURS 100 TIMES.
               10  WRK-PRF-CODIGO    PIC 9(03).
               10  WRK-PRF-NOME      PIC X(20).
               10  WRK-PRF-USADO     PIC X(01).
               10  WRK-PRF-DIA OCCURS 6 TIMES.
                   15  WRK-PRF-SLOT  PIC 9(03) OCCURS 10 TIMES.

       01  WRK-TAB-MATERIAS.
           05  WRK-MAT-ITEM OCCURS 20 TIMES.
               10  WRK-MAT-CODIGO PIC 9(02).
               10  WRK-MAT-NOME   PIC X(15).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'ANO LETIVO (AAAA).. '
           ACCEPT WRK-ANO.

           INITIALIZE WRK-TAB-TURMAS
           INITIALIZE WRK-TAB-PROFESSORES

           PERFORM 0105-CARREGAR-PARAMETROS.
           PERFORM 0110-CARREGAR-PROFESSORES.
           PERFORM 0120-CARREGAR-MATERIAS.
           PERFORM 0130-CARREGAR-ATRIBUICOES.
           PERFORM 0140-CARREGAR-INDISPONIBILIDADE.

           IF WRK-ATB-QTD = 0
               DISPLAY 'NENHUMA ATRIBUICAO DE PROFESSOR PARA O ANO '
                   WRK-ANO ' - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********DIAS DA SEMANA E AULAS POR DIA*****************
      *ATE 6 DIAS (SEGUNDA A SABADO) E 10 AULAS POR DIA
       0105-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-HORARIO
           IF WRK-HRP-STATUS = '00'
               READ PARAMETROS-HORARIO
                   AT END CONTINUE
                   NOT AT END
                       IF HRP-DIAS > 0 AND HRP-DIAS <= 6
                           MOVE HRP-DIAS TO WRK-DIAS
                       END-IF
                       IF HRP-AULAS-DIA > 0 AND HRP-AULAS-DIA <= 10
                           MOVE HRP-AULAS-DIA TO WRK-AULAS-DIA
                       END-IF
               END-READ
               CLOSE PARAMETROS-HORARIO
           END-IF.

       0110-CARREGAR-PROFESSORES.
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
                   MOVE 'N'        TO WRK-PRF-USADO(WRK-PRF-QTD)
                   READ PROFESSOR-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PROFESSOR-MASTER
           END-IF
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

      **********ATRIBUICOES DO ANO LETIVO**********************
      *PROFESSOR SEM CADASTRO NO PROFMAST ENTRA COM O CODIGO, PARA
      *A GRADE NAO PERDER A AULA
       0130-CARREGAR-ATRIBUICOES.
           OPEN INPUT ATRIBUICOES
           IF WRK-ATB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ATRIBUICOES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF ATB-ANO = WRK-ANO AND ATB-AULAS-SEMANA > 0
                   PERFORM 0135-GUARDAR-ATRIBUICAO
               END-IF
               READ ATRIBUICOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ATRIBUICOES
           MOVE 'N' TO WRK-EOF.

       0135-GUARDAR-ATRIBUICAO.
           IF WRK-ATB-QTD >= 200
               DISPLAY 'ERRO: ATRIBUICOES EXCEDEM O LIMITE DE 200 '
                   'REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-ATB-QTD
           MOVE ATB-PROFESSOR    TO WRK-ATB-PROFESSOR(WRK-ATB-QTD)
           MOVE ATB-MATERIA      TO WRK-ATB-MATERIA(WRK-ATB-QTD)
           MOVE ATB-TURMA        TO WRK-ATB-TURMA(WRK-ATB-QTD)
           MOVE ATB-AULAS-SEMANA TO WRK-ATB-AULAS(WRK-ATB-QTD)
           MOVE 0                TO WRK-ATB-ALOCADAS(WRK-ATB-QTD)
           ADD ATB-AULAS-SEMANA  TO WRK-QTD-AULAS

           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-CODIGO(WRK-TUR-SUB) = ATB-TURMA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-QTD >= 30
                   DISPLAY 'ERRO: TURMAS DO ANO EXCEDEM O LIMITE DE '
                       '30 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TUR-QTD
               MOVE WRK-TUR-QTD TO WRK-TUR-SUB
               MOVE ATB-TURMA TO WRK-TUR-CODIGO(WRK-TUR-SUB)
           END-IF
           MOVE WRK-TUR-SUB TO WRK-ATB-TUR-IDX(WRK-ATB-QTD)

           PERFORM VARYING WRK-PRF-SUB FROM 1 BY 1
                   UNTIL WRK-PRF-SUB > WRK-PRF-QTD
               IF WRK-PRF-CODIGO(WRK-PRF-SUB) = ATB-PROFESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WRK-PRF-SUB > WRK-PRF-QTD
               IF WRK-PRF-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE PROFESSORES EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRF-QTD
               MOVE WRK-PRF-QTD TO WRK-PRF-SUB
               MOVE ATB-PROFESSOR TO WRK-PRF-CODIGO(WRK-PRF-SUB)
               MOVE 'PROFESSOR SEM CADASTRO' TO
                   WRK-PRF-NOME(WRK-PRF-SUB)
           END-IF
           MOVE 'S' TO WRK-PRF-USADO(WRK-PRF-SUB)
           MOVE WRK-PRF-SUB TO WRK-ATB-PRF-IDX(WRK-ATB-QTD).

      **********INDISPONIBILIDADE DOS PROFESSORES**************
      *AULA 00 BLOQUEIA O DIA INTEIRO
       0140-CARREGAR-INDISPONIBILIDADE.
           OPEN INPUT INDISPONIBILIDADE
           IF WRK-IND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ INDISPONIBILIDADE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF IND-ANO = WRK-ANO
                   AND IND-DIA > 0 AND IND-DIA <= WRK-DIAS
                   AND IND-AULA <= WRK-AULAS-DIA
                   PERFORM 0145-BLOQUEAR-PROFESSOR
               END-IF
               READ INDISPONIBILIDADE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE INDISPONIBILIDADE
           MOVE 'N' TO WRK-EOF.

       0145-BLOQUEAR-PROFESSOR.
           PERFORM VARYING WRK-PRF-SUB FROM 1 BY 1
                   UNTIL WRK-PRF-SUB > WRK-PRF-QTD
               IF WRK-PRF-CODIGO(WRK-PRF-SUB) = IND-PROFESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WRK-PRF-SUB > WRK-PRF-QTD
               EXIT PARAGRAPH
           END-IF

           IF IND-AULA = 0
               PERFORM VARYING WRK-AULA FROM 1 BY 1
                       UNTIL WRK-AULA > WRK-AULAS-DIA
                   MOVE 999 TO
                       WRK-PRF-SLOT(WRK-PRF-SUB, IND-DIA, WRK-AULA)
                   ADD 1 TO WRK-QTD-INDISP
               END-PERFORM
           ELSE
               MOVE 999 TO WRK-PRF-SLOT(WRK-PRF-SUB, IND-DIA, IND-AULA)
               ADD 1 TO WRK-QTD-INDISP
           END-IF.

      **********DISTRIBUICAO DAS AULAS*************************
      *AS ATRIBUICOES COM MAIS AULAS SEMANAIS SAO DISTRIBUIDAS
      *PRIMEIRO, ENQUANTO A GRADE ESTA MAIS LIVRE
       0200-PROCESSAR.
           PERFORM VARYING WRK-ALVO FROM 99 BY -1
                   UNTIL WRK-ALVO = 0
               PERFORM VARYING WRK-ATB-SUB FROM 1 BY 1
                       UNTIL WRK-ATB-SUB > WRK-ATB-QTD
                   IF WRK-ATB-AULAS(WRK-ATB-SUB) = WRK-ALVO
                       PERFORM 0210-ALOCAR-ATRIBUICAO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *NO MAXIMO UMA AULA DA ATRIBUICAO POR DIA ENQUANTO HOUVER
      *DIA SEM ELA; O DIA INICIAL VARIA COM A ATRIBUICAO PARA NAO
      *CONCENTRAR TODAS AS MATERIAS NA SEGUNDA-FEIRA
       0210-ALOCAR-ATRIBUICAO.
           MOVE WRK-ATB-TUR-IDX(WRK-ATB-SUB) TO WRK-TUR-SUB
           MOVE WRK-ATB-PRF-IDX(WRK-ATB-SUB) TO WRK-PRF-SUB

           PERFORM VARYING WRK-LIMITE FROM 1 BY 1
                   UNTIL WRK-LIMITE > WRK-AULAS-DIA
                   OR WRK-ATB-ALOCADAS(WRK-ATB-SUB) =
                      WRK-ATB-AULAS(WRK-ATB-SUB)
               PERFORM VARYING WRK-DIA-CONT FROM 0 BY 1
                       UNTIL WRK-DIA-CONT >= WRK-DIAS
                       OR WRK-ATB-ALOCADAS(WRK-ATB-SUB) =
                          WRK-ATB-AULAS(WRK-ATB-SUB)
                   DIVIDE WRK-DIAS INTO WRK-ATB-SUB
                       GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
                   COMPUTE WRK-DIA = WRK-RESTO + WRK-DIA-CONT
                   IF WRK-DIA >= WRK-DIAS
                       SUBTRACT WRK-DIAS FROM WRK-DIA
                   END-IF
                   ADD 1 TO WRK-DIA
                   PERFORM 0220-CONTAR-NO-DIA
                   IF WRK-NO-DIA < WRK-LIMITE
                       PERFORM 0230-OCUPAR-AULA
                   END-IF
               END-PERFORM
           END-PERFORM.

       0220-CONTAR-NO-DIA.
           MOVE 0 TO WRK-NO-DIA
           PERFORM VARYING WRK-AULA FROM 1 BY 1
                   UNTIL WRK-AULA > WRK-AULAS-DIA
               IF WRK-TUR-SLOT(WRK-TUR-SUB, WRK-DIA, WRK-AULA) =
                   WRK-ATB-SUB
                   ADD 1 TO WRK-NO-DIA
               END-IF
           END-PERFORM.

      *PRIMEIRA AULA DO DIA LIVRE AO MESMO TEMPO NA TURMA E NO
      *PROFESSOR (NEM OCUPADO NEM INDISPONIVEL)
       0230-OCUPAR-AULA.
           MOVE 'N' TO WRK-ALOCOU
           PERFORM VARYING WRK-AULA FROM 1 BY 1
                   UNTIL WRK-AULA > WRK-AULAS-DIA OR AULA-ALOCADA
               IF WRK-TUR-SLOT(WRK-TUR-SUB, WRK-DIA, WRK-AULA) = 0
                   AND WRK-PRF-SLOT(WRK-PRF-SUB, WRK-DIA, WRK-AULA)
                       = 0
                   MOVE WRK-ATB-SUB TO
                       WRK-TUR-SLOT(WRK-TUR-SUB, WRK-DIA, WRK-AULA)
                   MOVE WRK-ATB-SUB TO
                       WRK-PRF-SLOT(WRK-PRF-SUB, WRK-DIA, WRK-AULA)
                   ADD 1 TO WRK-ATB-ALOCADAS(WRK-ATB-SUB)
                   ADD 1 TO WRK-QTD-ALOCADAS
                   SET AULA-ALOCADA TO TRUE
               END-IF
           END-PERFORM.

       0300-FINALIZAR.
           PERFORM 0310-GRAVAR-GRADE.
           PERFORM 0320-IMPRIMIR-TURMAS.
           PERFORM 0340-IMPRIMIR-PROFESSORES.

           COMPUTE WRK-QTD-FALTAM = WRK-QTD-AULAS - WRK-QTD-ALOCADAS
           DISPLAY 'AULAS SEMANAIS ATRIBUIDAS: ' WRK-QTD-AULAS
               ' ALOCADAS: ' WRK-QTD-ALOCADAS
               ' NAO ALOCADAS: ' WRK-QTD-FALTAM.
           DISPLAY 'HORARIO POR TURMA EM HORTURMAREL.DAT E POR '
               'PROFESSOR EM HORPROFREL.DAT'.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-FALTAM > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **********GRADE GRAVADA PARA CONSULTA********************
       0310-GRAVAR-GRADE.
           OPEN OUTPUT GRADE-HORARIO
           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               PERFORM VARYING WRK-DIA FROM 1 BY 1
                       UNTIL WRK-DIA > WRK-DIAS
                   PERFORM VARYING WRK-AULA FROM 1 BY 1
                           UNTIL WRK-AULA > WRK-AULAS-DIA
                       MOVE WRK-TUR-SLOT(WRK-TUR-SUB, WRK-DIA, WRK-AULA)
                           TO WRK-ATB-SUB
                       IF WRK-ATB-SUB > 0
                           MOVE WRK-ANO TO HRR-ANO
                           MOVE WRK-TUR-CODIGO(WRK-TUR-SUB) TO
                               HRR-TURMA
                           MOVE WRK-DIA  TO HRR-DIA
                           MOVE WRK-AULA TO HRR-AULA
                           MOVE WRK-ATB-MATERIA(WRK-ATB-SUB) TO
                               HRR-MATERIA
                           MOVE WRK-ATB-PROFESSOR(WRK-ATB-SUB) TO
                               HRR-PROFESSOR
                           WRITE HRR-REC
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           CLOSE GRADE-HORARIO.

      **********HORARIO POR TURMA******************************
       0320-IMPRIMIR-TURMAS.
           OPEN OUTPUT RELATORIO-TURMAS

           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               MOVE SPACES TO RTU-LINHA
               STRING 'HORARIO SEMANAL DA TURMA ' DELIMITED BY SIZE
                   WRK-TUR-CODIGO(WRK-TUR-SUB) DELIMITED BY SIZE
                   ' - ANO LETIVO ' DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   INTO RTU-LINHA
               END-STRING
               WRITE RTU-LINHA
               PERFORM 0350-MONTAR-CABECALHO
               MOVE WRK-LINHA TO RTU-LINHA
               WRITE RTU-LINHA

               PERFORM VARYING WRK-AULA FROM 1 BY 1
                       UNTIL WRK-AULA > WRK-AULAS-DIA
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-AULA TO WRK-LINHA(2:2)
                   PERFORM VARYING WRK-DIA FROM 1 BY 1
                           UNTIL WRK-DIA > WRK-DIAS
                       MOVE WRK-TUR-SLOT(WRK-TUR-SUB, WRK-DIA,
                           WRK-AULA) TO WRK-ATB-SUB
                       MOVE SPACES TO WRK-CELULA
                       IF WRK-ATB-SUB = 0
                           MOVE '-' TO WRK-CELULA
                       ELSE
                           PERFORM 0360-NOME-MATERIA
                           MOVE WRK-NOME-MATERIA TO WRK-CELULA
                       END-IF
                       PERFORM 0355-POSICIONAR-CELULA
                   END-PERFORM
                   MOVE WRK-LINHA TO RTU-LINHA
                   WRITE RTU-LINHA
               END-PERFORM

               MOVE SPACES TO RTU-LINHA
               WRITE RTU-LINHA
           END-PERFORM

           PERFORM 0330-LISTAR-NAO-ALOCADAS
           CLOSE RELATORIO-TURMAS.

      **********AULAS QUE NAO COUBERAM NA GRADE****************
      *SEM AULA LIVRE AO MESMO TEMPO NA TURMA E NO PROFESSOR; A
      *COORDENACAO REVE A ATRIBUICAO OU A INDISPONIBILIDADE
       0330-LISTAR-NAO-ALOCADAS.
           MOVE 'AULAS NAO ALOCADAS (SEM AULA LIVRE COMUM A TURMA E '
               TO RTU-LINHA
           MOVE 'AO PROFESSOR)' TO RTU-LINHA(52:13)
           WRITE RTU-LINHA
           MOVE '=============================================' TO
               RTU-LINHA
           WRITE RTU-LINHA

           MOVE 0 TO WRK-SUB
           PERFORM VARYING WRK-ATB-SUB FROM 1 BY 1
                   UNTIL WRK-ATB-SUB > WRK-ATB-QTD
               IF WRK-ATB-ALOCADAS(WRK-ATB-SUB) <
                   WRK-ATB-AULAS(WRK-ATB-SUB)
                   ADD 1 TO WRK-SUB
                   COMPUTE WRK-FALTAM = WRK-ATB-AULAS(WRK-ATB-SUB) -
                       WRK-ATB-ALOCADAS(WRK-ATB-SUB)
                   PERFORM 0360-NOME-MATERIA
                   MOVE WRK-ATB-PRF-IDX(WRK-ATB-SUB) TO WRK-PRF-SUB
                   MOVE SPACES TO RTU-LINHA
                   STRING 'TURMA ' DELIMITED BY SIZE
                       WRK-ATB-TURMA(WRK-ATB-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOME-MATERIA DELIMITED BY SIZE
                       ' PROF ' DELIMITED BY SIZE
                       WRK-ATB-PROFESSOR(WRK-ATB-SUB)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-PRF-NOME(WRK-PRF-SUB) DELIMITED BY SIZE
                       ' FALTAM ' DELIMITED BY SIZE
                       WRK-FALTAM DELIMITED BY SIZE
                       ' DE ' DELIMITED BY SIZE
                       WRK-ATB-AULAS(WRK-ATB-SUB) DELIMITED BY SIZE
                       INTO RTU-LINHA
                   END-STRING
                   WRITE RTU-LINHA
                   DISPLAY RTU-LINHA
               END-IF
           END-PERFORM

           IF WRK-SUB = 0
               MOVE 'NENHUMA - TODAS AS AULAS ATRIBUIDAS ESTAO NA GRADE'
                   TO RTU-LINHA
               WRITE RTU-LINHA
           END-IF.

      **********HORARIO POR PROFESSOR**************************
       0340-IMPRIMIR-PROFESSORES.
           OPEN OUTPUT RELATORIO-PROFESSORES

           PERFORM VARYING WRK-PRF-SUB FROM 1 BY 1
                   UNTIL WRK-PRF-SUB > WRK-PRF-QTD
               IF WRK-PRF-USADO(WRK-PRF-SUB) = 'S'
                   PERFORM 0345-IMPRIMIR-PROFESSOR
               END-IF
           END-PERFORM

           CLOSE RELATORIO-PROFESSORES.

       0345-IMPRIMIR-PROFESSOR.
           MOVE SPACES TO RPR-LINHA
           STRING 'HORARIO SEMANAL DO PROFESSOR ' DELIMITED BY SIZE
               WRK-PRF-CODIGO(WRK-PRF-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PRF-NOME(WRK-PRF-SUB) DELIMITED BY SIZE
               ' - ANO LETIVO ' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO RPR-LINHA
           END-STRING
           WRITE RPR-LINHA
           PERFORM 0350-MONTAR-CABECALHO
           MOVE WRK-LINHA TO RPR-LINHA
           WRITE RPR-LINHA

           PERFORM VARYING WRK-AULA FROM 1 BY 1
                   UNTIL WRK-AULA > WRK-AULAS-DIA
               MOVE SPACES TO WRK-LINHA
               MOVE WRK-AULA TO WRK-LINHA(2:2)
               PERFORM VARYING WRK-DIA FROM 1 BY 1
                       UNTIL WRK-DIA > WRK-DIAS
                   MOVE WRK-PRF-SLOT(WRK-PRF-SUB, WRK-DIA, WRK-AULA)
                       TO WRK-ATB-SUB
                   MOVE SPACES TO WRK-CELULA
                   EVALUATE WRK-ATB-SUB
                       WHEN 0
                           MOVE '-' TO WRK-CELULA
                       WHEN 999
                           MOVE 'INDISPONIVEL' TO WRK-CELULA
                       WHEN OTHER
                           PERFORM 0360-NOME-MATERIA
                           MOVE WRK-ATB-TURMA(WRK-ATB-SUB) TO
                               WRK-CELULA(1:3)
                           MOVE WRK-NOME-MATERIA(1:9) TO WRK-CELULA(5:9)
                   END-EVALUATE
                   PERFORM 0355-POSICIONAR-CELULA
               END-PERFORM
               MOVE WRK-LINHA TO RPR-LINHA
               WRITE RPR-LINHA
           END-PERFORM

           MOVE SPACES TO RPR-LINHA
           WRITE RPR-LINHA.

      *COLUNA DE 14 POSICOES POR DIA DEPOIS DO NUMERO DA AULA
       0350-MONTAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA
           MOVE 'AULA' TO WRK-LINHA(1:4)
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-DIAS
               MOVE WRK-DIA-NOME(WRK-DIA) TO WRK-CELULA
               PERFORM 0355-POSICIONAR-CELULA
           END-PERFORM.

       0355-POSICIONAR-CELULA.
           COMPUTE WRK-POS = 7 + (WRK-DIA - 1) * 14
           MOVE WRK-CELULA TO WRK-LINHA(WRK-POS:13).

       0360-NOME-MATERIA.
           MOVE SPACES TO WRK-NOME-MATERIA
           PERFORM VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-MAT-QTD
               IF WRK-MAT-CODIGO(WRK-MAT-SUB) =
                   WRK-ATB-MATERIA(WRK-ATB-SUB)
                   MOVE WRK-MAT-NOME(WRK-MAT-SUB) TO WRK-NOME-MATERIA
               END-IF
           END-PERFORM
           IF WRK-NOME-MATERIA = SPACES
               MOVE 'MATERIA ' TO WRK-NOME-MATERIA
               MOVE WRK-ATB-MATERIA(WRK-ATB-SUB) TO
                   WRK-NOME-MATERIA(9:2)
           END-IF.
