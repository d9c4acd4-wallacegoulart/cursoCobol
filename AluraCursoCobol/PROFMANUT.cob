      *          PARA A SECRETARIA; O BOLETIM IMPRIME O PROFESSOR
      *          RESPONSAVEL NA LINHA DA MATERIA
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - INDISPONIBILIDADE DO PROFESSOR
      *            POR DIA/AULA (OPERACAO D, PROFINDISP.DAT),
      *            RESPEITADA PELO HORARIO NA GRADE SEMANAL
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELATORIO-CARGA ASSIGN TO "DATA/PROFCARGAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDISPONIBILIDADE ASSIGN TO "DATA/PROFINDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-MASTER.
       FD  RELATORIO-CARGA.
       01  REL-LINHA            PIC X(80).

       FD  INDISPONIBILIDADE.
       COPY "PROFIND.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-PRF-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-ATB-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-IND-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-PRF-QTD       PIC 9(03)  VALUE ZEROS.
           88  OPER-ATRIBUIR VALUE 'A'.
           88  OPER-CONSULTA VALUE 'C'.
           88  OPER-RELATORIO VALUE 'R'.
           88  OPER-INDISPONIVEL VALUE 'D'.
       77  WRK-CODIGO        PIC 9(03)  VALUE ZEROS.
       77  WRK-NOME-NOVO     PIC X(20)  VALUE SPACES.
       77  WRK-MATERIA       PIC 9(02)  VALUE ZEROS.
       77  WRK-AULAS         PIC 9(02)  VALUE ZEROS.
       77  WRK-QTD-TURMAS    PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-AULAS     PIC 9(04)  VALUE ZEROS.
       77  WRK-DIA           PIC 9(01)  VALUE ZEROS.
       77  WRK-AULA          PIC 9(02)  VALUE ZEROS.
       77  WRK-IND-ACHADA    PIC X      VALUE 'N'.
           88  INDISPONIBILIDADE-JA-EXISTE VALUE 'Y'.

       01  WRK-TAB-PROFESSORES.
           05  WRK-PRF-ITEM OCCURS 100 TIMES INDEXED BY WRK-PRF-IDX.
           PERFORM 0130-CARREGAR-MATERIAS.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR PROFESSOR '
               'A-ATRIBUIR MATERIA R-RELATORIO DE CARGA '
               'D-INDISPONIBILIDADE).. '
           ACCEPT WRK-OPERACAO.

       0110-CARREGAR-PROFESSORES.
                   PERFORM 0220-ATRIBUIR-MATERIA
               WHEN OPER-RELATORIO
                   PERFORM 0400-RELATORIO-CARGA
               WHEN OPER-INDISPONIVEL
                   PERFORM 0230-REGISTRAR-INDISPONIBILIDADE
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-PROFESSOR
           END-EVALUATE.
               END-IF
           END-IF.

      ****************INDISPONIBILIDADE DO PROFESSOR***********
      *DIA 1 (SEGUNDA) A 6 (SABADO); AULA 00 = DIA INTEIRO. O
      *HORARIO NAO ALOCA AULA DO PROFESSOR NESSE DIA/AULA
       0230-REGISTRAR-INDISPONIBILIDADE.
           DISPLAY 'CODIGO DO PROFESSOR.. '
           ACCEPT WRK-CODIGO
           PERFORM 0245-LOCALIZAR-PROFESSOR
           IF NOT PROFESSOR-ENCONTRADO
               DISPLAY 'PROFESSOR NAO CADASTRADO - INDISPONIBILIDADE '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'ANO LETIVO (AAAA).. '
           ACCEPT WRK-ANO
           DISPLAY 'DIA DA SEMANA (1-SEGUNDA A 6-SABADO).. '
           ACCEPT WRK-DIA
           DISPLAY 'AULA DO DIA (00 = DIA INTEIRO).. '
           ACCEPT WRK-AULA

           IF WRK-DIA < 1 OR WRK-DIA > 6 OR WRK-AULA > 10
               DISPLAY 'DIA OU AULA INVALIDA - INDISPONIBILIDADE '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WRK-IND-ACHADA
           OPEN INPUT INDISPONIBILIDADE
           IF WRK-IND-STATUS = '00'
               READ INDISPONIBILIDADE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF IND-PROFESSOR = WRK-CODIGO
                       AND IND-ANO = WRK-ANO
                       AND IND-DIA = WRK-DIA
                       AND (IND-AULA = WRK-AULA OR IND-AULA = 0)
                       SET INDISPONIBILIDADE-JA-EXISTE TO TRUE
                   END-IF
                   READ INDISPONIBILIDADE
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE INDISPONIBILIDADE
           END-IF
           MOVE 'N' TO WRK-EOF

           IF INDISPONIBILIDADE-JA-EXISTE
               DISPLAY 'INDISPONIBILIDADE JA REGISTRADA PARA O '
                   'PROFESSOR NESSE DIA/AULA - REGISTRO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND INDISPONIBILIDADE
               IF WRK-IND-STATUS NOT = '00'
                   OPEN OUTPUT INDISPONIBILIDADE
               END-IF
               MOVE WRK-CODIGO TO IND-PROFESSOR
               MOVE WRK-ANO    TO IND-ANO
               MOVE WRK-DIA    TO IND-DIA
               MOVE WRK-AULA   TO IND-AULA
               WRITE IND-REC
               CLOSE INDISPONIBILIDADE
               DISPLAY 'INDISPONIBILIDADE REGISTRADA COM SUCESSO'
           END-IF.

       0245-LOCALIZAR-PROFESSOR.
           SET WRK-PRF-IDX TO 1
           MOVE 'N' TO WRK-PRF-ACHADO
