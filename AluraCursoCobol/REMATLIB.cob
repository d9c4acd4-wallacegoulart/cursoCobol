       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATLIB.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: LIBERACAO DA REMATRICULA PENDENTE POR MENSALIDADE
      *          EM ATRASO: PARA A MATRICULA INFORMADA, SE ESTIVER
      *          PENDENTE NO REMATPEND.DAT (GRAVADO PELO
      *          REMATRICULA), EXIGE USUARIO COM O NIVEL MINIMO DA
      *          FUNCAO REMATLIB NA MATRIZ DE AUTORIZACAO (MESMA
      *          DISCIPLINA DO FORNMANT) E UM MOTIVO; A DECISAO E
      *          GRAVADA NA TRILHA SEGAUDIT JUNTO COM A MATRICULA E O
      *          MOTIVO, O REGISTRO PENDENTE FICA MARCADO COMO
      *          LIBERADO (USUARIO, DATA E MOTIVO) E A MATRICULA DO
      *          ANO NOVO, COM A TURMA JA RESERVADA, E ACRESCENTADA
      *          AO ALUNOSNOVO.DAT; REPROCESSAR O REMATRICULA GERA O
      *          REMATPEND DE NOVO E AS LIBERACOES PRECISAM SER
      *          REFEITAS (A TRILHA SEGAUDIT GUARDA O HISTORICO)
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO, MATRICULA E MOTIVO DO
      *            SEGAUDIT COBERTOS PELO ELO DA TRILHA (REVISAO
      *            TRIMESTRAL DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMATRICULA-PENDENTE ASSIGN TO "DATA/REMATPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.

           SELECT ALUNOS-NOVO ASSIGN TO "DATA/ALUNOSNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOV-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMATRICULA-PENDENTE.
       COPY "REMATPEN.CPY".

       FD  ALUNOS-NOVO.
       01  NOV-REC.
           05  NOV-MATRICULA    PIC 9(06).
           05  NOV-NOME         PIC X(20).
           05  NOV-NOTA1        PIC 9(02).
           05  NOV-NOTA2        PIC 9(02).
           05  NOV-TURMA        PIC X(03).
           05  NOV-SERIE        PIC 9(02).
           05  NOV-RESPONSAVEL  PIC X(20).
           05  NOV-CPF-RESPONSAVEL PIC 9(11).

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  USR-USUARIO       PIC X(20).
           05  USR-NIVEL         PIC 9(02).
           05  USR-SENHA         PIC X(08).
           05  USR-FALHAS        PIC 9(01).
           05  USR-BLOQUEADO     PIC X(01).

       FD  MATRIZ-AUTORIZACAO.
       01  AUT-REC.
           05  AUT-FUNCAO        PIC X(08).
           05  AUT-NIVEL-MINIMO  PIC 9(02).

      *TRILHA PADRAO (USUARIO/NIVEL/RESULTADO/DATA) SEGUIDA DA
      *FUNCAO, DA MATRICULA E DO MOTIVO DA LIBERACAO
       FD  AUDITORIA-SEGURANCA.
       01  SEG-REC.
           05  SEG-USUARIO       PIC X(20).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).
           05  SEG-MATRICULA     PIC 9(06).
           05  SEG-MOTIVO        PIC X(50).

       WORKING-STORAGE SECTION.
       77  WRK-PEN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-NOV-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-PENDENTES VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-MATRICULA     PIC 9(06)  VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(50)  VALUE SPACES.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.
       77  WRK-PEN-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-PEN-ACHADO    PIC X      VALUE 'N'.
           88  PENDENCIA-ENCONTRADA VALUE 'Y'.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-PENDENTES.
           05  WRK-PEN-ITEM OCCURS 500 TIMES INDEXED BY WRK-PEN-IDX.
               10  WRK-PEN-REGISTRO PIC X(175).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           OPEN INPUT REMATRICULA-PENDENTE
           IF WRK-PEN-STATUS NOT = '00'
               DISPLAY 'SEM REMATRICULAS PENDENTES (REMATPEND) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ REMATRICULA-PENDENTE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-PENDENTES
               IF WRK-PEN-QTD >= 500
                   DISPLAY 'ERRO: REMATRICULAS PENDENTES EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PEN-QTD
               MOVE PEN-REC TO WRK-PEN-REGISTRO(WRK-PEN-QTD)
               READ REMATRICULA-PENDENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE REMATRICULA-PENDENTE.

           DISPLAY 'MATRICULA A LIBERAR.. '
           ACCEPT WRK-MATRICULA.
           DISPLAY 'MOTIVO DA LIBERACAO.. '
           ACCEPT WRK-MOTIVO.

       0200-PROCESSAR.
           PERFORM 0210-LOCALIZAR-PENDENCIA

           IF NOT PENDENCIA-ENCONTRADA
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM REMATRICULA '
                   'PENDENTE - NADA A LIBERAR'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-PEN-REGISTRO(WRK-PEN-IDX) TO PEN-REC
           IF REMAT-LIBERADA
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' JA LIBERADA POR '
                   PEN-USUARIO ' EM ' PEN-DATA-LIBERACAO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO NAO INFORMADO - LIBERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE PEN-VALOR-DEVIDO TO WRK-VALOR-ED
           DISPLAY 'ALUNO ' PEN-NOME ' - ' PEN-QTD-PARCELAS
               ' PARCELA(S) EM ATRASO, ' WRK-VALOR-ED

           PERFORM 0205-VALIDAR-USUARIO

           MOVE 'L'           TO PEN-SITUACAO
           MOVE WRK-USUARIO   TO PEN-USUARIO
           MOVE WRK-DATA-EXEC TO PEN-DATA-LIBERACAO
           MOVE WRK-MOTIVO    TO PEN-MOTIVO
           MOVE PEN-REC TO WRK-PEN-REGISTRO(WRK-PEN-IDX)

           PERFORM 0260-INCLUIR-ALUNO-NOVO
           PERFORM 0270-REGRAVAR-PENDENTES

           DISPLAY 'REMATRICULA DE ' WRK-MATRICULA ' LIBERADA NA '
               'TURMA ' NOV-TURMA.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
      *MESMA DISCIPLINA DO FORNMANT: NIVEL MENOR E MAIS
      *PRIVILEGIADO; A DECISAO E GRAVADA NA TRILHA SEGAUDIT COM
      *A MATRICULA E O MOTIVO
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'REMATLIB'
                   MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
               END-IF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-AUT-EOF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-AUTORIZACAO

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO

           MOVE 'N' TO WRK-USUARIO-OK
           MOVE 0 TO WRK-NIVEL-USUARIO
           OPEN INPUT USUARIOS-MASTER
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-USR-EOF
           END-READ
           PERFORM UNTIL FIM-USUARIOS
               IF USR-USUARIO = WRK-USUARIO
                   MOVE USR-NIVEL TO WRK-NIVEL-USUARIO
                   IF USR-NIVEL >= 1
                       AND USR-NIVEL <= WRK-NIVEL-MINIMO
                       MOVE 'Y' TO WRK-USUARIO-OK
                   END-IF
               END-IF
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-USR-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE WRK-USUARIO       TO SEG-USUARIO
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           IF USUARIO-AUTORIZADO
               MOVE 'AUTORIZADO' TO SEG-RESULTADO
           ELSE
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'REMATLIB'    TO SEG-FUNCAO
           MOVE WRK-MATRICULA TO SEG-MATRICULA
           MOVE WRK-MOTIVO    TO SEG-MOTIVO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'REMATLIB - LIBERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0210-LOCALIZAR-PENDENCIA.
           SET WRK-PEN-IDX TO 1
           MOVE 'N' TO WRK-PEN-ACHADO

           IF WRK-PEN-QTD > 0
               SEARCH WRK-PEN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PEN-REGISTRO(WRK-PEN-IDX)(1:6) =
                       WRK-MATRICULA
                       SET PENDENCIA-ENCONTRADA TO TRUE
               END-SEARCH
           END-IF

           IF PENDENCIA-ENCONTRADA
               AND WRK-PEN-IDX > WRK-PEN-QTD
               MOVE 'N' TO WRK-PEN-ACHADO
           END-IF.

      **********MATRICULA NOVA COM A TURMA JA RESERVADA********
       0260-INCLUIR-ALUNO-NOVO.
           OPEN EXTEND ALUNOS-NOVO
           IF WRK-NOV-STATUS NOT = '00'
               OPEN OUTPUT ALUNOS-NOVO
           END-IF
           MOVE PEN-ALUNO TO NOV-REC
           WRITE NOV-REC
           CLOSE ALUNOS-NOVO.

       0270-REGRAVAR-PENDENTES.
           OPEN OUTPUT REMATRICULA-PENDENTE

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PEN-QTD
               MOVE WRK-PEN-REGISTRO(WRK-SUB) TO PEN-REC
               WRITE PEN-REC
           END-PERFORM.

           CLOSE REMATRICULA-PENDENTE.

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
