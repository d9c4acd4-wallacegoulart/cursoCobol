       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CONVERSAO UNICA DO MESTRE DE FUNCIONARIOS PARA A
      *          DATA DE ADMISSAO COMPLETA E A DATA DE NASCIMENTO:
      *          CADA REGISTRO AINDA SEM O MES DE ADMISSAO RECEBE O
      *          DIA/MES DE ADMISSAO E A DATA DE NASCIMENTO DO
      *          ARQUIVO DE DATAS DO RH (EMPDATAS.DAT); FUNCIONARIO
      *          AUSENTE DO ARQUIVO OU COM DATA INVALIDA FICA COM
      *          01/01 DO ANO DE ADMISSAO JA CADASTRADO (DATA
      *          ESTIMADA, LISTADA NO EMPCONVREL.DAT PARA O RH
      *          COMPLETAR NO EMPMANUT, RC=4); REGISTRO JA
      *          CONVERTIDO NAO E TOCADO, ENTAO UMA SEGUNDA EXECUCAO
      *          NAO ALTERA NADA; TRAVA O RECURSO EMPMAST COMO A
      *          MANUTENCAO
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT DATAS-FUNCIONARIOS ASSIGN TO "DATA/EMPDATAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DTA-STATUS.

           SELECT TRAVAS-RECURSOS ASSIGN TO "DATA/RECLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-STATUS.

           SELECT RELATORIO-CONVERSAO ASSIGN TO "DATA/EMPCONVREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  DATAS-FUNCIONARIOS.
       01  DTA-REC.
           05  DTA-NUMERO          PIC 9(06).
           05  DTA-DATA-ADMISSAO   PIC 9(08).
           05  DTA-DATA-NASCIMENTO PIC 9(08).

       FD  TRAVAS-RECURSOS.
       01  LCK-REC.
           05  LCK-RECURSO        PIC X(08).
           05  LCK-PROGRAMA       PIC X(08).
           05  LCK-DATA           PIC 9(08).
           05  LCK-HORA           PIC 9(08).

       FD  RELATORIO-CONVERSAO.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-DTA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-EOF         PIC X      VALUE 'N'.
           88  FIM-FUNCIONARIOS VALUE 'Y'.
       77  WRK-DTA-EOF         PIC X      VALUE 'N'.
           88  FIM-DATAS       VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-DTA-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-DTA-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-DTA-ACHADA      PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-LIDOS       PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-CONVERTIDOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-ESTIMADOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-JA-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-NASCIMENTO PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO          PIC X(40)  VALUE SPACES.

       01  WRK-DATA-VALIDAR    PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-VALIDAR-R REDEFINES WRK-DATA-VALIDAR.
           05  WRK-ANO-VALIDAR PIC 9(04).
           05  WRK-MES-VALIDAR PIC 9(02).
           05  WRK-DIA-VALIDAR PIC 9(02).
       77  WRK-DATA-OK         PIC X      VALUE 'S'.
           88  DATA-VALIDA     VALUE 'S'.
           88  DATA-INVALIDA   VALUE 'N'.

       77  WRK-ADMISSAO-RH     PIC 9(08)  VALUE ZEROS.
       77  WRK-NASCIMENTO-RH   PIC 9(08)  VALUE ZEROS.

       01  WRK-TAB-DATAS.
           05  WRK-DTA-ITEM OCCURS 500 TIMES.
               10  WRK-DTA-NUMERO      PIC 9(06).
               10  WRK-DTA-ADMISSAO    PIC 9(08).
               10  WRK-DTA-NASCIMENTO  PIC 9(08).

       77  WRK-LCK-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-LCK-EOF       PIC X      VALUE 'N'.
           88  FIM-TRAVAS    VALUE 'Y'.
       77  WRK-LCK-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-LCK-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-RECURSO-LOCK  PIC X(08)  VALUE 'EMPMAST '.
       77  WRK-LCK-DATA-EXEC PIC 9(08)  VALUE ZEROS.
       77  WRK-LCK-HORA-EXEC PIC 9(08)  VALUE ZEROS.

       01  WRK-TAB-TRAVAS.
           05  WRK-LCK-ITEM OCCURS 50 TIMES.
               10  WRK-LCK-RECURSO  PIC X(08).
               10  WRK-LCK-PROGRAMA PIC X(08).
               10  WRK-LCK-DATA     PIC 9(08).
               10  WRK-LCK-HORA     PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-DATAS.
           PERFORM 0050-RESERVAR-RECURSO.

           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 0350-LIBERAR-RECURSO
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-CONVERSAO.
           MOVE 'CONVERSAO DAS DATAS DE ADMISSAO E NASCIMENTO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WRK-EMP-EOF
           END-READ.

      **********CARGA DO ARQUIVO DE DATAS DO RH****************
       0120-CARREGAR-DATAS.
           OPEN INPUT DATAS-FUNCIONARIOS
           IF WRK-DTA-STATUS NOT = '00'
               DISPLAY 'ERRO: ARQUIVO DE DATAS DO RH (EMPDATAS) NAO '
                   'ENCONTRADO - CONVERSAO NAO PROCESSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ DATAS-FUNCIONARIOS
               AT END MOVE 'Y' TO WRK-DTA-EOF
           END-READ

           PERFORM UNTIL FIM-DATAS
               IF WRK-DTA-QTD >= 500
                   DISPLAY 'ERRO: ARQUIVO DE DATAS DO RH EXCEDE O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-DTA-QTD
               MOVE DTA-NUMERO TO WRK-DTA-NUMERO(WRK-DTA-QTD)
               MOVE DTA-DATA-ADMISSAO TO
                   WRK-DTA-ADMISSAO(WRK-DTA-QTD)
               MOVE DTA-DATA-NASCIMENTO TO
                   WRK-DTA-NASCIMENTO(WRK-DTA-QTD)
               READ DATAS-FUNCIONARIOS
                   AT END MOVE 'Y' TO WRK-DTA-EOF
               END-READ
           END-PERFORM
           CLOSE DATAS-FUNCIONARIOS.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-FUNCIONARIOS
               ADD 1 TO WRK-QTD-LIDOS
               IF EMP-MES-ADMISSAO NOT = ZEROS
                   ADD 1 TO WRK-QTD-JA-CONVERTIDOS
               ELSE
                   PERFORM 0250-CONVERTER-FUNCIONARIO
               END-IF

               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EMP-EOF
               END-READ
           END-PERFORM.

      **********CONVERSAO DE UM FUNCIONARIO********************
      *A DATA DO RH PREVALECE SOBRE O ANO DO MESTRE; SEM DATA
      *VALIDA ASSUME-SE 01/01 DO ANO CADASTRADO (O MESMO ANO
      *COMPLETO QUE A FOLHA JA CONSIDERAVA)
       0250-CONVERTER-FUNCIONARIO.
           MOVE SPACES TO WRK-MOTIVO
           MOVE ZEROS  TO WRK-ADMISSAO-RH
           MOVE ZEROS  TO WRK-NASCIMENTO-RH
           PERFORM 0255-LOCALIZAR-DATAS

           IF WRK-DTA-ACHADA = 0
               MOVE 'SEM DATAS NO ARQUIVO DO RH' TO WRK-MOTIVO
           ELSE
               MOVE WRK-DTA-ADMISSAO(WRK-DTA-ACHADA) TO
                   WRK-ADMISSAO-RH
               MOVE WRK-DTA-NASCIMENTO(WRK-DTA-ACHADA) TO
                   WRK-NASCIMENTO-RH
               MOVE WRK-ADMISSAO-RH TO WRK-DATA-VALIDAR
               PERFORM 0260-VALIDAR-DATA
               IF DATA-INVALIDA OR WRK-ADMISSAO-RH > WRK-DATA-EXEC
                   MOVE 'DATA DE ADMISSAO DO RH INVALIDA' TO
                       WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-ESTIMADOS
               MOVE 01 TO EMP-MES-ADMISSAO
               MOVE 01 TO EMP-DIA-ADMISSAO
               MOVE SPACES TO REL-LINHA
               STRING EMP-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EMP-NOME DELIMITED BY SIZE
                   ' ADMISSAO ESTIMADA 0101' DELIMITED BY SIZE
                   EMP-ANO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           ELSE
               IF WRK-ANO-VALIDAR NOT = EMP-ANO
                   MOVE SPACES TO REL-LINHA
                   STRING EMP-NUMERO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMP-NOME DELIMITED BY SIZE
                       ' ANO DO MESTRE ' DELIMITED BY SIZE
                       EMP-ANO DELIMITED BY SIZE
                       ' SUBSTITUIDO PELA DATA DO RH ' DELIMITED BY SIZE
                       WRK-ADMISSAO-RH DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
               MOVE WRK-ANO-VALIDAR TO EMP-ANO
               MOVE WRK-MES-VALIDAR TO EMP-MES-ADMISSAO
               MOVE WRK-DIA-VALIDAR TO EMP-DIA-ADMISSAO
           END-IF

           MOVE ZEROS TO EMP-DATA-NASCIMENTO
           IF WRK-NASCIMENTO-RH NOT = ZEROS
               MOVE WRK-NASCIMENTO-RH TO WRK-DATA-VALIDAR
               PERFORM 0260-VALIDAR-DATA
               IF DATA-VALIDA AND WRK-NASCIMENTO-RH < WRK-DATA-EXEC
                   MOVE WRK-NASCIMENTO-RH TO EMP-DATA-NASCIMENTO
               END-IF
           END-IF
           IF EMP-DATA-NASCIMENTO = ZEROS
               ADD 1 TO WRK-QTD-SEM-NASCIMENTO
               MOVE SPACES TO REL-LINHA
               STRING EMP-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EMP-NOME DELIMITED BY SIZE
                   ' SEM DATA DE NASCIMENTO VALIDA' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF

           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DO FUNCIONARIO '
                       EMP-NUMERO ' - STATUS ' WRK-EMP-STATUS
           END-REWRITE
           IF WRK-EMP-STATUS = '00'
               ADD 1 TO WRK-QTD-CONVERTIDOS
           END-IF.

       0255-LOCALIZAR-DATAS.
           MOVE 0 TO WRK-DTA-ACHADA
           PERFORM VARYING WRK-DTA-SUB FROM 1 BY 1
                   UNTIL WRK-DTA-SUB > WRK-DTA-QTD
                   OR WRK-DTA-ACHADA > 0
               IF WRK-DTA-NUMERO(WRK-DTA-SUB) = EMP-NUMERO
                   MOVE WRK-DTA-SUB TO WRK-DTA-ACHADA
               END-IF
           END-PERFORM.

      **********CONSISTENCIA DE UMA DATA AAAAMMDD**************
       0260-VALIDAR-DATA.
           SET DATA-VALIDA TO TRUE
           IF WRK-ANO-VALIDAR < 1900
               OR WRK-MES-VALIDAR < 1 OR WRK-MES-VALIDAR > 12
               OR WRK-DIA-VALIDAR < 1 OR WRK-DIA-VALIDAR > 31
               SET DATA-INVALIDA TO TRUE
           END-IF.

       0300-FINALIZAR.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'LIDOS: ' DELIMITED BY SIZE
               WRK-QTD-LIDOS DELIMITED BY SIZE
               ' CONVERTIDOS: ' DELIMITED BY SIZE
               WRK-QTD-CONVERTIDOS DELIMITED BY SIZE
               ' JA CONVERTIDOS: ' DELIMITED BY SIZE
               WRK-QTD-JA-CONVERTIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'ADMISSAO ESTIMADA: ' DELIMITED BY SIZE
               WRK-QTD-ESTIMADOS DELIMITED BY SIZE
               ' SEM NASCIMENTO: ' DELIMITED BY SIZE
               WRK-QTD-SEM-NASCIMENTO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE EMPLOYEE-MASTER.
           CLOSE RELATORIO-CONVERSAO.
           PERFORM 0350-LIBERAR-RECURSO.

           DISPLAY 'FUNCIONARIOS CONVERTIDOS: ' WRK-QTD-CONVERTIDOS
               ' JA CONVERTIDOS: ' WRK-QTD-JA-CONVERTIDOS.
           DISPLAY 'ADMISSAO ESTIMADA: ' WRK-QTD-ESTIMADOS
               ' SEM NASCIMENTO: ' WRK-QTD-SEM-NASCIMENTO.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-ESTIMADOS > 0 OR WRK-QTD-SEM-NASCIMENTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **********RESERVA DO RECURSO NO ARQUIVO DE TRAVAS********
      *A CONVERSAO REGRAVA O MESTRE INTEIRO: NAO RODA COM A
      *MANUTENCAO OU A FOLHA NO AR; UM SEGUNDO RECLAMANTE E
      *RECUSADO COM RC=8
       0050-RESERVAR-RECURSO.
           ACCEPT WRK-LCK-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WRK-LCK-HORA-EXEC FROM TIME

           PERFORM 0055-CARREGAR-TRAVAS

           PERFORM VARYING WRK-LCK-SUB FROM 1 BY 1
                   UNTIL WRK-LCK-SUB > WRK-LCK-QTD
               IF WRK-LCK-RECURSO(WRK-LCK-SUB) = WRK-RECURSO-LOCK
                   DISPLAY 'RECURSO ' WRK-RECURSO-LOCK ' EM USO '
                       'POR ' WRK-LCK-PROGRAMA(WRK-LCK-SUB)
                       ' DESDE ' WRK-LCK-DATA(WRK-LCK-SUB)
                       ' - EXECUCAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           OPEN EXTEND TRAVAS-RECURSOS
           IF WRK-LCK-STATUS NOT = '00'
               OPEN OUTPUT TRAVAS-RECURSOS
           END-IF
           MOVE WRK-RECURSO-LOCK  TO LCK-RECURSO
           MOVE 'EMPCONV ' TO LCK-PROGRAMA
           MOVE WRK-LCK-DATA-EXEC TO LCK-DATA
           MOVE WRK-LCK-HORA-EXEC TO LCK-HORA
           WRITE LCK-REC
           CLOSE TRAVAS-RECURSOS.

       0055-CARREGAR-TRAVAS.
           MOVE 0 TO WRK-LCK-QTD
           MOVE 'N' TO WRK-LCK-EOF
           OPEN INPUT TRAVAS-RECURSOS
           IF WRK-LCK-STATUS NOT = '00'
               MOVE 'Y' TO WRK-LCK-EOF
           ELSE
               READ TRAVAS-RECURSOS
                   AT END MOVE 'Y' TO WRK-LCK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-TRAVAS
               IF WRK-LCK-QTD < 50
                   ADD 1 TO WRK-LCK-QTD
                   MOVE LCK-RECURSO TO
                       WRK-LCK-RECURSO(WRK-LCK-QTD)
                   MOVE LCK-PROGRAMA TO
                       WRK-LCK-PROGRAMA(WRK-LCK-QTD)
                   MOVE LCK-DATA TO WRK-LCK-DATA(WRK-LCK-QTD)
                   MOVE LCK-HORA TO WRK-LCK-HORA(WRK-LCK-QTD)
               END-IF
               READ TRAVAS-RECURSOS
                   AT END MOVE 'Y' TO WRK-LCK-EOF
               END-READ
           END-PERFORM
           IF WRK-LCK-STATUS = '00' OR WRK-LCK-STATUS = '10'
               CLOSE TRAVAS-RECURSOS
           END-IF.

       0350-LIBERAR-RECURSO.
           PERFORM 0055-CARREGAR-TRAVAS
           OPEN OUTPUT TRAVAS-RECURSOS
           PERFORM VARYING WRK-LCK-SUB FROM 1 BY 1
                   UNTIL WRK-LCK-SUB > WRK-LCK-QTD
               IF WRK-LCK-RECURSO(WRK-LCK-SUB) = WRK-RECURSO-LOCK
                   AND WRK-LCK-PROGRAMA(WRK-LCK-SUB) =
                       'EMPCONV '
                   CONTINUE
               ELSE
                   MOVE WRK-LCK-RECURSO(WRK-LCK-SUB) TO LCK-RECURSO
                   MOVE WRK-LCK-PROGRAMA(WRK-LCK-SUB) TO
                       LCK-PROGRAMA
                   MOVE WRK-LCK-DATA(WRK-LCK-SUB) TO LCK-DATA
                   MOVE WRK-LCK-HORA(WRK-LCK-SUB) TO LCK-HORA
                   WRITE LCK-REC
               END-IF
           END-PERFORM
           CLOSE TRAVAS-RECURSOS.
