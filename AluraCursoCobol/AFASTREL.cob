       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASTREL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: RELATORIO DOS FUNCIONARIOS AFASTADOS NA DATA DE
      *          EXECUCAO (AFASTAMENTO SEM RETORNO EFETIVO NO
      *          AFASTAM.DAT), COM O TIPO, O INICIO, OS DIAS DE
      *          AFASTAMENTO ATE HOJE E O RETORNO PREVISTO; RETORNO
      *          PREVISTO JA VENCIDO SEM O RETORNO REGISTRADO NO
      *          AFAMANUT E MARCADO PARA O RH (RC=4); GERA O
      *          AFASTREL.DAT
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-AFASTAMENTOS ASSIGN TO "DATA/AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFT-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT RELATORIO-AFASTADOS ASSIGN TO "DATA/AFASTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  RELATORIO-AFASTADOS.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-AFT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-AFT-EOF         PIC X      VALUE 'N'.
           88  FIM-AFASTAMENTOS VALUE 'Y'.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-QTD-AFASTADOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-VENCIDOS    PIC 9(05)  VALUE ZEROS.
       77  WRK-DIAS-AFASTADO   PIC 9(05)  VALUE ZEROS.
       77  WRK-NOME            PIC X(20)  VALUE SPACES.
       77  WRK-DESCRICAO-TIPO  PIC X(20)  VALUE SPACES.
       77  WRK-OBSERVACAO-REL  PIC X(16)  VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CADASTRO-AFASTAMENTOS
           IF WRK-AFT-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE AFASTAMENTOS (AFASTAM) NAO '
                   'ENCONTRADO - RELATORIO NAO EMITIDO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELATORIO-AFASTADOS.
           MOVE SPACES TO REL-LINHA
           STRING 'FUNCIONARIOS AFASTADOS EM ' DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NUMERO NOME                 TIPO                 '
               TO REL-LINHA
           MOVE 'INICIO   DIAS  PREVISTO' TO REL-LINHA(51:23)
           WRITE REL-LINHA.

           READ CADASTRO-AFASTAMENTOS
               AT END MOVE 'Y' TO WRK-AFT-EOF
           END-READ.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-AFASTAMENTOS
               IF AFT-RETORNO-EFETIVO = ZEROS
                   AND AFT-DATA-INICIO NOT > WRK-DATA-HOJE
                   PERFORM 0250-LISTAR-AFASTADO
               END-IF

               READ CADASTRO-AFASTAMENTOS
                   AT END MOVE 'Y' TO WRK-AFT-EOF
               END-READ
           END-PERFORM.

      **********LINHA DE UM FUNCIONARIO AFASTADO***************
      *OS DIAS CONTAM DO INICIO ATE HOJE, INCLUSIVE; O RETORNO
      *PREVISTO ANTERIOR OU IGUAL A HOJE SEM RETORNO REGISTRADO E
      *MARCADO COMO VENCIDO
       0250-LISTAR-AFASTADO.
           ADD 1 TO WRK-QTD-AFASTADOS

           MOVE AFT-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
           END-READ

           EVALUATE TRUE
               WHEN AFASTAMENTO-DOENCA
                   MOVE 'DOENCA'              TO WRK-DESCRICAO-TIPO
               WHEN AFASTAMENTO-ACIDENTE
                   MOVE 'ACIDENTE DE TRABALHO' TO WRK-DESCRICAO-TIPO
               WHEN AFASTAMENTO-MATERNIDADE
                   MOVE 'MATERNIDADE'         TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'NAO REMUNERADO'      TO WRK-DESCRICAO-TIPO
           END-EVALUATE

           COMPUTE WRK-DIAS-AFASTADO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(AFT-DATA-INICIO) + 1

           MOVE SPACES TO WRK-OBSERVACAO-REL
           IF AFT-RETORNO-PREVISTO NOT > WRK-DATA-HOJE
               MOVE 'RETORNO VENCIDO' TO WRK-OBSERVACAO-REL
               ADD 1 TO WRK-QTD-VENCIDOS
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING AFT-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCRICAO-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AFT-DATA-INICIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-AFASTADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AFT-RETORNO-PREVISTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-OBSERVACAO-REL DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'FUNCIONARIOS AFASTADOS: ' DELIMITED BY SIZE
               WRK-QTD-AFASTADOS DELIMITED BY SIZE
               ' RETORNO VENCIDO: ' DELIMITED BY SIZE
               WRK-QTD-VENCIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE CADASTRO-AFASTAMENTOS
           CLOSE EMPLOYEE-MASTER
           CLOSE RELATORIO-AFASTADOS.

           DISPLAY 'FUNCIONARIOS AFASTADOS: ' WRK-QTD-AFASTADOS
               ' RETORNO VENCIDO: ' WRK-QTD-VENCIDOS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
