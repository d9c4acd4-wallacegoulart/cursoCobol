       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFAMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS DOS
      *          FUNCIONARIOS (AFASTAM.DAT, LAYOUT AFASTAM.CPY):
      *          I-INCLUIR AFASTAMENTO (TIPO, INICIO E RETORNO
      *          PREVISTO), R-REGISTRAR O RETORNO EFETIVO,
      *          P-PRORROGAR O RETORNO PREVISTO E C-CONSULTAR OS
      *          AFASTAMENTOS DE UM FUNCIONARIO; SO FUNCIONARIO
      *          ATIVO DO MESTRE PODE SER AFASTADO E CADA FUNCIONARIO
      *          TEM NO MAXIMO UM AFASTAMENTO EM ABERTO; TRAVA O
      *          RECURSO AFASTAM NO ARQUIVO DE TRAVAS (RECLOCKS.DAT)
      *          DURANTE A MANUTENCAO, COMO O EMPMANUT
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

           SELECT TRAVAS-RECURSOS ASSIGN TO "DATA/RECLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  TRAVAS-RECURSOS.
       01  LCK-REC.
           05  LCK-RECURSO        PIC X(08).
           05  LCK-PROGRAMA       PIC X(08).
           05  LCK-DATA           PIC 9(08).
           05  LCK-HORA           PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WRK-AFT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-AFT-EOF         PIC X      VALUE 'N'.
           88  FIM-AFASTAMENTOS VALUE 'Y'.
       77  WRK-AFT-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-AFT-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-AFT-ABERTO      PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-LISTADOS    PIC 9(04)  VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-OPERACAO        PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR    VALUE 'I'.
           88  OPER-RETORNO    VALUE 'R'.
           88  OPER-PRORROGAR  VALUE 'P'.
           88  OPER-CONSULTAR  VALUE 'C'.
       77  WRK-NUMERO          PIC 9(06)  VALUE ZEROS.
       77  WRK-TIPO            PIC X(01)  VALUE SPACES.
           88  TIPO-VALIDO     VALUE 'D' 'A' 'M' 'N'.
       77  WRK-DATA-INICIO     PIC 9(08)  VALUE ZEROS.
       77  WRK-RETORNO-PREVISTO PIC 9(08) VALUE ZEROS.
       77  WRK-RETORNO-EFETIVO PIC 9(08)  VALUE ZEROS.
       77  WRK-OBSERVACAO      PIC X(30)  VALUE SPACES.
       77  WRK-DATA-VALIDAR    PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-OK         PIC X      VALUE 'S'.
           88  DATA-VALIDA     VALUE 'S'.
           88  DATA-INVALIDA   VALUE 'N'.
       77  WRK-DESCRICAO-TIPO  PIC X(20)  VALUE SPACES.
       77  WRK-SITUACAO        PIC X(08)  VALUE SPACES.

       01  WRK-TAB-AFASTAMENTOS.
           05  WRK-AFT-ITEM OCCURS 1000 TIMES.
               10  WRK-AFT-NUMERO     PIC 9(06).
               10  WRK-AFT-TIPO       PIC X(01).
               10  WRK-AFT-INICIO     PIC 9(08).
               10  WRK-AFT-PREVISTO   PIC 9(08).
               10  WRK-AFT-EFETIVO    PIC 9(08).
               10  WRK-AFT-OBSERVACAO PIC X(30).

       77  WRK-LCK-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-LCK-EOF       PIC X      VALUE 'N'.
           88  FIM-TRAVAS    VALUE 'Y'.
       77  WRK-LCK-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-LCK-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-RECURSO-LOCK  PIC X(08)  VALUE 'AFASTAM '.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0050-RESERVAR-RECURSO.
           PERFORM 0120-CARREGAR-AFASTAMENTOS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 0350-LIBERAR-RECURSO
               STOP RUN
           END-IF.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR R-RETORNO '
               'P-PRORROGAR).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'NUMERO DO FUNCIONARIO.. '
           ACCEPT WRK-NUMERO.

      **********CARGA DO CADASTRO DE AFASTAMENTOS**************
      *SEM O ARQUIVO O CADASTRO COMECA VAZIO E E CRIADO NA
      *PRIMEIRA INCLUSAO
       0120-CARREGAR-AFASTAMENTOS.
           OPEN INPUT CADASTRO-AFASTAMENTOS
           IF WRK-AFT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ CADASTRO-AFASTAMENTOS
               AT END MOVE 'Y' TO WRK-AFT-EOF
           END-READ

           PERFORM UNTIL FIM-AFASTAMENTOS
               IF WRK-AFT-QTD >= 1000
                   DISPLAY 'ERRO: CADASTRO DE AFASTAMENTOS EXCEDE O '
                       'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-LIBERAR-RECURSO
                   STOP RUN
               END-IF
               ADD 1 TO WRK-AFT-QTD
               MOVE AFT-NUMERO TO WRK-AFT-NUMERO(WRK-AFT-QTD)
               MOVE AFT-TIPO   TO WRK-AFT-TIPO(WRK-AFT-QTD)
               MOVE AFT-DATA-INICIO TO WRK-AFT-INICIO(WRK-AFT-QTD)
               MOVE AFT-RETORNO-PREVISTO TO
                   WRK-AFT-PREVISTO(WRK-AFT-QTD)
               MOVE AFT-RETORNO-EFETIVO TO
                   WRK-AFT-EFETIVO(WRK-AFT-QTD)
               MOVE AFT-OBSERVACAO TO
                   WRK-AFT-OBSERVACAO(WRK-AFT-QTD)
               READ CADASTRO-AFASTAMENTOS
                   AT END MOVE 'Y' TO WRK-AFT-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-AFASTAMENTOS.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-AFASTAMENTO
               WHEN OPER-RETORNO
                   PERFORM 0220-REGISTRAR-RETORNO
               WHEN OPER-PRORROGAR
                   PERFORM 0230-PRORROGAR-RETORNO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-AFASTAMENTOS
           END-EVALUATE.

      ****************INCLUSAO DE AFASTAMENTO******************
       0210-INCLUIR-AFASTAMENTO.
           MOVE WRK-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO - INCLUSAO '
                       'RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ

           IF NOT EMP-ATIVO
               DISPLAY 'FUNCIONARIO DESLIGADO - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-LOCALIZAR-ABERTO
           IF WRK-AFT-ABERTO > 0
               DISPLAY 'FUNCIONARIO JA AFASTADO DESDE '
                   WRK-AFT-INICIO(WRK-AFT-ABERTO)
                   ' - REGISTRE O RETORNO ANTES DE NOVA INCLUSAO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'TIPO (D-DOENCA A-ACIDENTE DE TRABALHO '
               'M-MATERNIDADE N-NAO REMUNERADO).. '
           ACCEPT WRK-TIPO
           DISPLAY 'DATA DE INICIO (AAAAMMDD).. '
           ACCEPT WRK-DATA-INICIO
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD).. '
           ACCEPT WRK-RETORNO-PREVISTO
           DISPLAY 'OBSERVACAO.. '
           ACCEPT WRK-OBSERVACAO

           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE AFASTAMENTO INVALIDO - INCLUSAO '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA-INICIO TO WRK-DATA-VALIDAR
           PERFORM 0260-VALIDAR-DATA
           IF DATA-INVALIDA
               DISPLAY 'DATA DE INICIO INVALIDA - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-RETORNO-PREVISTO TO WRK-DATA-VALIDAR
           PERFORM 0260-VALIDAR-DATA
           IF DATA-INVALIDA
               OR WRK-RETORNO-PREVISTO NOT > WRK-DATA-INICIO
               DISPLAY 'RETORNO PREVISTO INVALIDO OU ANTERIOR AO '
                   'INICIO - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0257-VERIFICAR-SOBREPOSICAO
           IF WRK-AFT-ABERTO > 0
               DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO INICIADO EM '
                   WRK-AFT-INICIO(WRK-AFT-ABERTO)
                   ' - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WRK-AFT-QTD >= 1000
               DISPLAY 'ERRO: CADASTRO DE AFASTAMENTOS EXCEDE O '
                   'LIMITE DE 1000 REGISTROS - INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-AFT-QTD
           MOVE WRK-NUMERO  TO WRK-AFT-NUMERO(WRK-AFT-QTD)
           MOVE WRK-TIPO    TO WRK-AFT-TIPO(WRK-AFT-QTD)
           MOVE WRK-DATA-INICIO TO WRK-AFT-INICIO(WRK-AFT-QTD)
           MOVE WRK-RETORNO-PREVISTO TO WRK-AFT-PREVISTO(WRK-AFT-QTD)
           MOVE ZEROS       TO WRK-AFT-EFETIVO(WRK-AFT-QTD)
           MOVE WRK-OBSERVACAO TO WRK-AFT-OBSERVACAO(WRK-AFT-QTD)

           PERFORM 0270-REGRAVAR-AFASTAMENTOS
           DISPLAY 'AFASTAMENTO INCLUIDO COM SUCESSO'.

      ****************RETORNO EFETIVO DO AFASTAMENTO***********
      *O RETORNO E O PRIMEIRO DIA DE VOLTA AO TRABALHO E NAO PODE
      *SER FUTURO: O RETORNO AINDA NAO ACONTECIDO E PRORROGADO
       0220-REGISTRAR-RETORNO.
           PERFORM 0255-LOCALIZAR-ABERTO
           IF WRK-AFT-ABERTO = 0
               DISPLAY 'FUNCIONARIO SEM AFASTAMENTO EM ABERTO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'AFASTADO DESDE ' WRK-AFT-INICIO(WRK-AFT-ABERTO)
               ' RETORNO PREVISTO ' WRK-AFT-PREVISTO(WRK-AFT-ABERTO)
           DISPLAY 'DATA DO RETORNO (AAAAMMDD).. '
           ACCEPT WRK-RETORNO-EFETIVO

           MOVE WRK-RETORNO-EFETIVO TO WRK-DATA-VALIDAR
           PERFORM 0260-VALIDAR-DATA
           IF DATA-INVALIDA
               OR WRK-RETORNO-EFETIVO NOT >
                   WRK-AFT-INICIO(WRK-AFT-ABERTO)
               OR WRK-RETORNO-EFETIVO > WRK-DATA-HOJE
               DISPLAY 'DATA DE RETORNO INVALIDA, ANTERIOR AO INICIO '
                   'OU FUTURA - RETORNO RECUSADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-RETORNO-EFETIVO TO WRK-AFT-EFETIVO(WRK-AFT-ABERTO)
           PERFORM 0270-REGRAVAR-AFASTAMENTOS
           DISPLAY 'RETORNO REGISTRADO COM SUCESSO'.

      ****************PRORROGACAO DO RETORNO PREVISTO**********
       0230-PRORROGAR-RETORNO.
           PERFORM 0255-LOCALIZAR-ABERTO
           IF WRK-AFT-ABERTO = 0
               DISPLAY 'FUNCIONARIO SEM AFASTAMENTO EM ABERTO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'AFASTADO DESDE ' WRK-AFT-INICIO(WRK-AFT-ABERTO)
               ' RETORNO PREVISTO ' WRK-AFT-PREVISTO(WRK-AFT-ABERTO)
           DISPLAY 'NOVO RETORNO PREVISTO (AAAAMMDD).. '
           ACCEPT WRK-RETORNO-PREVISTO

           MOVE WRK-RETORNO-PREVISTO TO WRK-DATA-VALIDAR
           PERFORM 0260-VALIDAR-DATA
           IF DATA-INVALIDA
               OR WRK-RETORNO-PREVISTO NOT >
                   WRK-AFT-INICIO(WRK-AFT-ABERTO)
               DISPLAY 'RETORNO PREVISTO INVALIDO OU ANTERIOR AO '
                   'INICIO - PRORROGACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-RETORNO-PREVISTO TO
               WRK-AFT-PREVISTO(WRK-AFT-ABERTO)
           PERFORM 0270-REGRAVAR-AFASTAMENTOS
           DISPLAY 'RETORNO PREVISTO ALTERADO COM SUCESSO'.

      ****************CONSULTA DOS AFASTAMENTOS****************
       0240-CONSULTAR-AFASTAMENTOS.
           MOVE 0 TO WRK-QTD-LISTADOS
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = WRK-NUMERO
                   ADD 1 TO WRK-QTD-LISTADOS
                   PERFORM 0245-EXIBIR-AFASTAMENTO
               END-IF
           END-PERFORM

           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM AFASTAMENTO CADASTRADO PARA O '
                   'FUNCIONARIO ' WRK-NUMERO
           END-IF.

       0245-EXIBIR-AFASTAMENTO.
           EVALUATE WRK-AFT-TIPO(WRK-AFT-SUB)
               WHEN 'D'
                   MOVE 'DOENCA'              TO WRK-DESCRICAO-TIPO
               WHEN 'A'
                   MOVE 'ACIDENTE DE TRABALHO' TO WRK-DESCRICAO-TIPO
               WHEN 'M'
                   MOVE 'MATERNIDADE'         TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'NAO REMUNERADO'      TO WRK-DESCRICAO-TIPO
           END-EVALUATE
           IF WRK-AFT-EFETIVO(WRK-AFT-SUB) = ZEROS
               MOVE 'AFASTADO' TO WRK-SITUACAO
           ELSE
               MOVE 'RETORNOU' TO WRK-SITUACAO
           END-IF

           DISPLAY WRK-DESCRICAO-TIPO ' INICIO '
               WRK-AFT-INICIO(WRK-AFT-SUB) ' PREVISTO '
               WRK-AFT-PREVISTO(WRK-AFT-SUB) ' RETORNO '
               WRK-AFT-EFETIVO(WRK-AFT-SUB) ' ' WRK-SITUACAO
           DISPLAY '    ' WRK-AFT-OBSERVACAO(WRK-AFT-SUB).

       0255-LOCALIZAR-ABERTO.
           MOVE 0 TO WRK-AFT-ABERTO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
                   OR WRK-AFT-ABERTO > 0
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = WRK-NUMERO
                   AND WRK-AFT-EFETIVO(WRK-AFT-SUB) = ZEROS
                   MOVE WRK-AFT-SUB TO WRK-AFT-ABERTO
               END-IF
           END-PERFORM.

      **********SOBREPOSICAO COM AFASTAMENTO JA ENCERRADO******
      *O NOVO PERIODO (INICIO ATE A VESPERA DO RETORNO PREVISTO)
      *NAO PODE CRUZAR UM AFASTAMENTO ANTERIOR DO FUNCIONARIO
       0257-VERIFICAR-SOBREPOSICAO.
           MOVE 0 TO WRK-AFT-ABERTO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
                   OR WRK-AFT-ABERTO > 0
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = WRK-NUMERO
                   AND WRK-DATA-INICIO < WRK-AFT-EFETIVO(WRK-AFT-SUB)
                   AND WRK-RETORNO-PREVISTO >
                       WRK-AFT-INICIO(WRK-AFT-SUB)
                   MOVE WRK-AFT-SUB TO WRK-AFT-ABERTO
               END-IF
           END-PERFORM.

      **********CONSISTENCIA DE UMA DATA AAAAMMDD**************
       0260-VALIDAR-DATA.
           SET DATA-VALIDA TO TRUE
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-VALIDAR) NOT = 0
               SET DATA-INVALIDA TO TRUE
           END-IF.

      ****************REGRAVACAO DO CADASTRO*******************
       0270-REGRAVAR-AFASTAMENTOS.
           OPEN OUTPUT CADASTRO-AFASTAMENTOS

           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               MOVE WRK-AFT-NUMERO(WRK-AFT-SUB)   TO AFT-NUMERO
               MOVE WRK-AFT-TIPO(WRK-AFT-SUB)     TO AFT-TIPO
               MOVE WRK-AFT-INICIO(WRK-AFT-SUB)   TO AFT-DATA-INICIO
               MOVE WRK-AFT-PREVISTO(WRK-AFT-SUB) TO
                   AFT-RETORNO-PREVISTO
               MOVE WRK-AFT-EFETIVO(WRK-AFT-SUB)  TO
                   AFT-RETORNO-EFETIVO
               MOVE WRK-AFT-OBSERVACAO(WRK-AFT-SUB) TO AFT-OBSERVACAO
               WRITE AFT-REC
           END-PERFORM

           CLOSE CADASTRO-AFASTAMENTOS.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           PERFORM 0350-LIBERAR-RECURSO.

      **********RESERVA DO RECURSO NO ARQUIVO DE TRAVAS********
      *DUAS MANUTENCOES NUNCA REGRAVAM O CADASTRO AO MESMO TEMPO:
      *O RECURSO E RECLAMADO NA PARTIDA E LIBERADO NO FIM; UM
      *SEGUNDO RECLAMANTE E RECUSADO COM RC=8; TRAVA VELHA DE RUN
      *QUEBRADO E LIMPA PELO SUPERVISOR NO TRAVAS
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
           MOVE 'AFAMANUT' TO LCK-PROGRAMA
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
                       'AFAMANUT'
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
