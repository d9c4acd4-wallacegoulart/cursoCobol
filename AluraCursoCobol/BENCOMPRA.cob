       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENCOMPRA.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: PEDIDO MENSAL DE COMPRA DOS BENEFICIOS POR
      *          FORNECEDOR: LISTA AS ADESOES ATIVAS DO BENEFIC.DAT
      *          DE FUNCIONARIOS ATIVOS, AGRUPADAS POR FORNECEDOR DO
      *          FORNMAST, COM O CUSTO MENSAL DE CADA FUNCIONARIO, O
      *          SUBTOTAL DO FORNECEDOR E O TOTAL GERAL DO PEDIDO;
      *          ADESAO DE FUNCIONARIO DESLIGADO OU DE FORNECEDOR
      *          INATIVO FICA FORA DO PEDIDO E E AVISADA (RC=4);
      *          SEM NADA A PEDIR O RC E 8; GERA O BENCOMPRA.DAT
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADESOES-BENEFICIOS ASSIGN TO "DATA/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNF-STATUS.

           SELECT FORNECEDOR-MASTER ASSIGN TO "DATA/FORNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PEDIDO-BENEFICIOS ASSIGN TO "DATA/BENCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADESOES-BENEFICIOS.
       COPY "BENEFIC.CPY".

       FD  FORNECEDOR-MASTER.
       COPY "FORNMAST.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  PEDIDO-BENEFICIOS.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-BNF-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-FOR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-BNF-EOF         PIC X      VALUE 'N'.
           88  FIM-BENEFICIOS  VALUE 'Y'.
       77  WRK-FOR-EOF         PIC X      VALUE 'N'.
           88  FIM-FORNECEDORES VALUE 'Y'.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-BNF-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-BNF-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-FOR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-ACHADO      PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-PEDIDAS     PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-FORNECEDOR  PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-FORA        PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-FORNECEDOR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-GERAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESCRICAO-TIPO  PIC X(15)  VALUE SPACES.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-BENEFICIOS.
           05  WRK-BNF-ITEM OCCURS 2000 TIMES.
               10  WRK-BNF-NUMERO     PIC 9(06).
               10  WRK-BNF-TIPO       PIC X(01).
               10  WRK-BNF-FORNECEDOR PIC 9(05).
               10  WRK-BNF-CUSTO      PIC 9(07)V99.
               10  WRK-BNF-NOME       PIC X(20).

       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR-ITEM OCCURS 500 TIMES.
               10  WRK-FOR-CODIGO     PIC 9(05).
               10  WRK-FOR-NOME       PIC X(30).
               10  WRK-FOR-ATIVO      PIC X(01).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ADESOES-BENEFICIOS
           IF WRK-BNF-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE BENEFICIOS (BENEFIC) NAO '
                   'ENCONTRADO - PEDIDO NAO EMITIDO'
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

           PERFORM 0130-CARREGAR-FORNECEDORES.
           PERFORM 0120-CARREGAR-BENEFICIOS.

           CLOSE ADESOES-BENEFICIOS
           CLOSE EMPLOYEE-MASTER.

      **********CARGA DAS ADESOES DO PEDIDO********************
      *SO ENTRAM ADESOES ATIVAS JA VIGENTES NA DATA DE EXECUCAO,
      *DE FUNCIONARIO ATIVO E FORNECEDOR ATIVO
       0120-CARREGAR-BENEFICIOS.
           READ ADESOES-BENEFICIOS
               AT END MOVE 'Y' TO WRK-BNF-EOF
           END-READ

           PERFORM UNTIL FIM-BENEFICIOS
               IF BENEFICIO-ATIVO
                   AND BNF-DATA-ADESAO NOT > WRK-DATA-HOJE
                   PERFORM 0125-INCLUIR-ADESAO
               END-IF
               READ ADESOES-BENEFICIOS
                   AT END MOVE 'Y' TO WRK-BNF-EOF
               END-READ
           END-PERFORM.

       0125-INCLUIR-ADESAO.
           MOVE BNF-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'AVISO: ADESAO DE FUNCIONARIO NAO '
                       'CADASTRADO FORA DO PEDIDO - FUNC ' BNF-NUMERO
                   ADD 1 TO WRK-QTD-FORA
                   EXIT PARAGRAPH
           END-READ

           IF NOT EMP-ATIVO
               DISPLAY 'AVISO: ADESAO DE FUNCIONARIO DESLIGADO FORA '
                   'DO PEDIDO - FUNC ' BNF-NUMERO
               ADD 1 TO WRK-QTD-FORA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-FOR-ACHADO
           PERFORM VARYING WRK-FOR-SUB FROM 1 BY 1
                   UNTIL WRK-FOR-SUB > WRK-FOR-QTD
               IF WRK-FOR-CODIGO(WRK-FOR-SUB) = BNF-FORNECEDOR
                   AND WRK-FOR-ATIVO(WRK-FOR-SUB) = 'S'
                   MOVE WRK-FOR-SUB TO WRK-FOR-ACHADO
               END-IF
           END-PERFORM
           IF WRK-FOR-ACHADO = 0
               DISPLAY 'AVISO: FORNECEDOR ' BNF-FORNECEDOR
                   ' INEXISTENTE OU INATIVO - ADESAO FORA DO PEDIDO '
                   '- FUNC ' BNF-NUMERO
               ADD 1 TO WRK-QTD-FORA
               EXIT PARAGRAPH
           END-IF

           IF WRK-BNF-QTD >= 2000
               DISPLAY 'ERRO: CADASTRO DE BENEFICIOS EXCEDE O '
                   'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WRK-BNF-QTD
           MOVE BNF-NUMERO       TO WRK-BNF-NUMERO(WRK-BNF-QTD)
           MOVE BNF-TIPO         TO WRK-BNF-TIPO(WRK-BNF-QTD)
           MOVE BNF-FORNECEDOR   TO WRK-BNF-FORNECEDOR(WRK-BNF-QTD)
           MOVE BNF-CUSTO-MENSAL TO WRK-BNF-CUSTO(WRK-BNF-QTD)
           MOVE EMP-NOME         TO WRK-BNF-NOME(WRK-BNF-QTD).

      **********CARGA DOS FORNECEDORES*************************
       0130-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-MASTER
           IF WRK-FOR-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE FORNECEDORES (FORNMAST) NAO '
                   'ENCONTRADO - PEDIDO NAO EMITIDO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ FORNECEDOR-MASTER
               AT END MOVE 'Y' TO WRK-FOR-EOF
           END-READ

           PERFORM UNTIL FIM-FORNECEDORES
               IF WRK-FOR-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FOR-QTD
               MOVE FOR-CODIGO TO WRK-FOR-CODIGO(WRK-FOR-QTD)
               MOVE FOR-NOME   TO WRK-FOR-NOME(WRK-FOR-QTD)
               MOVE FOR-ATIVO  TO WRK-FOR-ATIVO(WRK-FOR-QTD)
               READ FORNECEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-FOR-EOF
               END-READ
           END-PERFORM
           CLOSE FORNECEDOR-MASTER.

       0200-PROCESSAR.
           OPEN OUTPUT PEDIDO-BENEFICIOS.
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDO MENSAL DE BENEFICIOS POR FORNECEDOR - '
               DELIMITED BY SIZE
               WRK-DATA-HOJE(1:6) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           PERFORM VARYING WRK-FOR-SUB FROM 1 BY 1
                   UNTIL WRK-FOR-SUB > WRK-FOR-QTD
               PERFORM 0250-PEDIDO-FORNECEDOR
           END-PERFORM.

      **********BLOCO DE UM FORNECEDOR*************************
      *FORNECEDOR SEM ADESAO NO PEDIDO NAO SAI NO RELATORIO
       0250-PEDIDO-FORNECEDOR.
           MOVE 0 TO WRK-QTD-FORNECEDOR
           MOVE 0 TO WRK-TOTAL-FORNECEDOR

           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
               IF WRK-BNF-FORNECEDOR(WRK-BNF-SUB) =
                   WRK-FOR-CODIGO(WRK-FOR-SUB)
                   IF WRK-QTD-FORNECEDOR = 0
                       PERFORM 0255-CABECALHO-FORNECEDOR
                   END-IF
                   PERFORM 0260-LINHA-ADESAO
               END-IF
           END-PERFORM

           IF WRK-QTD-FORNECEDOR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-TOTAL-FORNECEDOR TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '    SUBTOTAL DO FORNECEDOR ' DELIMITED BY SIZE
               WRK-FOR-CODIGO(WRK-FOR-SUB) DELIMITED BY SIZE
               ' - ADESOES: ' DELIMITED BY SIZE
               WRK-QTD-FORNECEDOR DELIMITED BY SIZE
               ' VALOR: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

           ADD WRK-TOTAL-FORNECEDOR TO WRK-TOTAL-GERAL.

       0255-CABECALHO-FORNECEDOR.
           MOVE SPACES TO REL-LINHA
           STRING 'FORNECEDOR ' DELIMITED BY SIZE
               WRK-FOR-CODIGO(WRK-FOR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-FOR-NOME(WRK-FOR-SUB) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '    NUMERO NOME                 BENEFICIO       '
               TO REL-LINHA
           MOVE '     CUSTO MENSAL' TO REL-LINHA(50:17)
           WRITE REL-LINHA.

       0260-LINHA-ADESAO.
           ADD 1 TO WRK-QTD-FORNECEDOR
           ADD 1 TO WRK-QTD-PEDIDAS
           ADD WRK-BNF-CUSTO(WRK-BNF-SUB) TO WRK-TOTAL-FORNECEDOR

           IF WRK-BNF-TIPO(WRK-BNF-SUB) = 'T'
               MOVE 'VALE-TRANSPORTE' TO WRK-DESCRICAO-TIPO
           ELSE
               MOVE 'VALE-REFEICAO'   TO WRK-DESCRICAO-TIPO
           END-IF
           MOVE WRK-BNF-CUSTO(WRK-BNF-SUB) TO WRK-VALOR-ED

           MOVE SPACES TO REL-LINHA
           STRING '    ' DELIMITED BY SIZE
               WRK-BNF-NUMERO(WRK-BNF-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-BNF-NOME(WRK-BNF-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCRICAO-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL GERAL DO PEDIDO - ADESOES: ' DELIMITED BY SIZE
               WRK-QTD-PEDIDAS DELIMITED BY SIZE
               ' VALOR: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE PEDIDO-BENEFICIOS.

           DISPLAY 'ADESOES NO PEDIDO: ' WRK-QTD-PEDIDAS
               ' FORA DO PEDIDO: ' WRK-QTD-FORA.
           DISPLAY 'VALOR TOTAL DO PEDIDO: ' WRK-VALOR-ED.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           EVALUATE TRUE
               WHEN WRK-QTD-PEDIDAS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-FORA > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
