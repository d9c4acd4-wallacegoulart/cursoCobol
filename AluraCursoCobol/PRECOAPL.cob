       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOAPL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: SOLICITACAO DE TROCA DAS LISTAS DE PRECO DO
      *          PRGCOB09: AS NOVAS LISTAS CHEGAM EM PRECONOVA.DAT
      *          (PRECOS.CPY) E SAO CRITICADAS AQUI (PRODUTO ATIVO
      *          NO PRODMAST, TIPO DE PESSOA, PRECO, VIGENCIA E
      *          VALIDADE, PROMOCAO SEM DATA FINAL E LINHA REPETIDA)
      *          ANTES DE ENTRAR NA FILA; PELO DUPLO CONTROLE, A
      *          TROCA DO PRECOS.DAT NUNCA E APLICADA POR UMA PESSOA
      *          SO: ESTE PROGRAMA GRAVA A PENDENCIA NA FILA DE
      *          APROVACOES (APROVPEND.DAT, FUNCAO PRECOTRC, COM A
      *          QUANTIDADE DE LINHAS ATUAL E A NOVA) E AS LISTAS SO
      *          SAO TROCADAS QUANDO UM SEGUNDO USUARIO APROVA NO
      *          APROVA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-PRECOS-NOVA ASSIGN TO "DATA/PRECONOVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRN-STATUS.

           SELECT LISTA-PRECOS ASSIGN TO "DATA/PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRC-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT APROVACOES-PENDENTES ASSIGN TO
               "DATA/APROVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-PRECOS-NOVA.
       COPY "PRECOS.CPY".

       FD  LISTA-PRECOS.
       01  PRV-REC                PIC X(58).

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  APROVACOES-PENDENTES.
       01  APD-REC.
           05  APD-ID             PIC 9(06).
           05  APD-FUNCAO         PIC X(08).
           05  APD-CHAVE          PIC X(20).
           05  APD-VALOR-ANTIGO   PIC 9(09)V9(05).
           05  APD-VALOR-NOVO     PIC 9(09)V9(05).
           05  APD-SOLICITANTE    PIC X(20).
           05  APD-DATA           PIC 9(08).
           05  APD-SITUACAO       PIC X(01).
           05  APD-APROVADOR      PIC X(20).

       WORKING-STORAGE SECTION.
       77  WRK-PRN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRC-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-APD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-APD-EOF       PIC X      VALUE 'N'.
           88  FIM-PENDENTES VALUE 'Y'.
       77  WRK-PRN-EOF       PIC X      VALUE 'N'.
           88  FIM-PRECOS    VALUE 'Y'.
       77  WRK-PRD-EOF       PIC X      VALUE 'N'.
           88  FIM-PRODUTOS  VALUE 'Y'.
       77  WRK-PRC-EOF       PIC X      VALUE 'N'.
           88  FIM-ATUAIS    VALUE 'Y'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-PROX-ID       PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-ATUAIS    PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-ERROS     PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2          PIC 9(03)  VALUE ZEROS.
       77  WRK-PRD-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-PRD-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-LIMITE-LINHAS PIC 9(03)  VALUE 500.
       77  WRK-PRD-ACHADO    PIC X      VALUE 'N'.
           88  PRODUTO-ATIVO VALUE 'S'.
       77  WRK-CHAVE-LINHA   PIC X(40)  VALUE SPACES.

       01  WRK-TAB-PRECOS.
           05  WRK-PRN-ITEM OCCURS 500 TIMES.
               10  WRK-PRN-REGISTRO PIC X(58).

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO  PIC X(20).
               10  WRK-PRD-ATIVO   PIC X(01).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           OPEN INPUT LISTA-PRECOS-NOVA.
           IF WRK-PRN-STATUS NOT = '00'
               DISPLAY 'NOVAS LISTAS DE PRECO (PRECONOVA) NAO '
                   'ENCONTRADAS - SOLICITACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ LISTA-PRECOS-NOVA
               AT END MOVE 'Y' TO WRK-PRN-EOF
           END-READ.
           PERFORM UNTIL FIM-PRECOS
               ADD 1 TO WRK-QTD-LINHAS
               IF WRK-QTD-LINHAS <= WRK-LIMITE-LINHAS
                   MOVE PRC-REC TO WRK-PRN-REGISTRO(WRK-QTD-LINHAS)
               END-IF
               READ LISTA-PRECOS-NOVA
                   AT END MOVE 'Y' TO WRK-PRN-EOF
               END-READ
           END-PERFORM.
           CLOSE LISTA-PRECOS-NOVA.

           IF WRK-QTD-LINHAS = 0
               DISPLAY 'NOVAS LISTAS DE PRECO VAZIAS - SOLICITACAO '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0120-CONTAR-ATUAIS.

           PERFORM 0150-CRITICAR-PRECOS.
           IF WRK-QTD-ERROS > 0
               DISPLAY '*** NOVAS LISTAS DE PRECO COM '
                   WRK-QTD-ERROS ' ERRO(S) - SOLICITACAO '
                   'RECUSADA ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'USUARIO SOLICITANTE.. '
           ACCEPT WRK-USUARIO.

      ****************CARGA DO CADASTRO DE PRODUTOS************
       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE PRODUTOS (PRODMAST) NAO '
                   'ENCONTRADO - SOLICITACAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PRODUTO-MASTER
               AT END MOVE 'Y' TO WRK-PRD-EOF
           END-READ

           PERFORM UNTIL FIM-PRODUTOS
               IF WRK-PRD-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE PRODUTOS EXCEDE O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRD-QTD
               MOVE PRD-CODIGO TO WRK-PRD-CODIGO(WRK-PRD-QTD)
               MOVE PRD-ATIVO  TO WRK-PRD-ATIVO(WRK-PRD-QTD)
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-PRD-EOF
               END-READ
           END-PERFORM.
           CLOSE PRODUTO-MASTER.

      *    QUANTIDADE DE LINHAS DAS LISTAS EM VIGOR, PARA O APROVADOR
      *    COMPARAR COM A NOVA NA FILA
       0120-CONTAR-ATUAIS.
           OPEN INPUT LISTA-PRECOS
           IF WRK-PRC-STATUS = '00'
               READ LISTA-PRECOS
                   AT END MOVE 'Y' TO WRK-PRC-EOF
               END-READ
               PERFORM UNTIL FIM-ATUAIS
                   ADD 1 TO WRK-QTD-ATUAIS
                   READ LISTA-PRECOS
                       AT END MOVE 'Y' TO WRK-PRC-EOF
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECOS
           END-IF.

      **********CRITICA DAS NOVAS LISTAS DE PRECO**************
       0150-CRITICAR-PRECOS.
           IF WRK-QTD-LINHAS > WRK-LIMITE-LINHAS
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LISTAS COM ' WRK-QTD-LINHAS
                   ' LINHAS - ESTOURA O LIMITE DE 500 DA TABELA '
                   'EM MEMORIA DO PRGCOB09'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-QTD-LINHAS
               MOVE WRK-PRN-REGISTRO(WRK-SUB) TO PRC-REC
               PERFORM 0160-CRITICAR-LINHA
           END-PERFORM.

       0160-CRITICAR-LINHA.
           IF PRC-LISTA = SPACES
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' SEM CODIGO DE LISTA'
           END-IF

           MOVE 'N' TO WRK-PRD-ACHADO
           PERFORM VARYING WRK-PRD-SUB FROM 1 BY 1
                   UNTIL WRK-PRD-SUB > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-PRD-SUB) = PRC-PRODUTO
                   AND WRK-PRD-ATIVO(WRK-PRD-SUB) = 'S'
                   MOVE 'S' TO WRK-PRD-ACHADO
               END-IF
           END-PERFORM
           IF NOT PRODUTO-ATIVO
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' PRODUTO '
                   PRC-PRODUTO ' INEXISTENTE OU INATIVO NO PRODMAST'
           END-IF

           IF NOT PRC-TIPO-VALIDO
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' TIPO DE PESSOA '
                   PRC-TIPO-PESSOA ' INVALIDO (F, J OU BRANCO)'
           END-IF

           IF PRC-QTD-MINIMA IS NOT NUMERIC
               OR PRC-VIGENCIA IS NOT NUMERIC
               OR PRC-VALIDADE IS NOT NUMERIC
               OR PRC-PRECO IS NOT NUMERIC
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' COM CAMPO NUMERICO '
                   'INVALIDO'
               EXIT PARAGRAPH
           END-IF

           IF PRC-PRECO = ZEROS
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' COM PRECO ZERADO'
           END-IF

           IF PRC-VIGENCIA = ZEROS
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' SEM DATA DE VIGENCIA'
           END-IF

           IF PRC-VALIDADE NOT = ZEROS
               AND PRC-VALIDADE < PRC-VIGENCIA
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' COM VALIDADE '
                   PRC-VALIDADE ' ANTERIOR A VIGENCIA ' PRC-VIGENCIA
           END-IF

           IF PRC-PROMOCAO NOT = 'S' AND PRC-PROMOCAO NOT = 'N'
               AND PRC-PROMOCAO NOT = SPACE
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' INDICADOR DE '
                   'PROMOCAO INVALIDO (S OU N)'
           END-IF

           IF PRC-EM-PROMOCAO AND PRC-VALIDADE = ZEROS
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'ERRO: LINHA ' WRK-SUB ' PROMOCAO SEM DATA '
                   'FINAL DE VALIDADE'
           END-IF

      *    A MESMA LISTA, PRODUTO, TIPO, FAIXA, VIGENCIA E PROMOCAO
      *    SO PODE APARECER UMA VEZ
           MOVE WRK-PRN-REGISTRO(WRK-SUB)(1:40) TO WRK-CHAVE-LINHA
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 >= WRK-SUB
               IF WRK-PRN-REGISTRO(WRK-SUB2)(1:40) = WRK-CHAVE-LINHA
                   AND WRK-PRN-REGISTRO(WRK-SUB2)(58:1) =
                       PRC-PROMOCAO
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'ERRO: LINHA ' WRK-SUB ' REPETE A LINHA '
                       WRK-SUB2
               END-IF
           END-PERFORM.

       0200-PROCESSAR.
           MOVE 0 TO WRK-PROX-ID
           OPEN INPUT APROVACOES-PENDENTES
           IF WRK-APD-STATUS NOT = '00'
               MOVE 'Y' TO WRK-APD-EOF
           ELSE
               READ APROVACOES-PENDENTES
                   AT END MOVE 'Y' TO WRK-APD-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-PENDENTES
               IF APD-ID > WRK-PROX-ID
                   MOVE APD-ID TO WRK-PROX-ID
               END-IF
               IF APD-FUNCAO = 'PRECOTRC' AND APD-SITUACAO = 'P'
                   DISPLAY 'JA EXISTE TROCA DE LISTAS DE PRECO '
                       'PENDENTE (ID ' APD-ID ') - SOLICITACAO '
                       'RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ APROVACOES-PENDENTES
                   AT END MOVE 'Y' TO WRK-APD-EOF
               END-READ
           END-PERFORM
           IF WRK-APD-STATUS = '00' OR WRK-APD-STATUS = '10'
               CLOSE APROVACOES-PENDENTES
           END-IF
           ADD 1 TO WRK-PROX-ID

           OPEN EXTEND APROVACOES-PENDENTES
           IF WRK-APD-STATUS NOT = '00'
               OPEN OUTPUT APROVACOES-PENDENTES
           END-IF
           MOVE WRK-PROX-ID    TO APD-ID
           MOVE 'PRECOTRC'     TO APD-FUNCAO
           MOVE 'PRECOS'       TO APD-CHAVE
           MOVE WRK-QTD-ATUAIS TO APD-VALOR-ANTIGO
           MOVE WRK-QTD-LINHAS TO APD-VALOR-NOVO
           MOVE WRK-USUARIO    TO APD-SOLICITANTE
           MOVE WRK-DATA-EXEC  TO APD-DATA
           MOVE 'P'            TO APD-SITUACAO
           MOVE SPACES         TO APD-APROVADOR
           WRITE APD-REC
           CLOSE APROVACOES-PENDENTES.

           DISPLAY 'TROCA DAS LISTAS DE PRECO (' WRK-QTD-LINHAS
               ' LINHAS) REGISTRADA COMO PENDENCIA ' WRK-PROX-ID
               ' - AGUARDA APROVACAO DE UM SEGUNDO USUARIO '
               '(APROVA)'.
           DISPLAY 'FIM DE PROCESSAMENTO'.
