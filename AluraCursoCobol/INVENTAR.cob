       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAR.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CICLO DE INVENTARIO FISICO DO ESTOQUE.DAT EM
      *          ETAPAS: A OPERACAO A ABRE A CONTAGEM CONGELANDO O
      *          SALDO CONTABIL DE CADA PRODUTO (INVCONT.DAT) E
      *          IMPRIME AS FOLHAS DE CONTAGEM CEGA, SEM O SALDO
      *          (INVFOLHA.DAT); A OPERACAO C REGISTRA AS QUANTIDADES
      *          CONTADAS DO INVCONTTR.DAT (PRODUTO E QUANTIDADE,
      *          RECONTAGEM SUBSTITUI A ANTERIOR, LINHA RECUSADA FICA
      *          NO ARQUIVO); A OPERACAO V IMPRIME AS DIVERGENCIAS EM
      *          QUANTIDADE E VALOR A CUSTO MEDIO (INVDIFREL.DAT),
      *          MARCANDO AS QUE PASSAM DO LIMITE DO INVPARM.DAT; A
      *          OPERACAO E EFETIVA O AJUSTE COM TODOS OS PRODUTOS
      *          CONTADOS - DIVERGENCIA ACIMA DO LIMITE EXIGE USUARIO
      *          NO NIVEL DA FUNCAO INVAJUST DA MATRIZ DE AUTORIZACAO
      *          - SOMANDO A DIFERENCA AO SALDO DO ESTOQUE.DAT E
      *          CONTABILIZANDO A PERDA (OU SOBRA) CONTRA A CONTA DE
      *          ESTOQUES NO EXE02GL.DAT; ENQUANTO A CONTAGEM ESTA
      *          ABERTA O PEDSTAT BLOQUEIA O ENVIO DOS PRODUTOS
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - O AJUSTE PRESERVA A QUANTIDADE
      *            RESERVADA PARA PEDIDOS (EST-RESERVADO) AO REGRAVAR
      *            O ESTOQUE.DAT
      *ALTERACAO = 15/10/2026 - LAYOUT DO PRODMAST COM A CLASSE
      *            FISCAL DO ICMS NO FINAL DO REGISTRO
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-INVENTARIO ASSIGN TO "DATA/INVCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INV-STATUS.

           SELECT CONTAGENS-INFORMADAS ASSIGN TO "DATA/INVCONTTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNT-STATUS.

           SELECT SALDOS-ESTOQUE ASSIGN TO "DATA/ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT PARAMETROS-INVENTARIO ASSIGN TO "DATA/INVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT FOLHA-CONTAGEM ASSIGN TO "DATA/INVFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-DIVERGENCIAS ASSIGN TO
               "DATA/INVDIFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAGEM-INVENTARIO.
       COPY "INVCONT.CPY".

       FD  CONTAGENS-INFORMADAS.
       01  CNT-REC.
           05  CNT-PRODUTO         PIC X(20).
           05  CNT-QTD             PIC 9(06).

       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

      *LIMITE DE VALOR DA DIVERGENCIA SEM APROVACAO, CONTA DE
      *PERDAS DE INVENTARIO E CONTA DE ESTOQUES
       FD  PARAMETROS-INVENTARIO.
       01  PRM-REC.
           05  PRM-VALOR-LIMITE   PIC 9(09)V99.
           05  PRM-CONTA-PERDA    PIC X(10).
           05  PRM-CONTA-ESTOQUE  PIC X(10).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  FOLHA-CONTAGEM.
       01  FOL-LINHA              PIC X(80).

       FD  RELATORIO-DIVERGENCIAS.
       01  REL-LINHA              PIC X(120).

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

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-INV-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CNT-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EST-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'V'.
           88  OPER-ABRIR    VALUE 'A'.
           88  OPER-CONTAGENS VALUE 'C'.
           88  OPER-DIVERGENCIAS VALUE 'V'.
           88  OPER-EFETIVAR VALUE 'E'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-INV-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-EST-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-PRD-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-REJ-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2          PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB3          PIC 9(03)  VALUE ZEROS.
       77  WRK-CONTAGEM-ABERTA PIC X    VALUE 'N'.
           88  CONTAGEM-EM-ABERTO VALUE 'S'.
       77  WRK-VALOR-LIMITE  PIC 9(09)V99 VALUE 500,00.
       77  WRK-CONTA-PERDA   PIC X(10)  VALUE '5450-QUEB'.
       77  WRK-CONTA-ESTOQUE PIC X(10)  VALUE '1400-ESTQ'.
       77  WRK-CONTA-VALIDAR PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-ACHADA  PIC X      VALUE 'N'.
           88  CONTA-VALIDA  VALUE 'Y'.
       77  WRK-DESCRICAO     PIC X(20)  VALUE SPACES.
       77  WRK-CUSTO-MEDIO   PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-DIFERENCA     PIC S9(07) VALUE ZEROS.
       77  WRK-VALOR-DIF     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ABS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PERDAS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NOVO-SALDO    PIC S9(07) VALUE ZEROS.
       77  WRK-QTD-CONTADOS  PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-NAO-CONTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACIMA-LIMITE PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AJUSTADOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-RECUSADAS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-ED        PIC ---.--9 VALUE ZEROS.
       77  WRK-SALDO-ED      PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CONTADA-ED    PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ----.---.--9,99 VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.

       01  WRK-TAB-CONTAGEM.
           05  WRK-INV-ITEM OCCURS 200 TIMES.
               10  WRK-INV-REGISTRO PIC X(42).

       01  WRK-TAB-ESTOQUE.
           05  WRK-EST-ITEM OCCURS 200 TIMES.
               10  WRK-EST-PRODUTO PIC X(20).
               10  WRK-EST-SALDO   PIC 9(06).
               10  WRK-EST-PONTO   PIC 9(06).
               10  WRK-EST-CUSTO   PIC 9(07)V9999.
               10  WRK-EST-RESERVADO PIC 9(06).

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO    PIC X(20).
               10  WRK-PRD-DESCRICAO PIC X(20).

       01  WRK-TAB-RECUSADAS.
           05  WRK-REJ-ITEM OCCURS 200 TIMES.
               10  WRK-REJ-REGISTRO PIC X(26).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CARREGAR-CONTAGEM.
           PERFORM 0130-CARREGAR-ESTOQUE.

           DISPLAY 'OPERACAO (A-ABRIR CONTAGEM C-REGISTRAR CONTAGENS '
               'V-DIVERGENCIAS E-EFETIVAR AJUSTE).. '
           ACCEPT WRK-OPERACAO.

       0110-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-INVENTARIO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-INVENTARIO
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-VALOR-LIMITE IS NUMERIC
                           MOVE PRM-VALOR-LIMITE TO WRK-VALOR-LIMITE
                       END-IF
                       IF PRM-CONTA-PERDA NOT = SPACES
                           MOVE PRM-CONTA-PERDA TO WRK-CONTA-PERDA
                       END-IF
                       IF PRM-CONTA-ESTOQUE NOT = SPACES
                           MOVE PRM-CONTA-ESTOQUE TO WRK-CONTA-ESTOQUE
                       END-IF
               END-READ
               CLOSE PARAMETROS-INVENTARIO
           END-IF.

      *A CONTAGEM ESTA ABERTA QUANDO O INVCONT.DAT TEM REGISTRO EM
      *SITUACAO A
       0120-CARREGAR-CONTAGEM.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTAGEM-INVENTARIO
           IF WRK-INV-STATUS = '00'
               READ CONTAGEM-INVENTARIO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-INV-QTD >= 200
                       DISPLAY 'ERRO: CONTAGEM DE INVENTARIO EXCEDE O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-INV-QTD
                   MOVE INV-REC TO WRK-INV-REGISTRO(WRK-INV-QTD)
                   IF INV-ABERTA
                       SET CONTAGEM-EM-ABERTO TO TRUE
                   END-IF
                   READ CONTAGEM-INVENTARIO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE CONTAGEM-INVENTARIO
           END-IF.

       0130-CARREGAR-ESTOQUE.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT SALDOS-ESTOQUE
           IF WRK-EST-STATUS = '00'
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-EST-QTD >= 200
                       DISPLAY 'ERRO: SALDOS DE ESTOQUE EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-EST-QTD
                   MOVE EST-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-QTD)
                   MOVE EST-SALDO   TO WRK-EST-SALDO(WRK-EST-QTD)
                   MOVE EST-PONTO-REPOSICAO TO
                       WRK-EST-PONTO(WRK-EST-QTD)
                   IF EST-CUSTO-MEDIO IS NUMERIC
                       MOVE EST-CUSTO-MEDIO TO
                           WRK-EST-CUSTO(WRK-EST-QTD)
                   ELSE
                       MOVE 0 TO WRK-EST-CUSTO(WRK-EST-QTD)
                   END-IF
                   IF EST-RESERVADO IS NUMERIC
                       MOVE EST-RESERVADO TO
                           WRK-EST-RESERVADO(WRK-EST-QTD)
                   ELSE
                       MOVE 0 TO WRK-EST-RESERVADO(WRK-EST-QTD)
                   END-IF
                   READ SALDOS-ESTOQUE
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-ESTOQUE
           END-IF.

       0140-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PRODUTO-MASTER
           IF WRK-PRD-STATUS = '00'
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PRD-QTD >= 200
                       DISPLAY 'ERRO: CADASTRO DE PRODUTOS EXCEDE O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PRD-QTD
                   MOVE PRD-CODIGO    TO WRK-PRD-CODIGO(WRK-PRD-QTD)
                   MOVE PRD-DESCRICAO TO
                       WRK-PRD-DESCRICAO(WRK-PRD-QTD)
                   READ PRODUTO-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PRODUTO-MASTER
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF OPER-ABRIR
               IF CONTAGEM-EM-ABERTO
                   DISPLAY 'JA EXISTE CONTAGEM EM ABERTO - EFETIVE '
                       'O AJUSTE ANTES DE ABRIR OUTRA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF NOT CONTAGEM-EM-ABERTO
                   DISPLAY 'NENHUMA CONTAGEM EM ABERTO - OPERACAO '
                       'RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN OPER-ABRIR
                   PERFORM 0210-ABRIR-CONTAGEM
               WHEN OPER-CONTAGENS
                   PERFORM 0230-REGISTRAR-CONTAGENS
               WHEN OPER-EFETIVAR
                   PERFORM 0260-EFETIVAR-AJUSTE
               WHEN OTHER
                   PERFORM 0250-RELATORIO-DIVERGENCIAS
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      **********ABERTURA: CONGELA O SALDO E IMPRIME AS FOLHAS**
      *A FOLHA E CEGA: TRAZ SO PRODUTO E DESCRICAO, PARA O
      *CONTADOR NAO SE GUIAR PELO SALDO DO SISTEMA
       0210-ABRIR-CONTAGEM.
           IF WRK-EST-QTD = 0
               DISPLAY 'SEM SALDOS DE ESTOQUE PARA CONTAR - '
                   'OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0140-CARREGAR-PRODUTOS

           OPEN OUTPUT CONTAGEM-INVENTARIO
           OPEN OUTPUT FOLHA-CONTAGEM

           MOVE SPACES TO FOL-LINHA
           STRING 'FOLHA DE CONTAGEM DE INVENTARIO - ' DELIMITED BY
               SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO FOL-LINHA
           END-STRING
           WRITE FOL-LINHA
           MOVE '=============================================' TO
               FOL-LINHA
           WRITE FOL-LINHA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EST-QTD
               MOVE WRK-EST-PRODUTO(WRK-SUB) TO INV-PRODUTO
               MOVE WRK-EST-SALDO(WRK-SUB)   TO INV-SALDO-LIVRO
               MOVE ZEROS                    TO INV-QTD-CONTADA
               MOVE 'N'                      TO INV-CONTADO
               MOVE WRK-DATA-EXEC            TO INV-DATA-ABERTURA
               MOVE 'A'                      TO INV-SITUACAO
               WRITE INV-REC

               PERFORM 0215-LOCALIZAR-DESCRICAO
               MOVE SPACES TO FOL-LINHA
               STRING INV-PRODUTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DESCRICAO DELIMITED BY SIZE
                   ' QTD CONTADA: ____________' DELIMITED BY SIZE
                   INTO FOL-LINHA
               END-STRING
               WRITE FOL-LINHA
           END-PERFORM

           MOVE '---------------------------------------------' TO
               FOL-LINHA
           WRITE FOL-LINHA
           MOVE 'CONTADO POR: ____________________  DATA: ________'
               TO FOL-LINHA
           WRITE FOL-LINHA

           CLOSE CONTAGEM-INVENTARIO
           CLOSE FOLHA-CONTAGEM

           DISPLAY 'CONTAGEM ABERTA COM ' WRK-EST-QTD ' PRODUTOS - '
               'ENVIOS BLOQUEADOS ATE O AJUSTE'.

       0215-LOCALIZAR-DESCRICAO.
           MOVE SPACES TO WRK-DESCRICAO
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-SUB2) = INV-PRODUTO
                   MOVE WRK-PRD-DESCRICAO(WRK-SUB2) TO WRK-DESCRICAO
               END-IF
           END-PERFORM.

      **********QUANTIDADES CONTADAS***************************
      *PRODUTO FORA DA CONTAGEM OU QUANTIDADE INVALIDA FICA NO
      *INVCONTTR.DAT PARA CORRECAO; AS APLICADAS SAO CONSUMIDAS
       0230-REGISTRAR-CONTAGENS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTAGENS-INFORMADAS
           IF WRK-CNT-STATUS NOT = '00'
               DISPLAY 'SEM CONTAGENS INFORMADAS (INVCONTTR.DAT) - '
                   'OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CONTAGENS-INFORMADAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0235-APLICAR-CONTAGEM
               READ CONTAGENS-INFORMADAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CONTAGENS-INFORMADAS

           IF WRK-QTD-CONTADOS > 0
               PERFORM 0290-REGRAVAR-CONTAGEM
           END-IF

           IF WRK-QTD-CONTADOS > 0 OR WRK-QTD-RECUSADAS > 0
               OPEN OUTPUT CONTAGENS-INFORMADAS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-REJ-QTD
                   MOVE WRK-REJ-REGISTRO(WRK-SUB) TO CNT-REC
                   WRITE CNT-REC
               END-PERFORM
               CLOSE CONTAGENS-INFORMADAS
           END-IF

           DISPLAY 'CONTAGENS REGISTRADAS: ' WRK-QTD-CONTADOS
           DISPLAY 'CONTAGENS RECUSADAS..: ' WRK-QTD-RECUSADAS

           EVALUATE TRUE
               WHEN WRK-QTD-CONTADOS = 0 AND WRK-QTD-RECUSADAS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-RECUSADAS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0235-APLICAR-CONTAGEM.
           MOVE 0 TO WRK-SUB2
           IF CNT-QTD IS NUMERIC
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-INV-QTD
                   MOVE WRK-INV-REGISTRO(WRK-SUB) TO INV-REC
                   IF INV-PRODUTO = CNT-PRODUTO AND INV-ABERTA
                       MOVE WRK-SUB TO WRK-SUB2
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-SUB2 = 0
               IF WRK-REJ-QTD >= 200
                   DISPLAY 'ERRO: CONTAGENS RECUSADAS EXCEDEM O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-REJ-QTD
               ADD 1 TO WRK-QTD-RECUSADAS
               MOVE CNT-REC TO WRK-REJ-REGISTRO(WRK-REJ-QTD)
               DISPLAY 'CONTAGEM DE ' CNT-PRODUTO ' RECUSADA - '
                   'PRODUTO FORA DA CONTAGEM OU QUANTIDADE INVALIDA'
           ELSE
               MOVE WRK-INV-REGISTRO(WRK-SUB2) TO INV-REC
               MOVE CNT-QTD TO INV-QTD-CONTADA
               MOVE 'S'     TO INV-CONTADO
               MOVE INV-REC TO WRK-INV-REGISTRO(WRK-SUB2)
               ADD 1 TO WRK-QTD-CONTADOS
           END-IF.

      **********DIFERENCA DE UM PRODUTO************************
      *CONTADA MENOS O SALDO CONGELADO, VALORIZADA PELO CUSTO
      *MEDIO ATUAL DO ESTOQUE.DAT
       0240-CALCULAR-DIFERENCA.
           MOVE 0 TO WRK-CUSTO-MEDIO
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-EST-QTD
               IF WRK-EST-PRODUTO(WRK-SUB2) = INV-PRODUTO
                   MOVE WRK-EST-CUSTO(WRK-SUB2) TO WRK-CUSTO-MEDIO
               END-IF
           END-PERFORM
           COMPUTE WRK-DIFERENCA = INV-QTD-CONTADA - INV-SALDO-LIVRO
           COMPUTE WRK-VALOR-DIF ROUNDED =
               WRK-DIFERENCA * WRK-CUSTO-MEDIO
           IF WRK-VALOR-DIF < 0
               COMPUTE WRK-VALOR-ABS = WRK-VALOR-DIF * -1
           ELSE
               MOVE WRK-VALOR-DIF TO WRK-VALOR-ABS
           END-IF.

      **********RELATORIO DE DIVERGENCIAS**********************
       0250-RELATORIO-DIVERGENCIAS.
           OPEN OUTPUT RELATORIO-DIVERGENCIAS

           MOVE SPACES TO REL-LINHA
           MOVE WRK-VALOR-LIMITE TO WRK-VALOR-ED
           STRING 'DIVERGENCIAS DO INVENTARIO - ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               ' (APROVACAO ACIMA DE ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE 'PRODUTO'   TO REL-LINHA(1:7)
           MOVE 'LIVRO'     TO REL-LINHA(24:5)
           MOVE 'CONTADO'   TO REL-LINHA(31:7)
           MOVE 'DIFERENCA' TO REL-LINHA(40:9)
           MOVE 'VALOR'     TO REL-LINHA(60:5)
           WRITE REL-LINHA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-INV-QTD
               MOVE WRK-INV-REGISTRO(WRK-SUB) TO INV-REC
               IF INV-ABERTA
                   PERFORM 0255-LINHA-DIVERGENCIA
               END-IF
           END-PERFORM

           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-TOTAL-PERDAS TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL DE PERDAS......: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-TOTAL-SOBRAS TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL DE SOBRAS......: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'DIVERGENTES: ' DELIMITED BY SIZE
               WRK-QTD-DIVERGENTES DELIMITED BY SIZE
               ' ACIMA DO LIMITE: ' DELIMITED BY SIZE
               WRK-QTD-ACIMA-LIMITE DELIMITED BY SIZE
               ' NAO CONTADOS: ' DELIMITED BY SIZE
               WRK-QTD-NAO-CONTADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           CLOSE RELATORIO-DIVERGENCIAS

           DISPLAY 'DIVERGENTES..........: ' WRK-QTD-DIVERGENTES
           DISPLAY 'ACIMA DO LIMITE......: ' WRK-QTD-ACIMA-LIMITE
           DISPLAY 'NAO CONTADOS.........: ' WRK-QTD-NAO-CONTADOS
           DISPLAY 'FIM DE PROCESSAMENTO'

           IF WRK-QTD-NAO-CONTADOS > 0 OR WRK-QTD-ACIMA-LIMITE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0255-LINHA-DIVERGENCIA.
           MOVE INV-SALDO-LIVRO TO WRK-SALDO-ED
           MOVE SPACES TO REL-LINHA
           MOVE INV-PRODUTO  TO REL-LINHA(1:20)
           MOVE WRK-SALDO-ED TO REL-LINHA(22:7)
           IF NOT INV-JA-CONTADO
               ADD 1 TO WRK-QTD-NAO-CONTADOS
               MOVE '*** NAO CONTADO ***' TO REL-LINHA(31:19)
           ELSE
               PERFORM 0240-CALCULAR-DIFERENCA
               MOVE INV-QTD-CONTADA TO WRK-CONTADA-ED
               MOVE WRK-DIFERENCA   TO WRK-QTD-ED
               MOVE WRK-VALOR-DIF   TO WRK-VALOR-ED
               MOVE WRK-CONTADA-ED TO REL-LINHA(31:7)
               MOVE WRK-QTD-ED     TO REL-LINHA(40:8)
               MOVE WRK-VALOR-ED   TO REL-LINHA(50:15)
               IF WRK-DIFERENCA NOT = 0
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   IF WRK-VALOR-DIF < 0
                       ADD WRK-VALOR-ABS TO WRK-TOTAL-PERDAS
                   ELSE
                       ADD WRK-VALOR-ABS TO WRK-TOTAL-SOBRAS
                   END-IF
               END-IF
               IF WRK-VALOR-ABS > WRK-VALOR-LIMITE
                   ADD 1 TO WRK-QTD-ACIMA-LIMITE
                   MOVE '* EXIGE APROVACAO' TO REL-LINHA(67:17)
               END-IF
           END-IF
           WRITE REL-LINHA.

      **********EFETIVACAO DO AJUSTE***************************
      *A DIFERENCA E SOMADA AO SALDO ATUAL (ENTRADAS RECEBIDAS
      *DURANTE A CONTAGEM CONTINUAM NO SALDO) PELO CUSTO MEDIO, QUE
      *NAO MUDA; UMA LINHA CONTABIL POR PRODUTO DIVERGENTE
       0260-EFETIVAR-AJUSTE.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-INV-QTD
               MOVE WRK-INV-REGISTRO(WRK-SUB) TO INV-REC
               IF INV-ABERTA
                   IF NOT INV-JA-CONTADO
                       ADD 1 TO WRK-QTD-NAO-CONTADOS
                   ELSE
                       PERFORM 0240-CALCULAR-DIFERENCA
                       IF WRK-VALOR-ABS > WRK-VALOR-LIMITE
                           ADD 1 TO WRK-QTD-ACIMA-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-QTD-NAO-CONTADOS > 0
               DISPLAY WRK-QTD-NAO-CONTADOS ' PRODUTOS SEM CONTAGEM - '
                   'AJUSTE RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WRK-QTD-ACIMA-LIMITE > 0
               DISPLAY WRK-QTD-ACIMA-LIMITE ' DIVERGENCIAS ACIMA DO '
                   'LIMITE - EXIGEM APROVACAO'
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           MOVE WRK-CONTA-PERDA TO WRK-CONTA-VALIDAR
           PERFORM 0265-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ESTOQUE TO WRK-CONTA-VALIDAR
           PERFORM 0265-VALIDAR-UMA-CONTA

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-INV-QTD
               MOVE WRK-INV-REGISTRO(WRK-SUB) TO INV-REC
               IF INV-ABERTA
                   PERFORM 0270-AJUSTAR-PRODUTO
                   MOVE 'F' TO INV-SITUACAO
                   MOVE INV-REC TO WRK-INV-REGISTRO(WRK-SUB)
               END-IF
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL

           OPEN OUTPUT SALDOS-ESTOQUE
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EST-QTD
               MOVE WRK-EST-PRODUTO(WRK-SUB) TO EST-PRODUTO
               MOVE WRK-EST-SALDO(WRK-SUB)   TO EST-SALDO
               MOVE WRK-EST-PONTO(WRK-SUB)   TO EST-PONTO-REPOSICAO
               MOVE WRK-EST-CUSTO(WRK-SUB)   TO EST-CUSTO-MEDIO
               MOVE WRK-EST-RESERVADO(WRK-SUB) TO EST-RESERVADO
               WRITE EST-REC
           END-PERFORM
           CLOSE SALDOS-ESTOQUE

           PERFORM 0290-REGRAVAR-CONTAGEM

           MOVE WRK-TOTAL-PERDAS TO WRK-VALOR-ED
           DISPLAY 'PRODUTOS AJUSTADOS...: ' WRK-QTD-AJUSTADOS
           DISPLAY 'PERDAS CONTABILIZADAS: ' WRK-VALOR-ED
           MOVE WRK-TOTAL-SOBRAS TO WRK-VALOR-ED
           DISPLAY 'SOBRAS CONTABILIZADAS: ' WRK-VALOR-ED
           DISPLAY 'CONTAGEM ENCERRADA - ENVIOS LIBERADOS'.

       0265-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-EOF
           MOVE 'N' TO WRK-CONTA-ACHADA
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CTA-CODIGO = WRK-CONTA-VALIDAR
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-CONTA-ACHADA
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           IF NOT CONTA-VALIDA
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0270-AJUSTAR-PRODUTO.
           PERFORM 0240-CALCULAR-DIFERENCA
           IF WRK-DIFERENCA NOT = 0
               PERFORM 0275-LOCALIZAR-SALDO
               IF WRK-SUB2 > 0
                   COMPUTE WRK-NOVO-SALDO =
                       WRK-EST-SALDO(WRK-SUB2) + WRK-DIFERENCA
                   IF WRK-NOVO-SALDO < 0
                       MOVE 0 TO WRK-NOVO-SALDO
                   END-IF
                   MOVE WRK-NOVO-SALDO TO WRK-EST-SALDO(WRK-SUB2)
               END-IF
               ADD 1 TO WRK-QTD-AJUSTADOS

               IF WRK-VALOR-ABS > 0
                   IF WRK-DIFERENCA < 0
                       MOVE WRK-CONTA-PERDA   TO GL-CONTA-DEBITO
                       MOVE WRK-CONTA-ESTOQUE TO GL-CONTA-CREDITO
                       ADD WRK-VALOR-ABS TO WRK-TOTAL-PERDAS
                   ELSE
                       MOVE WRK-CONTA-ESTOQUE TO GL-CONTA-DEBITO
                       MOVE WRK-CONTA-PERDA   TO GL-CONTA-CREDITO
                       ADD WRK-VALOR-ABS TO WRK-TOTAL-SOBRAS
                   END-IF
                   MOVE SPACES TO GL-CCUSTO
                   MOVE SPACES TO GL-HISTORICO
                   STRING 'INVENTARIO ' DELIMITED BY SIZE
                       INV-PRODUTO DELIMITED BY SIZE
                       INTO GL-HISTORICO
                   END-STRING
                   MOVE WRK-VALOR-ABS  TO GL-VALOR
                   MOVE WRK-DATA-EXEC  TO GL-DATA-EXEC
                   MOVE ZEROS          TO GL-EMPRESA
                   MOVE 'INVENTAR'     TO GL-ORIGEM
                   MOVE WRK-GL-LOTE    TO GL-DOCUMENTO
                   WRITE GL-REC
               END-IF
           END-IF.

       0275-LOCALIZAR-SALDO.
           MOVE 0 TO WRK-SUB2
           PERFORM VARYING WRK-SUB3 FROM 1 BY 1
                   UNTIL WRK-SUB3 > WRK-EST-QTD
               IF WRK-EST-PRODUTO(WRK-SUB3) = INV-PRODUTO
                   MOVE WRK-SUB3 TO WRK-SUB2
               END-IF
           END-PERFORM.

       0290-REGRAVAR-CONTAGEM.
           OPEN OUTPUT CONTAGEM-INVENTARIO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-INV-QTD
               MOVE WRK-INV-REGISTRO(WRK-SUB) TO INV-REC
               WRITE INV-REC
           END-PERFORM
           CLOSE CONTAGEM-INVENTARIO.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'INVAJUST'
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
           MOVE 'INVAJUST' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'INVAJUST - AJUSTE RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'INVENTAR' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

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
