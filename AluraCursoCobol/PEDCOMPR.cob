       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDCOMPR.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: PEDIDOS DE COMPRA (PEDCOMPRA.DAT): A OPERACAO I
      *          EMITE UM PEDIDO PARA UM FORNECEDOR ATIVO DO FORNMAST
      *          E UM PRODUTO ATIVO DO PRODMAST, A OPERACAO X CANCELA
      *          PEDIDO AINDA SEM RECEBIMENTO (AMBAS EXIGEM USUARIO
      *          COM O NIVEL MINIMO DA FUNCAO PEDCOMPR NA MATRIZ DE
      *          AUTORIZACAO), A OPERACAO C CONSULTA E A OPERACAO R
      *          TRANSFORMA A LISTA DE REPOSICAO DO ESTOQMOV EM
      *          PEDIDOS: PARA CADA PRODUTO COM SALDO NO PONTO DE
      *          REPOSICAO OU ABAIXO E SEM PEDIDO EM ABERTO, PEDE AO
      *          FORNECEDOR HABITUAL DO PRODFORN.DAT, PELO PRECO
      *          COMBINADO, O QUE FALTA PARA O DOBRO DO PONTO (NUNCA
      *          MENOS QUE O LOTE MINIMO); O RECEBIMENTO E DADO PELO
      *          ESTOQMOV E A NOTA E CONFERIDA PELO CONTASPG
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO ESTOQUE.DAT PELO COPY
      *            COMPARTILHADO ESTOQUE.CPY (CUSTO MEDIO)
      *ALTERACAO = 15/10/2026 - A REPOSICAO OLHA O SALDO DISPONIVEL
      *            (SALDO MENOS O RESERVADO PARA PEDIDOS EM ABERTO),
      *            POIS O RESERVADO JA ESTA COMPROMETIDO
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
           SELECT PEDIDOS-COMPRA ASSIGN TO "DATA/PEDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.

           SELECT FORNECEDOR-MASTER ASSIGN TO "DATA/FORNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT SALDOS-ESTOQUE ASSIGN TO "DATA/ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PRODUTO-FORNECEDOR ASSIGN TO "DATA/PRODFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PFO-STATUS.

           SELECT RELATORIO-PEDIDOS ASSIGN TO "DATA/PEDCOMPRREL.DAT"
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
       FD  PEDIDOS-COMPRA.
       COPY "PEDCOMPR.CPY".

       FD  FORNECEDOR-MASTER.
       COPY "FORNMAST.CPY".

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

      *FORNECEDOR HABITUAL DE CADA PRODUTO PARA A REPOSICAO
       FD  PRODUTO-FORNECEDOR.
       01  PFO-REC.
           05  PFO-PRODUTO         PIC X(20).
           05  PFO-FORNECEDOR      PIC 9(05).
           05  PFO-PRECO           PIC 9(07)V99.
           05  PFO-LOTE-MINIMO     PIC 9(06).
           05  PFO-EMPRESA         PIC 9(02).

       FD  RELATORIO-PEDIDOS.
       01  REL-LINHA              PIC X(80).

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
       77  WRK-PC-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-FOR-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EST-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PFO-STATUS    PIC X(02)  VALUE '00'.
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
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-CANCELAR VALUE 'X'.
           88  OPER-REPOSICAO VALUE 'R'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-PC-QTD        PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-PRD-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-PFO-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2          PIC 9(03)  VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO PIC 9(06)  VALUE ZEROS.
       77  WRK-NUMERO        PIC 9(06)  VALUE ZEROS.
       77  WRK-PC-ACHADO     PIC X      VALUE 'N'.
           88  PEDIDO-ENCONTRADO VALUE 'Y'.
       77  WRK-FORNECEDOR    PIC 9(05)  VALUE ZEROS.
       77  WRK-PRODUTO       PIC X(20)  VALUE SPACES.
       77  WRK-QTD-PEDIDA    PIC 9(06)  VALUE ZEROS.
       77  WRK-PRECO-UNIT    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-EMPRESA       PIC 9(02)  VALUE ZEROS.
       77  WRK-ORIGEM        PIC X(01)  VALUE 'M'.
       77  WRK-CRIT-MOTIVO   PIC X(40)  VALUE SPACES.
       77  WRK-FOR-OK        PIC X      VALUE 'N'.
           88  FORNECEDOR-VALIDO VALUE 'Y'.
       77  WRK-PRD-OK        PIC X      VALUE 'N'.
           88  PRODUTO-VALIDO VALUE 'Y'.
       77  WRK-PFO-ACHADO    PIC X      VALUE 'N'.
           88  FORNECEDOR-HABITUAL VALUE 'Y'.
       77  WRK-PFO-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-EM-ABERTO     PIC X      VALUE 'N'.
           88  PRODUTO-COM-PEDIDO VALUE 'Y'.
       77  WRK-NECESSIDADE   PIC S9(07) VALUE ZEROS.
       77  WRK-DISPONIVEL    PIC S9(07) VALUE ZEROS.
       77  WRK-QTD-GERADOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-SEM-FORN  PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-JA-PEDIDO PIC 9(05)  VALUE ZEROS.
       77  WRK-VALOR-PEDIDO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.

       01  WRK-TAB-PEDIDOS.
           05  WRK-PC-ITEM OCCURS 200 TIMES.
               10  WRK-PC-REGISTRO PIC X(70).

       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR-ITEM OCCURS 200 TIMES.
               10  WRK-FOR-CODIGO  PIC 9(05).
               10  WRK-FOR-ATIVO   PIC X(01).

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO  PIC X(20).
               10  WRK-PRD-ATIVO   PIC X(01).

       01  WRK-TAB-PRODUTO-FORNECEDOR.
           05  WRK-PFO-ITEM OCCURS 200 TIMES.
               10  WRK-PFO-PRODUTO    PIC X(20).
               10  WRK-PFO-FORNECEDOR PIC 9(05).
               10  WRK-PFO-PRECO      PIC 9(07)V99.
               10  WRK-PFO-LOTE       PIC 9(06).
               10  WRK-PFO-EMPRESA    PIC 9(02).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-FORNECEDORES.
           PERFORM 0130-CARREGAR-PRODUTOS.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR X-CANCELAR '
               'R-REPOSICAO).. '
           ACCEPT WRK-OPERACAO.

       0110-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PEDIDOS-COMPRA
           IF WRK-PC-STATUS = '00'
               READ PEDIDOS-COMPRA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PC-QTD >= 200
                       DISPLAY 'ERRO: PEDIDOS DE COMPRA EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PC-QTD
                   MOVE PC-REC TO WRK-PC-REGISTRO(WRK-PC-QTD)
                   IF PC-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE PC-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   READ PEDIDOS-COMPRA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-COMPRA
           END-IF.

       0120-CARREGAR-FORNECEDORES.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FORNECEDOR-MASTER
           IF WRK-FOR-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE FORNECEDORES (FORNMAST) NAO '
                   'ENCONTRADO - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ FORNECEDOR-MASTER
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FOR-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FOR-QTD
               MOVE FOR-CODIGO TO WRK-FOR-CODIGO(WRK-FOR-QTD)
               MOVE FOR-ATIVO  TO WRK-FOR-ATIVO(WRK-FOR-QTD)
               READ FORNECEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE FORNECEDOR-MASTER.

       0130-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PRODUTO-MASTER
           IF WRK-PRD-STATUS NOT = '00'
               DISPLAY 'ERRO: CADASTRO DE PRODUTOS (PRODMAST) NAO '
                   'ENCONTRADO - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

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
               MOVE PRD-CODIGO TO WRK-PRD-CODIGO(WRK-PRD-QTD)
               MOVE PRD-ATIVO  TO WRK-PRD-ATIVO(WRK-PRD-QTD)
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUTO-MASTER.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF OPER-INCLUIR OR OPER-CANCELAR
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-PEDIDO
               WHEN OPER-CANCELAR
                   PERFORM 0220-CANCELAR-PEDIDO
               WHEN OPER-REPOSICAO
                   PERFORM 0400-GERAR-REPOSICAO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-PEDIDO
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'PEDCOMPR'
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
           MOVE 'PEDCOMPR' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'PEDCOMPR - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************EMISSAO MANUAL DE PEDIDO*****************
       0210-INCLUIR-PEDIDO.
           DISPLAY 'FORNECEDOR.. '
           ACCEPT WRK-FORNECEDOR
           DISPLAY 'PRODUTO.. '
           ACCEPT WRK-PRODUTO
           DISPLAY 'QUANTIDADE.. '
           ACCEPT WRK-QTD-PEDIDA
           DISPLAY 'PRECO UNITARIO.. '
           ACCEPT WRK-PRECO-UNIT
           DISPLAY 'EMPRESA.. '
           ACCEPT WRK-EMPRESA
           MOVE 'M' TO WRK-ORIGEM

           PERFORM 0250-CRITICAR-PEDIDO
           IF WRK-CRIT-MOTIVO NOT = SPACES
               DISPLAY WRK-CRIT-MOTIVO ' - PEDIDO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0260-EMITIR-PEDIDO
               PERFORM 0290-REGRAVAR-PEDIDOS
               DISPLAY 'PEDIDO ' WRK-NUMERO ' EMITIDO COM SUCESSO'
           END-IF.

      ****************CANCELAMENTO DE PEDIDO*******************
      *SO PEDIDO EM ABERTO SEM NENHUMA ENTRADA DE MERCADORIA
       0220-CANCELAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO.. '
           ACCEPT WRK-NUMERO
           PERFORM 0245-LOCALIZAR-PEDIDO

           EVALUATE TRUE
               WHEN NOT PEDIDO-ENCONTRADO
                   DISPLAY 'PEDIDO NAO CADASTRADO'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT PC-ABERTO OR PC-QTD-RECEBIDA > 0
                   DISPLAY 'PEDIDO COM RECEBIMENTO OU JA ENCERRADO - '
                       'CANCELAMENTO RECUSADO'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'C' TO PC-SITUACAO
                   MOVE PC-REC TO WRK-PC-REGISTRO(WRK-SUB)
                   PERFORM 0290-REGRAVAR-PEDIDOS
                   DISPLAY 'PEDIDO CANCELADO COM SUCESSO'
           END-EVALUATE.

      ****************CONSULTA DE PEDIDO***********************
       0240-CONSULTAR-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO.. '
           ACCEPT WRK-NUMERO
           PERFORM 0245-LOCALIZAR-PEDIDO

           IF PEDIDO-ENCONTRADO
               DISPLAY 'FORNECEDOR: ' PC-FORNECEDOR
               DISPLAY 'PRODUTO...: ' PC-PRODUTO
               DISPLAY 'PEDIDA....: ' PC-QTD-PEDIDA
                   ' A ' PC-PRECO-UNIT
               DISPLAY 'RECEBIDA..: ' PC-QTD-RECEBIDA
               DISPLAY 'FATURADA..: ' PC-QTD-FATURADA
               DISPLAY 'EMISSAO...: ' PC-DATA-EMISSAO
               EVALUATE TRUE
                   WHEN PC-ABERTO
                       DISPLAY 'SITUACAO..: EM ABERTO'
                   WHEN PC-RECEBIDO
                       DISPLAY 'SITUACAO..: RECEBIDO'
                   WHEN PC-ENCERRADO
                       DISPLAY 'SITUACAO..: ENCERRADO'
                   WHEN OTHER
                       DISPLAY 'SITUACAO..: CANCELADO'
               END-EVALUATE
           ELSE
               DISPLAY 'PEDIDO NAO CADASTRADO'
           END-IF.

       0245-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PC-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PC-QTD OR PEDIDO-ENCONTRADO
               MOVE WRK-PC-REGISTRO(WRK-SUB) TO PC-REC
               IF PC-NUMERO = WRK-NUMERO
                   SET PEDIDO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF PEDIDO-ENCONTRADO
               SUBTRACT 1 FROM WRK-SUB
           END-IF.

      **********CRITICA DO PEDIDO (MANUAL OU REPOSICAO)********
       0250-CRITICAR-PEDIDO.
           MOVE SPACES TO WRK-CRIT-MOTIVO

           MOVE 'N' TO WRK-FOR-OK
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-FOR-QTD
               IF WRK-FOR-CODIGO(WRK-SUB2) = WRK-FORNECEDOR
                   AND WRK-FOR-ATIVO(WRK-SUB2) = 'S'
                   SET FORNECEDOR-VALIDO TO TRUE
               END-IF
           END-PERFORM

           MOVE 'N' TO WRK-PRD-OK
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-SUB2) = WRK-PRODUTO
                   AND WRK-PRD-ATIVO(WRK-SUB2) = 'S'
                   SET PRODUTO-VALIDO TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT FORNECEDOR-VALIDO
                   MOVE 'FORNECEDOR INEXISTENTE OU INATIVO' TO
                       WRK-CRIT-MOTIVO
               WHEN NOT PRODUTO-VALIDO
                   MOVE 'PRODUTO INEXISTENTE OU INATIVO' TO
                       WRK-CRIT-MOTIVO
               WHEN WRK-QTD-PEDIDA = ZEROS
                   MOVE 'QUANTIDADE ZERADA' TO WRK-CRIT-MOTIVO
               WHEN WRK-PRECO-UNIT = ZEROS
                   MOVE 'PRECO UNITARIO ZERADO' TO WRK-CRIT-MOTIVO
           END-EVALUATE

           IF WRK-CRIT-MOTIVO = SPACES AND WRK-PC-QTD >= 200
               MOVE 'LIMITE DE 200 PEDIDOS ATINGIDO' TO
                   WRK-CRIT-MOTIVO
           END-IF.

       0260-EMITIR-PEDIDO.
           ADD 1 TO WRK-ULTIMO-NUMERO
           MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO
           MOVE WRK-NUMERO      TO PC-NUMERO
           MOVE WRK-FORNECEDOR  TO PC-FORNECEDOR
           MOVE WRK-PRODUTO     TO PC-PRODUTO
           MOVE WRK-QTD-PEDIDA  TO PC-QTD-PEDIDA
           MOVE WRK-PRECO-UNIT  TO PC-PRECO-UNIT
           MOVE ZEROS           TO PC-QTD-RECEBIDA
           MOVE ZEROS           TO PC-QTD-FATURADA
           MOVE WRK-DATA-EXEC   TO PC-DATA-EMISSAO
           MOVE WRK-EMPRESA     TO PC-EMPRESA
           MOVE WRK-ORIGEM      TO PC-ORIGEM
           MOVE 'A'             TO PC-SITUACAO
           ADD 1 TO WRK-PC-QTD
           MOVE PC-REC TO WRK-PC-REGISTRO(WRK-PC-QTD).

       0290-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-COMPRA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PC-QTD
               MOVE WRK-PC-REGISTRO(WRK-SUB) TO PC-REC
               WRITE PC-REC
           END-PERFORM
           CLOSE PEDIDOS-COMPRA.

      **********PEDIDOS A PARTIR DA LISTA DE REPOSICAO*********
      *MESMO CRITERIO DO RELATORIO DO ESTOQMOV (SALDO NO PONTO OU
      *ABAIXO); PRODUTO COM PEDIDO EM ABERTO NAO E PEDIDO DE NOVO
       0400-GERAR-REPOSICAO.
           PERFORM 0410-CARREGAR-PRODUTO-FORNEC

           OPEN OUTPUT RELATORIO-PEDIDOS
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS DE COMPRA DA REPOSICAO - ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA

           MOVE 'N' TO WRK-EOF
           OPEN INPUT SALDOS-ESTOQUE
           IF WRK-EST-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               MOVE EST-SALDO TO WRK-DISPONIVEL
               IF EST-RESERVADO IS NUMERIC
                   SUBTRACT EST-RESERVADO FROM WRK-DISPONIVEL
               END-IF
               IF WRK-DISPONIVEL <= EST-PONTO-REPOSICAO
                   PERFORM 0450-REPOR-UM-PRODUTO
               END-IF
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-EST-STATUS = '00' OR WRK-EST-STATUS = '10'
               CLOSE SALDOS-ESTOQUE
           END-IF

           IF WRK-QTD-GERADOS > 0
               PERFORM 0290-REGRAVAR-PEDIDOS
           END-IF

           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS EMITIDOS: ' DELIMITED BY SIZE
               WRK-QTD-GERADOS DELIMITED BY SIZE
               ' - VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           CLOSE RELATORIO-PEDIDOS

           DISPLAY 'PEDIDOS EMITIDOS.....: ' WRK-QTD-GERADOS
           DISPLAY 'JA COM PEDIDO ABERTO.: ' WRK-QTD-JA-PEDIDO
           DISPLAY 'SEM FORNECEDOR.......: ' WRK-QTD-SEM-FORN

           EVALUATE TRUE
               WHEN WRK-QTD-SEM-FORN > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QTD-GERADOS = 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0410-CARREGAR-PRODUTO-FORNEC.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PRODUTO-FORNECEDOR
           IF WRK-PFO-STATUS NOT = '00'
               DISPLAY 'ERRO: TABELA DE FORNECEDOR POR PRODUTO '
                   '(PRODFORN) NAO ENCONTRADA - REPOSICAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PRODUTO-FORNECEDOR
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PFO-QTD >= 200
                   DISPLAY 'ERRO: TABELA DE FORNECEDOR POR PRODUTO '
                       'EXCEDE O LIMITE DE 200 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PFO-QTD
               MOVE PFO-PRODUTO     TO WRK-PFO-PRODUTO(WRK-PFO-QTD)
               MOVE PFO-FORNECEDOR  TO WRK-PFO-FORNECEDOR(WRK-PFO-QTD)
               MOVE PFO-PRECO       TO WRK-PFO-PRECO(WRK-PFO-QTD)
               MOVE PFO-LOTE-MINIMO TO WRK-PFO-LOTE(WRK-PFO-QTD)
               MOVE PFO-EMPRESA     TO WRK-PFO-EMPRESA(WRK-PFO-QTD)
               READ PRODUTO-FORNECEDOR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PRODUTO-FORNECEDOR.

       0450-REPOR-UM-PRODUTO.
           MOVE 'N' TO WRK-EM-ABERTO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PC-QTD
               MOVE WRK-PC-REGISTRO(WRK-SUB) TO PC-REC
               IF PC-PRODUTO = EST-PRODUTO AND PC-ABERTO
                   SET PRODUTO-COM-PEDIDO TO TRUE
                   MOVE PC-NUMERO TO WRK-NUMERO
               END-IF
           END-PERFORM

           MOVE 'N' TO WRK-PFO-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PFO-QTD
               IF WRK-PFO-PRODUTO(WRK-SUB) = EST-PRODUTO
                   SET FORNECEDOR-HABITUAL TO TRUE
                   MOVE WRK-SUB TO WRK-PFO-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           EVALUATE TRUE
               WHEN PRODUTO-COM-PEDIDO
                   ADD 1 TO WRK-QTD-JA-PEDIDO
                   STRING '  ' DELIMITED BY SIZE
                       EST-PRODUTO DELIMITED BY SIZE
                       ' JA TEM O PEDIDO ' DELIMITED BY SIZE
                       WRK-NUMERO DELIMITED BY SIZE
                       ' EM ABERTO' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               WHEN NOT FORNECEDOR-HABITUAL
                   ADD 1 TO WRK-QTD-SEM-FORN
                   STRING '  ' DELIMITED BY SIZE
                       EST-PRODUTO DELIMITED BY SIZE
                       ' SEM FORNECEDOR NO PRODFORN' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               WHEN OTHER
                   COMPUTE WRK-NECESSIDADE =
                       (EST-PONTO-REPOSICAO * 2) - WRK-DISPONIVEL
                   IF WRK-NECESSIDADE < WRK-PFO-LOTE(WRK-PFO-SUB)
                       MOVE WRK-PFO-LOTE(WRK-PFO-SUB) TO
                           WRK-NECESSIDADE
                   END-IF
                   MOVE EST-PRODUTO TO WRK-PRODUTO
                   MOVE WRK-PFO-FORNECEDOR(WRK-PFO-SUB) TO
                       WRK-FORNECEDOR
                   MOVE WRK-NECESSIDADE TO WRK-QTD-PEDIDA
                   MOVE WRK-PFO-PRECO(WRK-PFO-SUB) TO WRK-PRECO-UNIT
                   MOVE WRK-PFO-EMPRESA(WRK-PFO-SUB) TO WRK-EMPRESA
                   MOVE 'R' TO WRK-ORIGEM
                   PERFORM 0250-CRITICAR-PEDIDO
                   IF WRK-CRIT-MOTIVO NOT = SPACES
                       ADD 1 TO WRK-QTD-SEM-FORN
                       STRING '  ' DELIMITED BY SIZE
                           EST-PRODUTO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-CRIT-MOTIVO DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   ELSE
                       PERFORM 0260-EMITIR-PEDIDO
                       ADD 1 TO WRK-QTD-GERADOS
                       COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIDO +
                           (WRK-QTD-PEDIDA * WRK-PRECO-UNIT)
                       STRING '  PEDIDO ' DELIMITED BY SIZE
                           WRK-NUMERO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EST-PRODUTO DELIMITED BY SIZE
                           ' QTD ' DELIMITED BY SIZE
                           WRK-QTD-PEDIDA DELIMITED BY SIZE
                           ' FORNECEDOR ' DELIMITED BY SIZE
                           WRK-FORNECEDOR DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   END-IF
           END-EVALUATE
           WRITE REL-LINHA.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'PEDCOMPR' TO RUN-PROGRAMA
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
