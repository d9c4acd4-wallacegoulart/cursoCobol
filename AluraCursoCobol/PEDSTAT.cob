      *            DE VIDA, MOVIMENTADO PELO FLUXO DE DEVOLUCAO
      *            (DEVOLUCAO) QUANDO O CLIENTE DEVOLVE O PEDIDO
      *            ENTREGUE POR COMPLETO
      *ALTERACAO = 15/10/2026 - CUSTO DA MERCADORIA VENDIDA NO ENVIO:
      *            A BAIXA DO ESTOQUE LEVA O CUSTO MEDIO DO PRODUTO
      *            (ESTOQUE.CPY), GRAVADO NO PEDIDO PARA A DEVOLUCAO,
      *            E CONTABILIZA QUANTIDADE X CUSTO MEDIO NO
      *            EXE02GL.DAT PELAS CONTAS DO CMVPARM (CMV CONTRA
      *            ESTOQUES) VALIDADAS NO PLANO DE CONTAS
      *ALTERACAO = 15/10/2026 - ENVIO BLOQUEADO COM RC=8 ENQUANTO O
      *            PRODUTO ESTA EM CONTAGEM DE INVENTARIO ABERTA PELO
      *            INVENTAR (INVCONT.DAT), PARA A SAIDA NAO ALTERAR O
      *            SALDO CONGELADO NA ABERTURA
      *ALTERACAO = 15/10/2026 - PEDIDO COM VARIOS ITENS: O ENVIO
      *            BAIXA O ESTOQUE DE CADA LINHA DO PEDITENS.DAT
      *            (TUDO OU NADA), GRAVA O CUSTO MEDIO EM CADA LINHA E
      *            CONTABILIZA O CMV TOTAL DO PEDIDO NUM SO LANCAMENTO;
      *            PEDIDO ANTIGO SEM LINHAS SEGUE PELO PRODUTO DO
      *            CABECALHO
      *ALTERACAO = 15/10/2026 - ENVIO PARCIAL COM RESERVA DE
      *            ESTOQUE: CADA LINHA ENVIA O QUE ESTA RESERVADA
      *            (COMPLETADA COM O DISPONIVEL LIVRE) E O RESTANTE
      *            VIRA UM NOVO PEDIDO ABERTO COM AS MESMAS CONDICOES,
      *            NUMERADO PELO PEDIDOSCKP.DAT, QUE CONTINUA NA FILA
      *            DE BACKORDER; SEM NADA A ENVIAR O ENVIO E RECUSADO
      *            COM RC=8; O CANCELAMENTO DEVOLVE A RESERVA DAS
      *            LINHAS AO DISPONIVEL E O PEDIDO ANTIGO SEM LINHAS
      *            OLHA O DISPONIVEL (SALDO MENOS RESERVADO)
      *ALTERACAO = 15/10/2026 - OPERACAO T (OCORRENCIAS DAS
      *            TRANSPORTADORAS): LE O ARQUIVO DIARIO DE CADA
      *            TRANSPORTADORA ATIVA DO TRANSMAST.DAT
      *            (DATA/OCORRnnn.DAT) E MOVIMENTA OS PEDIDOS PELAS
      *            MESMAS REGRAS DA ATUALIZACAO MANUAL - COLETA PASSA
      *            A ENVIADO (COM BAIXA DE ESTOQUE E CMV) E ENTREGA A
      *            ENTREGUE, NA DATA INFORMADA PELA TRANSPORTADORA E
      *            COM O NOME DELA COMO USUARIO; ENDERECO NAO
      *            LOCALIZADO, RECUSA, AVARIA E OCORRENCIA QUE NAO SE
      *            APLICA VAO PARA O OCOREXC.DAT DO ATENDIMENTO E TODA
      *            OCORRENCIA TRATADA FICA NO OCORHIST.DAT, QUE IMPEDE
      *            TRATAR A MESMA OCORRENCIA DUAS VEZES
      *ALTERACAO = 15/10/2026 - TABELA DE PEDIDOS NA LARGURA NOVA DO
      *            PEDIDOS.CPY (NUMERO DO ROMANEIO DE EMBARQUE NO
      *            FINAL DO REGISTRO)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETROS-CMV ASSIGN TO "DATA/CMVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT CONTAGEM-INVENTARIO ASSIGN TO "DATA/INVCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INV-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CKP-PEDIDOS ASSIGN TO "DATA/PEDIDOSCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

           SELECT TRANSPORTADORA-MASTER ASSIGN TO "DATA/TRANSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRP-STATUS.

           SELECT OCORRENCIAS-TRANSP ASSIGN TO DYNAMIC
               WRK-NOME-OCORRENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCO-STATUS.

           SELECT EXCECOES-OCORRENCIA ASSIGN TO "DATA/OCOREXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

           SELECT HISTORICO-OCORRENCIA ASSIGN TO "DATA/OCORHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDOS.
       01  REL-LINHA               PIC X(80).

       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  CONTAGEM-INVENTARIO.
       COPY "INVCONT.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  CKP-PEDIDOS.
       01  CKP-PED-REC.
           05  CKP-PED-NUMERO      PIC 9(06).
           05  CKP-PED-DATA-NEGOCIO PIC 9(08).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-CMV.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       FD  TRANSPORTADORA-MASTER.
       01  TRP-REC.
           05  TRP-CODIGO        PIC 9(03).
           05  TRP-NOME          PIC X(20).
           05  TRP-BANCO         PIC 9(03).
           05  TRP-AGENCIA       PIC 9(04).
           05  TRP-CONTA         PIC 9(08).
           05  TRP-FATOR         PIC 9V99.
           05  TRP-ATIVA         PIC X(01).

      *ARQUIVO DIARIO DE OCORRENCIAS ENVIADO PELA TRANSPORTADORA:
      *01 COLETA, 02 ENTREGA, 03 ENDERECO NAO LOCALIZADO,
      *04 RECUSA DO DESTINATARIO, 05 AVARIA
       FD  OCORRENCIAS-TRANSP.
       01  OCO-REC.
           05  OCO-PEDIDO         PIC 9(06).
           05  OCO-CODIGO         PIC X(02).
               88  OCO-COLETA     VALUE '01'.
               88  OCO-ENTREGA    VALUE '02'.
               88  OCO-ENDERECO-NAO-LOCALIZADO VALUE '03'.
               88  OCO-RECUSA     VALUE '04'.
               88  OCO-AVARIA     VALUE '05'.
           05  OCO-DATA           PIC 9(08).
           05  OCO-HORA           PIC 9(04).
           05  OCO-RECEBEDOR      PIC X(30).

       FD  EXCECOES-OCORRENCIA.
       01  EXC-REC.
           05  EXC-TRANSP         PIC 9(03).
           05  EXC-TRANSP-NOME    PIC X(20).
           05  EXC-PEDIDO         PIC 9(06).
           05  EXC-OCORRENCIA     PIC X(02).
           05  EXC-DATA           PIC 9(08).
           05  EXC-HORA           PIC 9(04).
           05  EXC-RECEBEDOR      PIC X(30).
           05  EXC-MOTIVO         PIC X(40).
           05  EXC-DATA-PROC      PIC 9(08).

      *RESULTADO A-APLICADA E-EXCECAO I-SEM EFEITO (PEDIDO JA
      *ESTAVA NO STATUS DA OCORRENCIA)
       FD  HISTORICO-OCORRENCIA.
       01  HIS-REC.
           05  HIS-CHAVE.
               10  HIS-TRANSP     PIC 9(03).
               10  HIS-PEDIDO     PIC 9(06).
               10  HIS-OCORRENCIA PIC X(02).
               10  HIS-DATA       PIC 9(08).
               10  HIS-HORA       PIC 9(04).
           05  HIS-RECEBEDOR      PIC X(30).
           05  HIS-RESULTADO      PIC X(01).
           05  HIS-DATA-PROC      PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-OPERACAO       PIC X(01) VALUE 'R'.
           88  OPER-ATUALIZAR VALUE 'A'.
           88  OPER-RELATORIO VALUE 'R'.
           88  OPER-OCORRENCIAS VALUE 'T'.
       77  WRK-NUMERO         PIC 9(06) VALUE ZEROS.
       77  WRK-STATUS-NOVO    PIC X(01) VALUE SPACE.
           88  STATUS-VALIDO  VALUE 'A' 'E' 'G' 'C' 'D'.

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 500 TIMES.
               10  WRK-PED-REGISTRO   PIC X(129).

       77  WRK-EST-STATUS     PIC X(02) VALUE '00'.
       77  WRK-EST-EOF        PIC X     VALUE 'N'.
               10  WRK-EST-PRODUTO PIC X(20).
               10  WRK-EST-SALDO   PIC 9(06).
               10  WRK-EST-PONTO   PIC 9(06).
               10  WRK-EST-CUSTO   PIC 9(07)V9999.
               10  WRK-EST-RESERVADO PIC 9(06).

       77  WRK-GL-STATUS      PIC X(02) VALUE '00'.
       77  WRK-PRM-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CTA-EOF        PIC X     VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-ACHADA     PIC X     VALUE 'N'.
           88  CONTA-VALIDA   VALUE 'Y'.
       77  WRK-CONTA-DEBITO   PIC X(10) VALUE '5050-CMV'.
       77  WRK-CONTA-CREDITO  PIC X(10) VALUE '1400-ESTQ'.
       77  WRK-CONTA-VALIDAR  PIC X(10) VALUE SPACES.
       77  WRK-CUSTO-SAIDA    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-INV-STATUS     PIC X(02) VALUE '00'.
       77  WRK-INV-EOF        PIC X     VALUE 'N'.
           88  FIM-CONTAGEM   VALUE 'Y'.
       77  WRK-PROD-BAIXA     PIC X(20) VALUE SPACES.
       77  WRK-ITM-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ITM-EOF        PIC X     VALUE 'N'.
           88  FIM-ITENS      VALUE 'Y'.
       77  WRK-ITM-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-ITM-SUB        PIC 9(04) VALUE ZEROS.
       77  WRK-ITM-DO-PEDIDO  PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-ITENS    PIC 9(09)V9999 VALUE ZEROS.

       77  WRK-CKP-STATUS     PIC X(02) VALUE '00'.
       77  WRK-DISPONIVEL     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-COMPLETAR  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENVIO      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RESTANTE   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENVIADA    PIC 9(07) VALUE ZEROS.
       77  WRK-ITENS-ENVIO    PIC 9(03) VALUE ZEROS.
       77  WRK-NUMERO-SALDO   PIC 9(06) VALUE ZEROS.
       77  WRK-PED-SUB        PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-SALDO      PIC 9(03) VALUE ZEROS.
       77  WRK-CKP-DATA       PIC 9(08) VALUE ZEROS.
       77  WRK-PED-ORIGINAL   PIC X(129) VALUE SPACES.
       77  WRK-VALOR-LINHAS   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LINHAS-PEDIDO  PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO   PIC X(90).

       COPY "GLLOTE.CPY".

       77  WRK-DATA-STATUS    PIC 9(08) VALUE ZEROS.
       77  WRK-MODO-LOTE      PIC X     VALUE 'N'.
           88  MODO-OCORRENCIAS VALUE 'S'.
       77  WRK-INV-BLOQUEADO  PIC X     VALUE 'N'.
           88  INVENTARIO-BLOQUEADO VALUE 'S'.
       77  WRK-TRP-STATUS     PIC X(02) VALUE '00'.
       77  WRK-TRP-EOF        PIC X     VALUE 'N'.
           88  FIM-TRANSPORTADORAS VALUE 'Y'.
       77  WRK-OCO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-OCO-EOF        PIC X     VALUE 'N'.
           88  FIM-OCORRENCIAS VALUE 'Y'.
       77  WRK-EXC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-HIS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-HIS-EOF        PIC X     VALUE 'N'.
           88  FIM-HISTORICO  VALUE 'Y'.
       77  WRK-NOME-OCORRENCIAS PIC X(40) VALUE SPACES.
       77  WRK-HIS-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-HIS-SUB        PIC 9(04) VALUE ZEROS.
       77  WRK-OCO-REPETIDA   PIC X     VALUE 'N'.
           88  OCORRENCIA-JA-TRATADA VALUE 'S'.
       77  WRK-STATUS-ALVO    PIC X(01) VALUE SPACE.
       77  WRK-RESULTADO      PIC X(01) VALUE SPACE.
       77  WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77  WRK-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APLICADAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-EFEITO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXCECOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REPETIDAS  PIC 9(05) VALUE ZEROS.

       01  WRK-CHAVE-OCORRENCIA.
           05  WRK-CHV-TRANSP     PIC 9(03).
           05  WRK-CHV-PEDIDO     PIC 9(06).
           05  WRK-CHV-OCORRENCIA PIC X(02).
           05  WRK-CHV-DATA       PIC 9(08).
           05  WRK-CHV-HORA       PIC 9(04).

      *OCORRENCIAS JA TRATADAS EM EXECUCOES ANTERIORES
       01  WRK-TAB-HISTORICO.
           05  WRK-HIS-CHAVE OCCURS 5000 TIMES PIC X(23).

       PROCEDURE DIVISION.

           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'OPERACAO (A-ATUALIZAR STATUS R-RELATORIO DE '
               'AGING T-OCORRENCIAS DAS TRANSPORTADORAS).. '
           ACCEPT WRK-OPERACAO.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN OPER-ATUALIZAR
                   PERFORM 0210-ATUALIZAR-STATUS
               WHEN OPER-OCORRENCIAS
                   PERFORM 0280-PROCESSAR-OCORRENCIAS
               WHEN OTHER
                   PERFORM 0260-RELATORIO-AGING
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.
               STOP RUN
           END-IF.

           IF WRK-STATUS-NOVO = 'E'
               PERFORM 0215-VALIDAR-CONTAS-CMV
           END-IF.

           DISPLAY 'USUARIO.. '
           ACCEPT WRK-USUARIO.

           PERFORM 0220-CARREGAR-PEDIDOS.

           MOVE WRK-DATA-EXEC TO WRK-DATA-STATUS
           PERFORM 0225-MOVIMENTAR-PEDIDO.

           IF PEDIDO-ENCONTRADO
               AND NOT ESTOQUE-LIBERADO
               PERFORM 0240-REGRAVAR-PEDIDOS
               DISPLAY 'PEDIDO ' WRK-NUMERO ' MOVIMENTADO PARA '
                   'STATUS ' WRK-STATUS-NOVO
               IF WRK-NUMERO-SALDO > 0
                   DISPLAY 'ENVIO PARCIAL - RESTANTE NO PEDIDO '
                       WRK-NUMERO-SALDO ' (ABERTO)'
               END-IF
           ELSE
               DISPLAY 'PEDIDO NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********MOVIMENTACAO DE UM PEDIDO**********************
      *PEDIDO WRK-NUMERO PARA O STATUS WRK-STATUS-NOVO NA DATA
      *WRK-DATA-STATUS PELO USUARIO WRK-USUARIO; USADA PELA
      *ATUALIZACAO MANUAL E PELAS OCORRENCIAS DAS TRANSPORTADORAS
       0225-MOVIMENTAR-PEDIDO.
           MOVE 'S' TO WRK-ESTOQUE-OK
           MOVE 'N' TO WRK-INV-BLOQUEADO
           MOVE 0   TO WRK-NUMERO-SALDO
           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               IF PED-NUMERO = WRK-NUMERO
                   SET PEDIDO-ENCONTRADO TO TRUE
                   IF WRK-STATUS-NOVO = 'E'
                       PERFORM 0230-BAIXAR-ESTOQUE
                   END-IF
                   IF WRK-STATUS-NOVO = 'C'
                       AND PED-QTD-ITENS IS NUMERIC
                       AND PED-QTD-ITENS > 0
                       PERFORM 0233-LIBERAR-RESERVA
                   END-IF
                   IF ESTOQUE-LIBERADO
                       MOVE WRK-STATUS-NOVO TO PED-STATUS
                       MOVE WRK-DATA-STATUS TO PED-STATUS-DATA
                       MOVE WRK-USUARIO     TO PED-STATUS-USUARIO
                       MOVE PED-REC TO WRK-PED-REGISTRO(WRK-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      **********BAIXA DO SALDO DE ESTOQUE NO ENVIO*************
      *SALDO INSUFICIENTE (OU PRODUTO SEM SALDO CADASTRADO)
      *BLOQUEIA A MOVIMENTACAO: SALDO NEGATIVO SIGNIFICARIA ENVIAR
      *O QUE NAO EXISTE
       0230-BAIXAR-ESTOQUE.
           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
               PERFORM 0238-BAIXAR-ITENS
               EXIT PARAGRAPH
           END-IF

           MOVE PED-PROD TO WRK-PROD-BAIXA
           PERFORM 0231-VERIFICAR-INVENTARIO
           IF INVENTARIO-BLOQUEADO
               MOVE 'N' TO WRK-ESTOQUE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 0232-CARREGAR-ESTOQUE

           MOVE 'N' TO WRK-EST-ACHADO
               DISPLAY 'PRODUTO ' PED-PROD ' SEM SALDO DE ESTOQUE '
                   'CADASTRADO'
           ELSE
               PERFORM 0229-CALCULAR-DISPONIVEL
               IF WRK-DISPONIVEL < PED-QTD
                   MOVE 'N' TO WRK-ESTOQUE-OK
                   DISPLAY 'PRODUTO ' PED-PROD ' COM DISPONIVEL '
                       WRK-DISPONIVEL
                       ' INFERIOR A QUANTIDADE ' PED-QTD
               ELSE
                   SUBTRACT PED-QTD FROM WRK-EST-SALDO(WRK-EST-SUB)
                   MOVE WRK-EST-CUSTO(WRK-EST-SUB) TO PED-CUSTO-UNIT
                   PERFORM 0234-REGRAVAR-ESTOQUE
                   PERFORM 0236-CONTABILIZAR-CMV
               END-IF
           END-IF.

      **********PRODUTO EM CONTAGEM DE INVENTARIO**************
      *A SAIDA DURANTE A CONTAGEM DESCASARIA O SALDO CONGELADO NA
      *ABERTURA DA QUANTIDADE CONTADA NA PRATELEIRA; NAS OCORRENCIAS
      *DAS TRANSPORTADORAS SO O PEDIDO FICA BLOQUEADO
       0231-VERIFICAR-INVENTARIO.
           MOVE 'N' TO WRK-INV-EOF
           OPEN INPUT CONTAGEM-INVENTARIO
           IF WRK-INV-STATUS = '00'
               READ CONTAGEM-INVENTARIO
                   AT END MOVE 'Y' TO WRK-INV-EOF
               END-READ
               PERFORM UNTIL FIM-CONTAGEM
                   IF INV-PRODUTO = WRK-PROD-BAIXA AND INV-ABERTA
                       DISPLAY 'PRODUTO ' WRK-PROD-BAIXA
                           ' EM CONTAGEM DE '
                           'INVENTARIO - ENVIO BLOQUEADO'
                       IF MODO-OCORRENCIAS
                           MOVE 'S' TO WRK-INV-BLOQUEADO
                       ELSE
                           CLOSE CONTAGEM-INVENTARIO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   READ CONTAGEM-INVENTARIO
                       AT END MOVE 'Y' TO WRK-INV-EOF
                   END-READ
               END-PERFORM
               CLOSE CONTAGEM-INVENTARIO
           END-IF.

      **********BAIXA DAS LINHAS DO PEDIDO COM VARIOS ITENS****
      *CADA LINHA ENVIA A QUANTIDADE RESERVADA, COMPLETADA COM O
      *DISPONIVEL LIVRE DO PRODUTO; O QUE NAO FOR ENVIADO PASSA PARA
      *UM NOVO PEDIDO ABERTO (0242). SEM NADA A ENVIAR NADA E
      *REGRAVADO. O CABECALHO RECEBE O CUSTO TOTAL DIVIDIDO PELA SUA
      *QUANTIDADE, PARA QUE QUANTIDADE X CUSTO SEJA O CMV DO PEDIDO
      *(0236)
       0238-BAIXAR-ITENS.
           PERFORM 0237-CARREGAR-ITENS
           PERFORM 0232-CARREGAR-ESTOQUE
           MOVE 0 TO WRK-CUSTO-ITENS
           MOVE 0 TO WRK-ITM-DO-PEDIDO
           MOVE 0 TO WRK-QTD-ENVIADA
           MOVE 0 TO WRK-NUMERO-SALDO
           MOVE 0 TO WRK-SEQ-SALDO

           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PEDIDO = PED-NUMERO
                   ADD 1 TO WRK-ITM-DO-PEDIDO
                   IF ITM-QTD-RESERVADA IS NOT NUMERIC
                       OR ITM-QTD-PENDENTE IS NOT NUMERIC
                       MOVE 0       TO ITM-QTD-RESERVADA
                       MOVE ITM-QTD TO ITM-QTD-PENDENTE
                       MOVE PED-DATA TO ITM-DATA-PEDIDO
                   END-IF
                   MOVE ITM-PROD TO WRK-PROD-BAIXA
                   PERFORM 0231-VERIFICAR-INVENTARIO
                   MOVE 'N' TO WRK-EST-ACHADO
                   MOVE 1 TO WRK-EST-SUB
                   PERFORM UNTIL WRK-EST-SUB > WRK-EST-QTD
                           OR SALDO-ENCONTRADO
                       IF WRK-EST-PRODUTO(WRK-EST-SUB) = ITM-PROD
                           MOVE 'Y' TO WRK-EST-ACHADO
                       ELSE
                           ADD 1 TO WRK-EST-SUB
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WRK-QTD-ENVIO
                   IF NOT SALDO-ENCONTRADO
                       DISPLAY 'PRODUTO ' ITM-PROD ' SEM SALDO DE '
                           'ESTOQUE CADASTRADO'
                   ELSE
                       PERFORM 0235-ENVIAR-LINHA
                   END-IF
                   COMPUTE WRK-QTD-RESTANTE = ITM-QTD - WRK-QTD-ENVIO
                   IF WRK-QTD-RESTANTE > 0
                       PERFORM 0241-SEPARAR-RESTANTE
                   END-IF
                   MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-SUB)
               END-IF
           END-PERFORM

           IF INVENTARIO-BLOQUEADO
               MOVE 'N' TO WRK-ESTOQUE-OK
               MOVE 0   TO WRK-NUMERO-SALDO
               EXIT PARAGRAPH
           END-IF

           IF WRK-ITM-DO-PEDIDO = 0
               MOVE 'N' TO WRK-ESTOQUE-OK
               DISPLAY 'PEDIDO ' PED-NUMERO ' SEM LINHAS DE ITENS NO '
                   'ARQUIVO DE ITENS'
               EXIT PARAGRAPH
           END-IF

           IF WRK-QTD-ENVIADA = 0
               MOVE 'N' TO WRK-ESTOQUE-OK
               MOVE 0   TO WRK-NUMERO-SALDO
               DISPLAY 'PEDIDO ' PED-NUMERO ' SEM NENHUMA QUANTIDADE '
                   'DISPONIVEL PARA ENVIO'
               EXIT PARAGRAPH
           END-IF

           IF WRK-NUMERO-SALDO > 0
               PERFORM 0242-GRAVAR-PEDIDO-SALDO
               PERFORM 0243-TOTALIZAR-CABECALHO
           END-IF

           IF PED-QTD = 0
               MOVE 1 TO PED-QTD
           END-IF
           COMPUTE PED-CUSTO-UNIT ROUNDED =
               WRK-CUSTO-ITENS / PED-QTD
           PERFORM 0234-REGRAVAR-ESTOQUE
           PERFORM 0239-REGRAVAR-ITENS
           PERFORM 0236-CONTABILIZAR-CMV.

      *    ENVIO DA LINHA EM ITM-REC CONTRA O SALDO WRK-EST-SUB: O
      *    PENDENTE E COMPLETADO COM O DISPONIVEL LIVRE E A RESERVA
      *    DA LINHA E CONSUMIDA ATE O LIMITE DO SALDO FISICO
       0235-ENVIAR-LINHA.
           PERFORM 0229-CALCULAR-DISPONIVEL
           IF ITM-QTD-PENDENTE < WRK-DISPONIVEL
               MOVE ITM-QTD-PENDENTE TO WRK-QTD-COMPLETAR
           ELSE
               MOVE WRK-DISPONIVEL TO WRK-QTD-COMPLETAR
           END-IF
           ADD WRK-QTD-COMPLETAR TO ITM-QTD-RESERVADA
           SUBTRACT WRK-QTD-COMPLETAR FROM ITM-QTD-PENDENTE
           ADD WRK-QTD-COMPLETAR TO WRK-EST-RESERVADO(WRK-EST-SUB)

           IF ITM-QTD-RESERVADA < WRK-EST-SALDO(WRK-EST-SUB)
               MOVE ITM-QTD-RESERVADA TO WRK-QTD-ENVIO
           ELSE
               MOVE WRK-EST-SALDO(WRK-EST-SUB) TO WRK-QTD-ENVIO
           END-IF
           IF WRK-QTD-ENVIO > ITM-QTD
               MOVE ITM-QTD TO WRK-QTD-ENVIO
           END-IF

           SUBTRACT WRK-QTD-ENVIO FROM WRK-EST-SALDO(WRK-EST-SUB)
           IF WRK-EST-RESERVADO(WRK-EST-SUB) > WRK-QTD-ENVIO
               SUBTRACT WRK-QTD-ENVIO FROM
                   WRK-EST-RESERVADO(WRK-EST-SUB)
           ELSE
               MOVE 0 TO WRK-EST-RESERVADO(WRK-EST-SUB)
           END-IF
           SUBTRACT WRK-QTD-ENVIO FROM ITM-QTD-RESERVADA
           MOVE WRK-EST-CUSTO(WRK-EST-SUB) TO ITM-CUSTO-UNIT
           COMPUTE WRK-CUSTO-ITENS = WRK-CUSTO-ITENS +
               (WRK-QTD-ENVIO * ITM-CUSTO-UNIT)
           ADD WRK-QTD-ENVIO TO WRK-QTD-ENVIADA

           IF WRK-QTD-ENVIO < ITM-QTD
               DISPLAY 'PRODUTO ' ITM-PROD ' ENVIADO '
                   WRK-QTD-ENVIO ' DE ' ITM-QTD
           END-IF.

      *    O RESTANTE DA LINHA VAI PARA O PEDIDO DE SALDO, LEVANDO O
      *    QUE SOBROU DA RESERVA E O PENDENTE; A LINHA SEM NADA
      *    ENVIADO MUDA INTEIRA DE PEDIDO
       0241-SEPARAR-RESTANTE.
           IF WRK-NUMERO-SALDO = 0
               PERFORM 0244-NUMERAR-PEDIDO-SALDO
           END-IF
           ADD 1 TO WRK-SEQ-SALDO

           IF WRK-QTD-ENVIO = 0
               MOVE WRK-NUMERO-SALDO TO ITM-PEDIDO
               MOVE WRK-SEQ-SALDO    TO ITM-SEQ
               MOVE 0                TO ITM-CUSTO-UNIT
               EXIT PARAGRAPH
           END-IF

           IF WRK-ITM-QTD >= 1000
               DISPLAY 'ERRO: ARQUIVO DE ITENS DE PEDIDO EXCEDE O '
                   'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-ITM-QTD
           MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-QTD)

           MOVE WRK-QTD-ENVIO TO ITM-QTD
           MOVE 0             TO ITM-QTD-RESERVADA
           MOVE 0             TO ITM-QTD-PENDENTE
           MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-SUB)

           MOVE WRK-ITM-REGISTRO(WRK-ITM-QTD) TO ITM-REC
           MOVE WRK-NUMERO-SALDO TO ITM-PEDIDO
           MOVE WRK-SEQ-SALDO    TO ITM-SEQ
           MOVE WRK-QTD-RESTANTE TO ITM-QTD
           MOVE 0                TO ITM-CUSTO-UNIT
           IF ITM-QTD-RESERVADA > WRK-QTD-RESTANTE
               MOVE WRK-QTD-RESTANTE TO ITM-QTD-RESERVADA
           END-IF
           COMPUTE ITM-QTD-PENDENTE =
               WRK-QTD-RESTANTE - ITM-QTD-RESERVADA
           MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-QTD)

           MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC.

      *    O NUMERO DO PEDIDO DE SALDO SEGUE A MESMA SEQUENCIA DO
      *    PRGCOB09 (PEDIDOSCKP.DAT), SEM REPETIR NUMERO JA GRAVADO
       0244-NUMERAR-PEDIDO-SALDO.
           MOVE 0 TO WRK-CKP-DATA
           OPEN INPUT CKP-PEDIDOS
           IF WRK-CKP-STATUS = '00'
               READ CKP-PEDIDOS
                   AT END MOVE 0 TO WRK-NUMERO-SALDO
                   NOT AT END
                       MOVE CKP-PED-NUMERO TO WRK-NUMERO-SALDO
                       MOVE CKP-PED-DATA-NEGOCIO TO WRK-CKP-DATA
               END-READ
               CLOSE CKP-PEDIDOS
           END-IF
           MOVE PED-REC TO WRK-PED-ORIGINAL
           PERFORM VARYING WRK-PED-SUB FROM 1 BY 1
                   UNTIL WRK-PED-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-PED-SUB) TO PED-REC
               IF PED-NUMERO > WRK-NUMERO-SALDO
                   MOVE PED-NUMERO TO WRK-NUMERO-SALDO
               END-IF
           END-PERFORM
           MOVE WRK-PED-ORIGINAL TO PED-REC
           ADD 1 TO WRK-NUMERO-SALDO.

      *    NOVO PEDIDO ABERTO COM AS CONDICOES DO ORIGINAL E AS
      *    LINHAS DO RESTANTE; O FRETE FICA NO PEDIDO ENVIADO
       0242-GRAVAR-PEDIDO-SALDO.
           IF WRK-PED-QTD >= 500
               DISPLAY 'ERRO: ARQUIVO DE PEDIDOS EXCEDE O LIMITE '
                   'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PED-REC TO WRK-PED-ORIGINAL
           MOVE WRK-NUMERO-SALDO TO PED-NUMERO
           MOVE 0                TO PED-FRETE
           MOVE 'A'              TO PED-STATUS
           MOVE WRK-DATA-EXEC    TO PED-STATUS-DATA
           MOVE WRK-USUARIO      TO PED-STATUS-USUARIO
           MOVE 'N'              TO PED-FATURADO
           MOVE 0                TO PED-CUSTO-UNIT
           PERFORM 0243-TOTALIZAR-CABECALHO
           ADD 1 TO WRK-PED-QTD
           MOVE PED-REC TO WRK-PED-REGISTRO(WRK-PED-QTD)
           MOVE WRK-PED-ORIGINAL TO PED-REC

           OPEN OUTPUT CKP-PEDIDOS
           MOVE WRK-NUMERO-SALDO TO CKP-PED-NUMERO
           MOVE WRK-CKP-DATA     TO CKP-PED-DATA-NEGOCIO
           WRITE CKP-PED-REC
           CLOSE CKP-PEDIDOS.

      *    CABECALHO EM PED-REC REFEITO PELAS SUAS LINHAS: UMA LINHA
      *    LEVA PRODUTO, QUANTIDADE E PRECO; VARIAS LEVAM 'DIVERSOS',
      *    QUANTIDADE 1 E O TOTAL DA MERCADORIA
       0243-TOTALIZAR-CABECALHO.
           MOVE 0 TO WRK-LINHAS-PEDIDO
           MOVE 0 TO WRK-VALOR-LINHAS
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PEDIDO = PED-NUMERO
                   ADD 1 TO WRK-LINHAS-PEDIDO
                   COMPUTE WRK-VALOR-LINHAS = WRK-VALOR-LINHAS +
                       (ITM-QTD * ITM-PRECO-UNIT)
                   IF WRK-LINHAS-PEDIDO = 1
                       MOVE ITM-PROD       TO PED-PROD
                       MOVE ITM-QTD        TO PED-QTD
                       MOVE ITM-PRECO-UNIT TO PED-VALOR
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-LINHAS-PEDIDO > 1
               MOVE 'DIVERSOS'       TO PED-PROD
               MOVE 1                TO PED-QTD
               MOVE WRK-VALOR-LINHAS TO PED-VALOR
           END-IF
           MOVE WRK-LINHAS-PEDIDO TO PED-QTD-ITENS.

      **********CANCELAMENTO DEVOLVE A RESERVA DAS LINHAS******
       0233-LIBERAR-RESERVA.
           PERFORM 0237-CARREGAR-ITENS
           PERFORM 0232-CARREGAR-ESTOQUE
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PEDIDO = PED-NUMERO
                   AND ITM-QTD-RESERVADA IS NUMERIC
                   AND ITM-QTD-PENDENTE IS NUMERIC
                   PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                           UNTIL WRK-EST-SUB > WRK-EST-QTD
                       IF WRK-EST-PRODUTO(WRK-EST-SUB) = ITM-PROD
                           IF WRK-EST-RESERVADO(WRK-EST-SUB) >
                               ITM-QTD-RESERVADA
                               SUBTRACT ITM-QTD-RESERVADA FROM
                                   WRK-EST-RESERVADO(WRK-EST-SUB)
                           ELSE
                               MOVE 0 TO
                                   WRK-EST-RESERVADO(WRK-EST-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE 0 TO ITM-QTD-RESERVADA
                   MOVE 0 TO ITM-QTD-PENDENTE
                   MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-SUB)
               END-IF
           END-PERFORM
           PERFORM 0234-REGRAVAR-ESTOQUE
           PERFORM 0239-REGRAVAR-ITENS.

       0229-CALCULAR-DISPONIVEL.
           IF WRK-EST-SALDO(WRK-EST-SUB) >
               WRK-EST-RESERVADO(WRK-EST-SUB)
               COMPUTE WRK-DISPONIVEL =
                   WRK-EST-SALDO(WRK-EST-SUB) -
                   WRK-EST-RESERVADO(WRK-EST-SUB)
           ELSE
               MOVE 0 TO WRK-DISPONIVEL
           END-IF.

      ****************CARGA DAS LINHAS DE ITENS****************
       0237-CARREGAR-ITENS.
           MOVE 0 TO WRK-ITM-QTD
           MOVE 'N' TO WRK-ITM-EOF
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-ITM-EOF
           ELSE
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ITENS
               IF WRK-ITM-QTD >= 1000
                   DISPLAY 'ERRO: ARQUIVO DE ITENS DE PEDIDO EXCEDE O '
                       'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ITM-QTD
               MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-QTD)
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-PERFORM
           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

       0239-REGRAVAR-ITENS.
           OPEN OUTPUT ITENS-PEDIDO
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               WRITE ITM-REC
           END-PERFORM
           CLOSE ITENS-PEDIDO.

      **********CUSTO DA SAIDA PELO CUSTO MEDIO****************
       0236-CONTABILIZAR-CMV.
           COMPUTE WRK-CUSTO-SAIDA ROUNDED =
               PED-QTD * PED-CUSTO-UNIT
           IF WRK-CUSTO-SAIDA > 0
               OPEN EXTEND LANCAMENTO-CONTABIL
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE SPACES            TO GL-HISTORICO
               STRING 'CMV PEDIDO ' DELIMITED BY SIZE
                   PED-NUMERO DELIMITED BY SIZE
                   INTO GL-HISTORICO
               END-STRING
               MOVE WRK-CUSTO-SAIDA   TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'PEDSTAT'         TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
               CLOSE LANCAMENTO-CONTABIL
           END-IF.

      **********CONTAS DE CONTABILIZACAO DO CMV****************
      *AS DUAS CONTAS DO PARAMETRO DEVEM EXISTIR E ESTAR ATIVAS
      *NO PLANO (MESMA CRITICA DO DEVOLUCAO)
       0215-VALIDAR-CONTAS-CMV.
           OPEN INPUT PARAMETROS-CMV
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-CMV
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CONTA-DEBITO  TO WRK-CONTA-DEBITO
                       MOVE PRM-CONTA-CREDITO TO WRK-CONTA-CREDITO
               END-READ
               CLOSE PARAMETROS-CMV
           END-IF

           MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0217-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0217-VALIDAR-UMA-CONTA.

       0217-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CTA-EOF
           MOVE 'N' TO WRK-CTA-ACHADA
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-CTA-EOF
           END-READ
           PERFORM UNTIL FIM-PLANO-CONTAS
               IF CTA-CODIGO = WRK-CONTA-VALIDAR
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-CTA-ACHADA
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
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

       0232-CARREGAR-ESTOQUE.
           MOVE 0 TO WRK-EST-QTD
           MOVE 'N' TO WRK-EST-EOF
               MOVE EST-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-QTD)
               MOVE EST-SALDO   TO WRK-EST-SALDO(WRK-EST-QTD)
               MOVE EST-PONTO-REPOSICAO TO WRK-EST-PONTO(WRK-EST-QTD)
               IF EST-CUSTO-MEDIO IS NUMERIC
                   MOVE EST-CUSTO-MEDIO TO WRK-EST-CUSTO(WRK-EST-QTD)
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
                   AT END MOVE 'Y' TO WRK-EST-EOF
               END-READ
               MOVE WRK-EST-SALDO(WRK-EST-SUB)   TO EST-SALDO
               MOVE WRK-EST-PONTO(WRK-EST-SUB)   TO
                   EST-PONTO-REPOSICAO
               MOVE WRK-EST-CUSTO(WRK-EST-SUB)   TO EST-CUSTO-MEDIO
               MOVE WRK-EST-RESERVADO(WRK-EST-SUB) TO EST-RESERVADO
               WRITE EST-REC
           END-PERFORM
           CLOSE SALDOS-ESTOQUE.
           END-STRING
           WRITE REL-LINHA.

      **********OCORRENCIAS DAS TRANSPORTADORAS****************
      *UM ARQUIVO POR TRANSPORTADORA ATIVA (DATA/OCORRnnn.DAT COM
      *O CODIGO DO TRANSMAST); TRANSPORTADORA SEM ARQUIVO NO DIA E
      *SIMPLESMENTE PULADA
       0280-PROCESSAR-OCORRENCIAS.
           MOVE 'S' TO WRK-MODO-LOTE
           PERFORM 0215-VALIDAR-CONTAS-CMV
           PERFORM 0220-CARREGAR-PEDIDOS
           PERFORM 0281-CARREGAR-HISTORICO

           OPEN INPUT TRANSPORTADORA-MASTER
           IF WRK-TRP-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO DE TRANSPORTADORAS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND EXCECOES-OCORRENCIA
           IF WRK-EXC-STATUS NOT = '00'
               OPEN OUTPUT EXCECOES-OCORRENCIA
           END-IF
           OPEN EXTEND HISTORICO-OCORRENCIA
           IF WRK-HIS-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-OCORRENCIA
           END-IF

           READ TRANSPORTADORA-MASTER
               AT END MOVE 'Y' TO WRK-TRP-EOF
           END-READ
           PERFORM UNTIL FIM-TRANSPORTADORAS
               IF TRP-ATIVA = 'S'
                   PERFORM 0282-LER-ARQUIVO-TRANSP
               END-IF
               READ TRANSPORTADORA-MASTER
                   AT END MOVE 'Y' TO WRK-TRP-EOF
               END-READ
           END-PERFORM

           CLOSE TRANSPORTADORA-MASTER
           CLOSE EXCECOES-OCORRENCIA
           CLOSE HISTORICO-OCORRENCIA

           DISPLAY 'OCORRENCIAS NOVAS.....: ' WRK-QTD-OCORRENCIAS
           DISPLAY 'APLICADAS.............: ' WRK-QTD-APLICADAS
           DISPLAY 'SEM EFEITO............: ' WRK-QTD-SEM-EFEITO
           DISPLAY 'EXCECOES (OCOREXC)....: ' WRK-QTD-EXCECOES
           DISPLAY 'JA TRATADAS ANTES.....: ' WRK-QTD-REPETIDAS
           DISPLAY 'FIM DE PROCESSAMENTO'

           IF WRK-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-QTD-OCORRENCIAS = 0
                   DISPLAY 'NENHUMA OCORRENCIA NOVA DAS '
                       'TRANSPORTADORAS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0281-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-HIS-EOF
           OPEN INPUT HISTORICO-OCORRENCIA
           IF WRK-HIS-STATUS NOT = '00'
               MOVE 'Y' TO WRK-HIS-EOF
           ELSE
               READ HISTORICO-OCORRENCIA
                   AT END MOVE 'Y' TO WRK-HIS-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-HISTORICO
               IF WRK-HIS-QTD >= 5000
                   DISPLAY 'ERRO: HISTORICO DE OCORRENCIAS EXCEDE O '
                       'LIMITE DE 5000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-HIS-QTD
               MOVE HIS-CHAVE TO WRK-HIS-CHAVE(WRK-HIS-QTD)
               READ HISTORICO-OCORRENCIA
                   AT END MOVE 'Y' TO WRK-HIS-EOF
               END-READ
           END-PERFORM
           IF WRK-HIS-STATUS = '00' OR WRK-HIS-STATUS = '10'
               CLOSE HISTORICO-OCORRENCIA
           END-IF.

       0282-LER-ARQUIVO-TRANSP.
           MOVE SPACES TO WRK-NOME-OCORRENCIAS
           STRING 'DATA/OCORR' DELIMITED BY SIZE
               TRP-CODIGO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-NOME-OCORRENCIAS
           END-STRING

           OPEN INPUT OCORRENCIAS-TRANSP
           IF WRK-OCO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE TRP-NOME TO WRK-USUARIO
           MOVE 'N' TO WRK-OCO-EOF
           READ OCORRENCIAS-TRANSP
               AT END MOVE 'Y' TO WRK-OCO-EOF
           END-READ
           PERFORM UNTIL FIM-OCORRENCIAS
               PERFORM 0284-TRATAR-OCORRENCIA
               READ OCORRENCIAS-TRANSP
                   AT END MOVE 'Y' TO WRK-OCO-EOF
               END-READ
           END-PERFORM
           CLOSE OCORRENCIAS-TRANSP.

       0283-VERIFICAR-HISTORICO.
           MOVE TRP-CODIGO TO WRK-CHV-TRANSP
           MOVE OCO-PEDIDO TO WRK-CHV-PEDIDO
           MOVE OCO-CODIGO TO WRK-CHV-OCORRENCIA
           MOVE OCO-DATA   TO WRK-CHV-DATA
           MOVE OCO-HORA   TO WRK-CHV-HORA
           MOVE 'N' TO WRK-OCO-REPETIDA
           PERFORM VARYING WRK-HIS-SUB FROM 1 BY 1
                   UNTIL WRK-HIS-SUB > WRK-HIS-QTD
                   OR OCORRENCIA-JA-TRATADA
               IF WRK-HIS-CHAVE(WRK-HIS-SUB) = WRK-CHAVE-OCORRENCIA
                   MOVE 'S' TO WRK-OCO-REPETIDA
               END-IF
           END-PERFORM.

      **********TRATAMENTO DE UMA OCORRENCIA*******************
       0284-TRATAR-OCORRENCIA.
           PERFORM 0283-VERIFICAR-HISTORICO
           IF OCORRENCIA-JA-TRATADA
               ADD 1 TO WRK-QTD-REPETIDAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-OCORRENCIAS
           MOVE 'A'    TO WRK-RESULTADO
           MOVE SPACES TO WRK-MOTIVO

           EVALUATE TRUE
               WHEN OCO-COLETA
                   MOVE 'E' TO WRK-STATUS-ALVO
                   PERFORM 0286-APLICAR-OCORRENCIA
               WHEN OCO-ENTREGA
                   MOVE 'G' TO WRK-STATUS-ALVO
                   PERFORM 0286-APLICAR-OCORRENCIA
               WHEN OCO-ENDERECO-NAO-LOCALIZADO
                   MOVE 'ENDERECO NAO LOCALIZADO' TO WRK-MOTIVO
               WHEN OCO-RECUSA
                   MOVE 'ENTREGA RECUSADA PELO DESTINATARIO'
                       TO WRK-MOTIVO
               WHEN OCO-AVARIA
                   MOVE 'MERCADORIA AVARIADA' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE 'CODIGO DE OCORRENCIA DESCONHECIDO'
                       TO WRK-MOTIVO
           END-EVALUATE

           IF WRK-MOTIVO NOT = SPACES
               MOVE 'E' TO WRK-RESULTADO
               PERFORM 0288-GRAVAR-EXCECAO
           END-IF

           EVALUATE WRK-RESULTADO
               WHEN 'A'
                   ADD 1 TO WRK-QTD-APLICADAS
               WHEN 'I'
                   ADD 1 TO WRK-QTD-SEM-EFEITO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-EXCECOES
           END-EVALUATE

           PERFORM 0289-GRAVAR-HISTORICO.

      *    COLETA DE PEDIDO ABERTO PASSA PELO ENVIO (BAIXA DE
      *    ESTOQUE, CMV E ENVIO PARCIAL); ENTREGA DE PEDIDO AINDA
      *    ABERTO FAZ O ENVIO E A ENTREGA NA MESMA DATA
       0286-APLICAR-OCORRENCIA.
           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-PED-SUB FROM 1 BY 1
                   UNTIL WRK-PED-SUB > WRK-PED-QTD
                   OR PEDIDO-ENCONTRADO
               MOVE WRK-PED-REGISTRO(WRK-PED-SUB) TO PED-REC
               IF PED-NUMERO = OCO-PEDIDO
                   MOVE 'Y' TO WRK-ACHADO
               END-IF
           END-PERFORM

           IF NOT PEDIDO-ENCONTRADO
               MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF PED-TRANSP NOT = TRP-CODIGO
               MOVE 'PEDIDO DE OUTRA TRANSPORTADORA' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF PED-STATUS = 'C' OR PED-STATUS = 'D'
               MOVE 'PEDIDO CANCELADO OU DEVOLVIDO' TO WRK-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF PED-STATUS = 'G'
               OR (PED-STATUS = 'E' AND WRK-STATUS-ALVO = 'E')
               MOVE 'I' TO WRK-RESULTADO
               EXIT PARAGRAPH
           END-IF

           MOVE OCO-PEDIDO TO WRK-NUMERO
           MOVE OCO-DATA   TO WRK-DATA-STATUS

           IF PED-STATUS = 'A'
               MOVE 'E' TO WRK-STATUS-NOVO
               PERFORM 0225-MOVIMENTAR-PEDIDO
               IF NOT ESTOQUE-LIBERADO
                   MOVE 'ENVIO BLOQUEADO POR ESTOQUE OU INVENTARIO'
                       TO WRK-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0240-REGRAVAR-PEDIDOS
               DISPLAY 'PEDIDO ' WRK-NUMERO ' MOVIMENTADO PARA '
                   'STATUS E PELA TRANSPORTADORA ' TRP-CODIGO
               IF WRK-NUMERO-SALDO > 0
                   DISPLAY 'ENVIO PARCIAL - RESTANTE NO PEDIDO '
                       WRK-NUMERO-SALDO ' (ABERTO)'
               END-IF
           END-IF

           IF WRK-STATUS-ALVO = 'G'
               MOVE 'G' TO WRK-STATUS-NOVO
               PERFORM 0225-MOVIMENTAR-PEDIDO
               PERFORM 0240-REGRAVAR-PEDIDOS
               DISPLAY 'PEDIDO ' WRK-NUMERO ' MOVIMENTADO PARA '
                   'STATUS G PELA TRANSPORTADORA ' TRP-CODIGO
           END-IF.

      *    EXCECAO PARA O ATENDIMENTO AO CLIENTE
       0288-GRAVAR-EXCECAO.
           MOVE TRP-CODIGO    TO EXC-TRANSP
           MOVE TRP-NOME      TO EXC-TRANSP-NOME
           MOVE OCO-PEDIDO    TO EXC-PEDIDO
           MOVE OCO-CODIGO    TO EXC-OCORRENCIA
           MOVE OCO-DATA      TO EXC-DATA
           MOVE OCO-HORA      TO EXC-HORA
           MOVE OCO-RECEBEDOR TO EXC-RECEBEDOR
           MOVE WRK-MOTIVO    TO EXC-MOTIVO
           MOVE WRK-DATA-EXEC TO EXC-DATA-PROC
           WRITE EXC-REC
           DISPLAY 'OCORRENCIA ' OCO-CODIGO ' DO PEDIDO ' OCO-PEDIDO
               ' - ' WRK-MOTIVO.

       0289-GRAVAR-HISTORICO.
           MOVE WRK-CHAVE-OCORRENCIA TO HIS-CHAVE
           MOVE OCO-RECEBEDOR TO HIS-RECEBEDOR
           MOVE WRK-RESULTADO TO HIS-RESULTADO
           MOVE WRK-DATA-EXEC TO HIS-DATA-PROC
           WRITE HIS-REC
           IF WRK-HIS-QTD < 5000
               ADD 1 TO WRK-HIS-QTD
               MOVE WRK-CHAVE-OCORRENCIA TO WRK-HIS-CHAVE(WRK-HIS-QTD)
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
