       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCANAL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CURVA ABC (PARETO) MENSAL DE CLIENTES E PRODUTOS:
      *          NOS ULTIMOS MESES DO ABCPARM SOMA A RECEITA DOS
      *          PEDIDOS ENVIADOS, ENTREGUES OU DEVOLVIDOS (PEDIDOS E
      *          PEDITENS, CANCELADOS E EM ABERTO FICAM FORA) MENOS AS
      *          NOTAS DE CREDITO DO DEVOLUCAO, POR CPF/CNPJ DO PEDIDO
      *          E POR PRODUTO - ESTE TAMBEM COM AS VENDAS DO
      *          VENDASTR.DAT, ESTORNOS ABATIDOS - E A MARGEM PELO
      *          CUSTO GRAVADO NO ENVIO; ORDENA PELA RECEITA, IMPRIME
      *          A PARTICIPACAO ACUMULADA E CLASSIFICA EM A, B OU C
      *          PELOS CORTES DO ABCPARM, COM O RESUMO POR CLASSE;
      *          REGRAVA O ABCCLASS.DAT, LIDO PELO ESTOQMOV (CURVA A
      *          PRIMEIRO NA REPOSICAO) E PELO PRGCOB09 (TOLERANCIA
      *          DE CREDITO DO CLIENTE A)
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - JANELA SEM RECEITA TERMINA COM AVISO
      *            E RC=0 (NAO INTERROMPE A CADEIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PEDIDOS ASSIGN TO "DATA/PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO "DATA/NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTC-STATUS.

           SELECT VENDAS-TRANSACOES ASSIGN TO "DATA/VENDASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VND-STATUS.

           SELECT CLIENTE-MASTER ASSIGN TO "DATA/CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT PARAMETRO-ABC ASSIGN TO "DATA/ABCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABP-STATUS.

           SELECT CLASSIFICACAO-ABC ASSIGN TO "DATA/ABCCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-ABC ASSIGN TO "DATA/ABCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRO-MOEDA ASSIGN TO "DATA/MOEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  NOTAS-CREDITO.
       COPY "NOTACRED.CPY".

       FD  VENDAS-TRANSACOES.
       01  VND-REC.
           05  VND-TIPO           PIC X(01).
               88  TRANSACAO-VENDA    VALUE 'V'.
               88  TRANSACAO-ESTORNO  VALUE 'E'.
           05  VND-DATA           PIC 9(08).
           05  VND-VENDEDOR       PIC 9(03).
           05  VND-PRODUTO        PIC X(10).
           05  VND-VALOR          PIC 9(06)V99.
       01  CTL-REC.
           05  CTL-TIPO           PIC X(03).
               88  REGISTRO-HEADER  VALUE 'HDR'.
               88  REGISTRO-TRAILER VALUE 'TRL'.
           05  CTL-DADOS          PIC X(27).

       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  PARAMETRO-ABC.
       COPY "ABCPARM.CPY".

       FD  CLASSIFICACAO-ABC.
       COPY "ABCCLASS.CPY".

       FD  RELATORIO-ABC.
       01  REL-LINHA              PIC X(132).

       FD  PARAMETRO-MOEDA.
       01  MOEDA-REC.
           05  MOEDA-CODIGO       PIC X(03).
           05  MOEDA-SIMBOLO      PIC X(03).

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
       COPY "MOEDA.CPY".

       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-NTC-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-VND-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CLI-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ABP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.

      *CORTES, MESES DE HISTORICO E TOLERANCIA - PADRAO SEM ABCPARM
       77  WRK-CORTE-A         PIC 9(03)    VALUE 80.
       77  WRK-CORTE-B         PIC 9(03)    VALUE 95.
       77  WRK-MESES           PIC 9(02)    VALUE 12.

      *JANELA DE ANALISE: DO PRIMEIRO DIA DO MES MAIS ANTIGO ATE HOJE
       77  WRK-DATA-INICIAL    PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO-INICIAL     PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-INICIAL     PIC S9(03)   VALUE ZEROS.

      *PEDIDOS DA JANELA - PARA OS ITENS E AS NOTAS DE CREDITO
       77  WRK-PED-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-PED-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-PED-PROCURADO   PIC 9(06)    VALUE ZEROS.
       77  WRK-PED-ACHADO      PIC X        VALUE 'N'.
           88  PEDIDO-NA-JANELA VALUE 'Y'.
       77  WRK-QTD-PEDIDO      PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-LINHA     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CUSTO-LINHA     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CHAVE           PIC X(20)    VALUE SPACES.

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 3000 TIMES.
               10  WRK-PED-NUMERO   PIC 9(06).
               10  WRK-PED-CPF      PIC 9(11).
               10  WRK-PED-PROD     PIC X(20).
               10  WRK-PED-MULTI    PIC X(01).
               10  WRK-PED-SIT      PIC X(01).

      *ACUMULADOS POR CLIENTE E POR PRODUTO (MESMO LAYOUT, PARA O
      *RANKING SER FEITO NUMA SO TABELA DE TRABALHO)
       77  WRK-CLI-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PRD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-RNK-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  CHAVE-ENCONTRADA VALUE 'Y'.
       77  WRK-TROCAR          PIC X        VALUE 'N'.
           88  TROCAR-POSICAO  VALUE 'Y'.

       01  WRK-TAB-CLIENTES.
           05  WRK-CLI-ITEM OCCURS 500 TIMES.
               10  WRK-CLI-CHAVE     PIC X(20).
               10  WRK-CLI-RECEITA   PIC S9(11)V99.
               10  WRK-CLI-CUSTO     PIC S9(11)V99.
               10  WRK-CLI-CLASSE    PIC X(01).
               10  WRK-CLI-PCT-ACUM  PIC 9(03)V99.

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 500 TIMES.
               10  WRK-PRD-CHAVE     PIC X(20).
               10  WRK-PRD-RECEITA   PIC S9(11)V99.
               10  WRK-PRD-CUSTO     PIC S9(11)V99.
               10  WRK-PRD-CLASSE    PIC X(01).
               10  WRK-PRD-PCT-ACUM  PIC 9(03)V99.

       01  WRK-TAB-RANKING.
           05  WRK-RNK-ITEM OCCURS 500 TIMES.
               10  WRK-RNK-CHAVE     PIC X(20).
               10  WRK-RNK-RECEITA   PIC S9(11)V99.
               10  WRK-RNK-CUSTO     PIC S9(11)V99.
               10  WRK-RNK-CLASSE    PIC X(01).
               10  WRK-RNK-PCT-ACUM  PIC 9(03)V99.

       01  WRK-RNK-ITEM-AUX          PIC X(52).

       77  WRK-TIPO-RANKING    PIC X(01)    VALUE SPACES.
           88  RANKING-CLIENTES VALUE 'C'.
           88  RANKING-PRODUTOS VALUE 'P'.
       77  WRK-TOTAL-RECEITA   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-MARGEM    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-RECEITA-ACUM    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-PCT-ANTERIOR    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MARGEM          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PCT-RECEITA     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-MARGEM      PIC S9(05)V9 VALUE ZEROS.

      *RESUMO POR CLASSE (1=A 2=B 3=C)
       77  WRK-CLS-SUB         PIC 9(01)    VALUE ZEROS.
       01  WRK-TAB-RESUMO.
           05  WRK-RES-ITEM OCCURS 3 TIMES.
               10  WRK-RES-QTD       PIC 9(05).
               10  WRK-RES-RECEITA   PIC S9(13)V99.
               10  WRK-RES-MARGEM    PIC S9(13)V99.
       01  WRK-LETRAS-CLASSE   PIC X(03)    VALUE 'ABC'.

       77  WRK-QTD-PEDIDOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-ITENS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CREDITOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-VENDAS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-GRAVADOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-NOME-CLIENTE    PIC X(21)    VALUE SPACES.
       77  WRK-DOCUMENTO       PIC X(14)    VALUE SPACES.
       77  WRK-POSICAO-ED      PIC ZZZ9     VALUE ZEROS.
       77  WRK-RECEITA-ED      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MARGEM-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED          PIC ZZ9,99   VALUE ZEROS.
       77  WRK-PCT-ACUM-ED     PIC ZZ9,99   VALUE ZEROS.
       77  WRK-PCT-MARGEM-ED   PIC -ZZZZ9,9 VALUE ZEROS.
       77  WRK-PCT-ITENS-ED    PIC ZZ9,99   VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM 0150-CARREGAR-MOEDA.
           PERFORM 0160-CARREGAR-PARAMETRO.

      *    JANELA: MES CORRENTE E OS (MESES - 1) ANTERIORES
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-INICIAL
           MOVE WRK-DATA-EXEC(5:2) TO WRK-MES-INICIAL
           COMPUTE WRK-MES-INICIAL = WRK-MES-INICIAL - WRK-MESES + 1
           PERFORM UNTIL WRK-MES-INICIAL > 0
               ADD 12 TO WRK-MES-INICIAL
               SUBTRACT 1 FROM WRK-ANO-INICIAL
           END-PERFORM
           COMPUTE WRK-DATA-INICIAL = (WRK-ANO-INICIAL * 10000) +
               (WRK-MES-INICIAL * 100) + 1.

       0150-CARREGAR-MOEDA.
           MOVE 'BRL' TO WRK-MOEDA-CODIGO
           MOVE 'R$'  TO WRK-MOEDA-SIMBOLO

           OPEN INPUT PARAMETRO-MOEDA
           READ PARAMETRO-MOEDA
               AT END CONTINUE
               NOT AT END
                   MOVE MOEDA-CODIGO  TO WRK-MOEDA-CODIGO
                   MOVE MOEDA-SIMBOLO TO WRK-MOEDA-SIMBOLO
           END-READ
           CLOSE PARAMETRO-MOEDA.

      **********CORTES DA CURVA E MESES DE HISTORICO***********
       0160-CARREGAR-PARAMETRO.
           OPEN INPUT PARAMETRO-ABC
           IF WRK-ABP-STATUS = '00'
               READ PARAMETRO-ABC
                   AT END CONTINUE
                   NOT AT END
                       IF ABP-CORTE-A IS NUMERIC
                           AND ABP-CORTE-B IS NUMERIC
                           AND ABP-CORTE-A > 0
                           AND ABP-CORTE-A < ABP-CORTE-B
                           AND ABP-CORTE-B <= 100
                           MOVE ABP-CORTE-A TO WRK-CORTE-A
                           MOVE ABP-CORTE-B TO WRK-CORTE-B
                       ELSE
                           DISPLAY 'CORTES DO ABCPARM INVALIDOS - '
                               'VALEM OS CORTES PADRAO'
                       END-IF
                       IF ABP-MESES IS NUMERIC
                           AND ABP-MESES > 0
                           MOVE ABP-MESES TO WRK-MESES
                       END-IF
               END-READ
               CLOSE PARAMETRO-ABC
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ABCANAL'      TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0200-PROCESSAR.
           PERFORM 0210-LER-PEDIDOS.
           PERFORM 0220-LER-ITENS.
           PERFORM 0230-LER-CREDITOS.
           PERFORM 0240-LER-VENDAS.

      **********PEDIDOS ENVIADOS, ENTREGUES OU DEVOLVIDOS*******
      *O CUSTO DO PEDIDO DEVOLVIDO (D) NAO ENTRA: A MERCADORIA
      *VOLTOU AO ESTOQUE; A RECEITA SAI PELA NOTA DE CREDITO
       0210-LER-PEDIDOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               IF PED-DATA >= WRK-DATA-INICIAL
                   AND PED-DATA <= WRK-DATA-EXEC
                   AND (PED-STATUS = 'E' OR PED-STATUS = 'G'
                        OR PED-STATUS = 'D')
                   PERFORM 0215-ACUMULAR-PEDIDO
               END-IF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-PED-STATUS = '00' OR WRK-PED-STATUS = '10'
               CLOSE ARQUIVO-PEDIDOS
           END-IF.

       0215-ACUMULAR-PEDIDO.
           IF WRK-PED-QTD >= 3000
               DISPLAY 'ERRO: PEDIDOS DA JANELA EXCEDEM O LIMITE DE '
                   '3000 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-PED-QTD
           ADD 1 TO WRK-QTD-PEDIDOS
           MOVE PED-NUMERO TO WRK-PED-NUMERO(WRK-PED-QTD)
           MOVE PED-CPF    TO WRK-PED-CPF(WRK-PED-QTD)
           MOVE PED-PROD   TO WRK-PED-PROD(WRK-PED-QTD)
           MOVE PED-STATUS TO WRK-PED-SIT(WRK-PED-QTD)
           MOVE 'N'        TO WRK-PED-MULTI(WRK-PED-QTD)
           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
               MOVE 'S' TO WRK-PED-MULTI(WRK-PED-QTD)
           END-IF

           IF PED-QTD = 0
               MOVE 1 TO WRK-QTD-PEDIDO
           ELSE
               MOVE PED-QTD TO WRK-QTD-PEDIDO
           END-IF
           COMPUTE WRK-VALOR-LINHA = PED-VALOR * WRK-QTD-PEDIDO
           MOVE 0 TO WRK-CUSTO-LINHA
           IF PED-STATUS NOT = 'D' AND PED-CUSTO-UNIT IS NUMERIC
               COMPUTE WRK-CUSTO-LINHA ROUNDED =
                   PED-CUSTO-UNIT * WRK-QTD-PEDIDO
           END-IF

           MOVE SPACES TO WRK-CHAVE
           MOVE PED-CPF TO WRK-CHAVE(1:11)
           PERFORM 0250-LOCALIZAR-CLIENTE
           ADD WRK-VALOR-LINHA TO WRK-CLI-RECEITA(WRK-SUB)
           ADD WRK-CUSTO-LINHA TO WRK-CLI-CUSTO(WRK-SUB)

      *    PEDIDO DE VARIOS ITENS VAI AO PRODUTO PELO PEDITENS
           IF WRK-PED-MULTI(WRK-PED-QTD) = 'N'
               MOVE PED-PROD TO WRK-CHAVE
               PERFORM 0255-LOCALIZAR-PRODUTO
               ADD WRK-VALOR-LINHA TO WRK-PRD-RECEITA(WRK-SUB)
               ADD WRK-CUSTO-LINHA TO WRK-PRD-CUSTO(WRK-SUB)
           END-IF.

      **********LINHAS DOS PEDIDOS DE VARIOS ITENS**************
      *LINHA DEVOLVIDA NAO CONTA PARA O PRODUTO E TEM O CUSTO
      *TIRADO DO CLIENTE (A MERCADORIA VOLTOU AO ESTOQUE)
       0220-LER-ITENS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               MOVE ITM-PEDIDO TO WRK-PED-PROCURADO
               PERFORM 0225-LOCALIZAR-PEDIDO
               IF PEDIDO-NA-JANELA
                   AND WRK-PED-MULTI(WRK-PED-SUB) = 'S'
                   PERFORM 0227-ACUMULAR-ITEM
               END-IF
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

       0225-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO
           MOVE 1 TO WRK-PED-SUB
           PERFORM UNTIL WRK-PED-SUB > WRK-PED-QTD
                   OR PEDIDO-NA-JANELA
               IF WRK-PED-NUMERO(WRK-PED-SUB) = WRK-PED-PROCURADO
                   MOVE 'Y' TO WRK-PED-ACHADO
               ELSE
                   ADD 1 TO WRK-PED-SUB
               END-IF
           END-PERFORM.

       0227-ACUMULAR-ITEM.
           MOVE 0 TO WRK-CUSTO-LINHA
           IF ITM-CUSTO-UNIT IS NUMERIC
               COMPUTE WRK-CUSTO-LINHA ROUNDED =
                   ITM-CUSTO-UNIT * ITM-QTD
           END-IF

           IF ITM-JA-DEVOLVIDO
               IF WRK-PED-SIT(WRK-PED-SUB) NOT = 'D'
                   MOVE SPACES TO WRK-CHAVE
                   MOVE WRK-PED-CPF(WRK-PED-SUB) TO WRK-CHAVE(1:11)
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   SUBTRACT WRK-CUSTO-LINHA FROM
                       WRK-CLI-CUSTO(WRK-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-ITENS
           COMPUTE WRK-VALOR-LINHA = ITM-PRECO-UNIT * ITM-QTD
           MOVE ITM-PROD TO WRK-CHAVE
           PERFORM 0255-LOCALIZAR-PRODUTO
           ADD WRK-VALOR-LINHA TO WRK-PRD-RECEITA(WRK-SUB)
           ADD WRK-CUSTO-LINHA TO WRK-PRD-CUSTO(WRK-SUB).

      **********NOTAS DE CREDITO DOS PEDIDOS DA JANELA*********
      *ABATEM A RECEITA DO CLIENTE; NO PEDIDO DE UM SO PRODUTO
      *ABATEM TAMBEM A DO PRODUTO (NO DE VARIOS ITENS A LINHA
      *DEVOLVIDA JA FICOU FORA DO PRODUTO)
       0230-LER-CREDITOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT NOTAS-CREDITO
           IF WRK-NTC-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ NOTAS-CREDITO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               MOVE NTC-PEDIDO TO WRK-PED-PROCURADO
               PERFORM 0225-LOCALIZAR-PEDIDO
               IF PEDIDO-NA-JANELA
                   ADD 1 TO WRK-QTD-CREDITOS
                   MOVE SPACES TO WRK-CHAVE
                   MOVE WRK-PED-CPF(WRK-PED-SUB) TO WRK-CHAVE(1:11)
                   PERFORM 0250-LOCALIZAR-CLIENTE
                   SUBTRACT NTC-VALOR FROM WRK-CLI-RECEITA(WRK-SUB)
                   IF WRK-PED-MULTI(WRK-PED-SUB) = 'N'
                       MOVE WRK-PED-PROD(WRK-PED-SUB) TO WRK-CHAVE
                       PERFORM 0255-LOCALIZAR-PRODUTO
                       SUBTRACT NTC-VALOR FROM
                           WRK-PRD-RECEITA(WRK-SUB)
                   END-IF
               END-IF
               READ NOTAS-CREDITO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-NTC-STATUS = '00' OR WRK-NTC-STATUS = '10'
               CLOSE NOTAS-CREDITO
           END-IF.

      **********VENDAS DO CICLO (SO PRODUTO, SEM CUSTO)*********
       0240-LER-VENDAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT VENDAS-TRANSACOES
           IF WRK-VND-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ VENDAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               IF REGISTRO-HEADER OR REGISTRO-TRAILER
                   CONTINUE
               ELSE
                   IF VND-DATA >= WRK-DATA-INICIAL
                       AND VND-DATA <= WRK-DATA-EXEC
                       ADD 1 TO WRK-QTD-VENDAS
                       MOVE VND-PRODUTO TO WRK-CHAVE
                       PERFORM 0255-LOCALIZAR-PRODUTO
                       IF TRANSACAO-ESTORNO
                           SUBTRACT VND-VALOR FROM
                               WRK-PRD-RECEITA(WRK-SUB)
                       ELSE
                           ADD VND-VALOR TO WRK-PRD-RECEITA(WRK-SUB)
                       END-IF
                   END-IF
               END-IF
               READ VENDAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-VND-STATUS = '00' OR WRK-VND-STATUS = '10'
               CLOSE VENDAS-TRANSACOES
           END-IF.

      **********LOCALIZA OU ABRE O CLIENTE/PRODUTO (WRK-SUB)****
       0250-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB
           PERFORM UNTIL WRK-SUB > WRK-CLI-QTD OR CHAVE-ENCONTRADA
               IF WRK-CLI-CHAVE(WRK-SUB) = WRK-CHAVE
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT CHAVE-ENCONTRADA
               IF WRK-CLI-QTD >= 500
                   DISPLAY 'ERRO: CLIENTES DA CURVA ABC EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CLI-QTD
               MOVE WRK-CLI-QTD TO WRK-SUB
               MOVE WRK-CHAVE TO WRK-CLI-CHAVE(WRK-SUB)
               MOVE 0 TO WRK-CLI-RECEITA(WRK-SUB)
               MOVE 0 TO WRK-CLI-CUSTO(WRK-SUB)
               MOVE SPACES TO WRK-CLI-CLASSE(WRK-SUB)
               MOVE 0 TO WRK-CLI-PCT-ACUM(WRK-SUB)
           END-IF.

       0255-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB
           PERFORM UNTIL WRK-SUB > WRK-PRD-QTD OR CHAVE-ENCONTRADA
               IF WRK-PRD-CHAVE(WRK-SUB) = WRK-CHAVE
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT CHAVE-ENCONTRADA
               IF WRK-PRD-QTD >= 500
                   DISPLAY 'ERRO: PRODUTOS DA CURVA ABC EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRD-QTD
               MOVE WRK-PRD-QTD TO WRK-SUB
               MOVE WRK-CHAVE TO WRK-PRD-CHAVE(WRK-SUB)
               MOVE 0 TO WRK-PRD-RECEITA(WRK-SUB)
               MOVE 0 TO WRK-PRD-CUSTO(WRK-SUB)
               MOVE SPACES TO WRK-PRD-CLASSE(WRK-SUB)
               MOVE 0 TO WRK-PRD-PCT-ACUM(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
           OPEN OUTPUT RELATORIO-ABC
           OPEN OUTPUT CLASSIFICACAO-ABC

           MOVE SPACES TO REL-LINHA
           STRING 'CURVA ABC DE CLIENTES E PRODUTOS - DE '
               DELIMITED BY SIZE
               WRK-DATA-INICIAL DELIMITED BY SIZE
               ' A ' WRK-DATA-EXEC DELIMITED BY SIZE
               ' - CORTES A ATE ' WRK-CORTE-A DELIMITED BY SIZE
               '% B ATE ' WRK-CORTE-B DELIMITED BY SIZE
               '% DA RECEITA ACUMULADA' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           OPEN INPUT CLIENTE-MASTER
           MOVE 'C' TO WRK-TIPO-RANKING
           MOVE WRK-TAB-CLIENTES TO WRK-TAB-RANKING
           MOVE WRK-CLI-QTD TO WRK-RNK-QTD
           PERFORM 0310-MONTAR-CURVA
           CLOSE CLIENTE-MASTER

           MOVE 'P' TO WRK-TIPO-RANKING
           MOVE WRK-TAB-PRODUTOS TO WRK-TAB-RANKING
           MOVE WRK-PRD-QTD TO WRK-RNK-QTD
           PERFORM 0310-MONTAR-CURVA

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS NA JANELA: ' DELIMITED BY SIZE
               WRK-QTD-PEDIDOS DELIMITED BY SIZE
               ' LINHAS DE ITENS: ' WRK-QTD-ITENS DELIMITED BY SIZE
               ' NOTAS DE CREDITO: ' WRK-QTD-CREDITOS
               DELIMITED BY SIZE
               ' VENDAS DO VENDASTR: ' WRK-QTD-VENDAS
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-ABC
           CLOSE CLASSIFICACAO-ABC

           DISPLAY 'CLIENTES CLASSIFICADOS: ' WRK-CLI-QTD
               ' PRODUTOS CLASSIFICADOS: ' WRK-PRD-QTD.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF WRK-CLI-QTD = 0 AND WRK-PRD-QTD = 0
               DISPLAY 'NENHUMA RECEITA NA JANELA DE ANALISE - '
                   'CLASSIFICACAO VAZIA'
               MOVE 0 TO RETURN-CODE
           END-IF.

      **********ORDENACAO, CLASSIFICACAO E IMPRESSAO************
      *A CLASSE VEM DA PARTICIPACAO ACUMULADA ANTES DO ITEM: O
      *ITEM QUE CRUZA O CORTE AINDA FICA NA CLASSE DE CIMA; ITEM
      *SEM RECEITA POSITIVA E SEMPRE C
       0310-MONTAR-CURVA.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-RNK-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-RNK-QTD
                   MOVE 'N' TO WRK-TROCAR
                   IF WRK-RNK-RECEITA(WRK-SUB2) <
                       WRK-RNK-RECEITA(WRK-SUB2 + 1)
                       SET TROCAR-POSICAO TO TRUE
                   END-IF
                   IF TROCAR-POSICAO
                       MOVE WRK-RNK-ITEM(WRK-SUB2) TO
                           WRK-RNK-ITEM-AUX
                       MOVE WRK-RNK-ITEM(WRK-SUB2 + 1) TO
                           WRK-RNK-ITEM(WRK-SUB2)
                       MOVE WRK-RNK-ITEM-AUX TO
                           WRK-RNK-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WRK-TOTAL-RECEITA
           MOVE 0 TO WRK-TOTAL-MARGEM
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RNK-QTD
               IF WRK-RNK-RECEITA(WRK-SUB) > 0
                   ADD WRK-RNK-RECEITA(WRK-SUB) TO WRK-TOTAL-RECEITA
               END-IF
               COMPUTE WRK-TOTAL-MARGEM = WRK-TOTAL-MARGEM +
                   WRK-RNK-RECEITA(WRK-SUB) - WRK-RNK-CUSTO(WRK-SUB)
           END-PERFORM
           INITIALIZE WRK-TAB-RESUMO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF RANKING-CLIENTES
               MOVE 'CLIENTES (CPF/CNPJ DO PEDIDO, LIQUIDO DAS NOTAS '
                   TO REL-LINHA
               MOVE 'DE CREDITO)' TO REL-LINHA(50:11)
           ELSE
               MOVE 'PRODUTOS (PEDIDOS E VENDASTR, LIQUIDO DE '
                   TO REL-LINHA
               MOVE 'DEVOLUCOES E ESTORNOS)' TO REL-LINHA(42:22)
           END-IF
           WRITE REL-LINHA

           MOVE 0 TO WRK-RECEITA-ACUM
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RNK-QTD
               PERFORM 0320-CLASSIFICAR-ITEM
               PERFORM 0330-IMPRIMIR-ITEM
               PERFORM 0340-GRAVAR-CLASSIFICACAO
           END-PERFORM

           PERFORM 0350-IMPRIMIR-RESUMO.

       0320-CLASSIFICAR-ITEM.
           MOVE 0 TO WRK-PCT-ANTERIOR
           IF WRK-TOTAL-RECEITA > 0
               COMPUTE WRK-PCT-ANTERIOR =
                   WRK-RECEITA-ACUM * 100 / WRK-TOTAL-RECEITA
           END-IF

           MOVE 0 TO WRK-PCT-RECEITA
           IF WRK-RNK-RECEITA(WRK-SUB) > 0
               ADD WRK-RNK-RECEITA(WRK-SUB) TO WRK-RECEITA-ACUM
               COMPUTE WRK-PCT-RECEITA ROUNDED =
                   WRK-RNK-RECEITA(WRK-SUB) * 100 / WRK-TOTAL-RECEITA
           END-IF
           MOVE 0 TO WRK-RNK-PCT-ACUM(WRK-SUB)
           IF WRK-TOTAL-RECEITA > 0
               COMPUTE WRK-RNK-PCT-ACUM(WRK-SUB) ROUNDED =
                   WRK-RECEITA-ACUM * 100 / WRK-TOTAL-RECEITA
           END-IF

           EVALUATE TRUE
               WHEN WRK-RNK-RECEITA(WRK-SUB) <= 0
                   MOVE 'C' TO WRK-RNK-CLASSE(WRK-SUB)
                   MOVE 3 TO WRK-CLS-SUB
               WHEN WRK-PCT-ANTERIOR < WRK-CORTE-A
                   MOVE 'A' TO WRK-RNK-CLASSE(WRK-SUB)
                   MOVE 1 TO WRK-CLS-SUB
               WHEN WRK-PCT-ANTERIOR < WRK-CORTE-B
                   MOVE 'B' TO WRK-RNK-CLASSE(WRK-SUB)
                   MOVE 2 TO WRK-CLS-SUB
               WHEN OTHER
                   MOVE 'C' TO WRK-RNK-CLASSE(WRK-SUB)
                   MOVE 3 TO WRK-CLS-SUB
           END-EVALUATE

           COMPUTE WRK-MARGEM = WRK-RNK-RECEITA(WRK-SUB) -
               WRK-RNK-CUSTO(WRK-SUB)
           ADD 1 TO WRK-RES-QTD(WRK-CLS-SUB)
           ADD WRK-RNK-RECEITA(WRK-SUB) TO
               WRK-RES-RECEITA(WRK-CLS-SUB)
           ADD WRK-MARGEM TO WRK-RES-MARGEM(WRK-CLS-SUB).

       0330-IMPRIMIR-ITEM.
           MOVE WRK-SUB                  TO WRK-POSICAO-ED
           MOVE WRK-RNK-RECEITA(WRK-SUB) TO WRK-RECEITA-ED
           MOVE WRK-MARGEM               TO WRK-MARGEM-ED
           MOVE WRK-PCT-RECEITA          TO WRK-PCT-ED
           MOVE WRK-RNK-PCT-ACUM(WRK-SUB) TO WRK-PCT-ACUM-ED
           MOVE 0 TO WRK-PCT-MARGEM
           IF WRK-RNK-RECEITA(WRK-SUB) > 0
               COMPUTE WRK-PCT-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WRK-RNK-RECEITA(WRK-SUB)
                   ON SIZE ERROR
                       MOVE 0 TO WRK-PCT-MARGEM
               END-COMPUTE
           END-IF
           MOVE WRK-PCT-MARGEM TO WRK-PCT-MARGEM-ED

           MOVE SPACES TO REL-LINHA
           IF RANKING-CLIENTES
               PERFORM 0335-IDENTIFICAR-CLIENTE
               STRING WRK-POSICAO-ED DELIMITED BY SIZE
                   ' ' WRK-DOCUMENTO DELIMITED BY SIZE
                   ' ' WRK-NOME-CLIENTE DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING WRK-POSICAO-ED DELIMITED BY SIZE
                   ' ' WRK-RNK-CHAVE(WRK-SUB) DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           STRING ' RECEITA ' DELIMITED BY SIZE
               WRK-RECEITA-ED DELIMITED BY SIZE
               ' ' WRK-PCT-ED DELIMITED BY SIZE
               '% ACUM ' WRK-PCT-ACUM-ED DELIMITED BY SIZE
               '% MARGEM ' WRK-MARGEM-ED DELIMITED BY SIZE
               ' (' WRK-PCT-MARGEM-ED DELIMITED BY SIZE
               '%) CL ' WRK-RNK-CLASSE(WRK-SUB)
               DELIMITED BY SIZE
               INTO REL-LINHA(42:91)
           END-STRING
           WRITE REL-LINHA.

      *CLIENTE PESSOA JURIDICA SAI PELO CNPJ DO CADASTRO
       0335-IDENTIFICAR-CLIENTE.
           MOVE WRK-RNK-CHAVE(WRK-SUB)(1:11) TO WRK-DOCUMENTO
           MOVE 'NAO CADASTRADO' TO WRK-NOME-CLIENTE
           MOVE WRK-RNK-CHAVE(WRK-SUB)(1:11) TO CLI-CPF
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-NOME-CLIENTE
                   STRING CLI-PRIMEIRO-NOME DELIMITED BY SPACE
                       ' ' CLI-ULTIMO-NOME DELIMITED BY SIZE
                       INTO WRK-NOME-CLIENTE
                   END-STRING
                   IF CLI-TIPO-PESSOA = 'J' AND CLI-CNPJ IS NUMERIC
                       MOVE CLI-CNPJ TO WRK-DOCUMENTO
                   END-IF
           END-READ.

       0340-GRAVAR-CLASSIFICACAO.
           MOVE WRK-TIPO-RANKING         TO ABC-TIPO
           MOVE WRK-RNK-CHAVE(WRK-SUB)   TO ABC-CHAVE
           MOVE WRK-RNK-CLASSE(WRK-SUB)  TO ABC-CLASSE
           MOVE WRK-SUB                  TO ABC-POSICAO
           MOVE 0 TO ABC-RECEITA
           IF WRK-RNK-RECEITA(WRK-SUB) > 0
               MOVE WRK-RNK-RECEITA(WRK-SUB) TO ABC-RECEITA
           END-IF
           MOVE 0 TO ABC-MARGEM
           IF WRK-MARGEM > 0
               MOVE WRK-MARGEM TO ABC-MARGEM
           END-IF
           MOVE WRK-RNK-PCT-ACUM(WRK-SUB) TO ABC-PCT-ACUM
           MOVE WRK-DATA-EXEC            TO ABC-DATA
           WRITE ABC-REC
           ADD 1 TO WRK-QTD-GRAVADOS.

      **********RESUMO: PARTICIPACAO DE CADA CLASSE*************
       0350-IMPRIMIR-RESUMO.
           PERFORM VARYING WRK-CLS-SUB FROM 1 BY 1
                   UNTIL WRK-CLS-SUB > 3
               MOVE 0 TO WRK-PCT-ITENS-ED
               IF WRK-RNK-QTD > 0
                   COMPUTE WRK-PCT-ITENS-ED ROUNDED =
                       WRK-RES-QTD(WRK-CLS-SUB) * 100 / WRK-RNK-QTD
               END-IF
               MOVE 0 TO WRK-PCT-RECEITA
               IF WRK-TOTAL-RECEITA > 0
                   AND WRK-RES-RECEITA(WRK-CLS-SUB) > 0
                   COMPUTE WRK-PCT-RECEITA ROUNDED =
                       WRK-RES-RECEITA(WRK-CLS-SUB) * 100 /
                       WRK-TOTAL-RECEITA
               END-IF
               MOVE WRK-PCT-RECEITA TO WRK-PCT-ED
               MOVE 0 TO WRK-PCT-MARGEM
               IF WRK-TOTAL-MARGEM NOT = 0
                   COMPUTE WRK-PCT-MARGEM ROUNDED =
                       WRK-RES-MARGEM(WRK-CLS-SUB) * 100 /
                       WRK-TOTAL-MARGEM
                       ON SIZE ERROR
                           MOVE 0 TO WRK-PCT-MARGEM
                   END-COMPUTE
               END-IF
               MOVE WRK-PCT-MARGEM TO WRK-PCT-MARGEM-ED
               MOVE WRK-RES-RECEITA(WRK-CLS-SUB) TO WRK-RECEITA-ED

               MOVE SPACES TO REL-LINHA
               STRING '  CLASSE ' DELIMITED BY SIZE
                   WRK-LETRAS-CLASSE(WRK-CLS-SUB:1) DELIMITED BY SIZE
                   ': ' WRK-RES-QTD(WRK-CLS-SUB) DELIMITED BY SIZE
                   ' ITEM(NS) = ' WRK-PCT-ITENS-ED DELIMITED BY SIZE
                   '% DOS ITENS, ' DELIMITED BY SIZE
                   WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                   WRK-RECEITA-ED DELIMITED BY SIZE
                   ' = ' WRK-PCT-ED DELIMITED BY SIZE
                   '% DA RECEITA E ' DELIMITED BY SIZE
                   WRK-PCT-MARGEM-ED DELIMITED BY SIZE
                   '% DA MARGEM' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.
