       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAREL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ATINGIMENTO DAS METAS DE VENDA NO PERIODO FISCAL DA
      *          DATA DE REFERENCIA INFORMADA (EXERCICIO INICIADO EM
      *          ABRIL, COMO NO PRGCOB03): SOMA A VENDA LIQUIDA DE
      *          CADA VENDEDOR NO VENDASTR.DAT (ESTORNOS ABATIDOS, COMO
      *          NO COMISSAO) ATE A DATA, COMPARA COM A META DO
      *          VENDMETA PROPORCIONAL AOS DIAS JA CORRIDOS DO PERIODO
      *          E IMPRIME O PERCENTUAL ATINGIDO, O QUE FALTA PARA A
      *          META CHEIA, O RITMO DIARIO NECESSARIO NOS DIAS QUE
      *          RESTAM E O RANKING DOS VENDEDORES; MARCA QUEM ESTA
      *          ATRAS DO RITMO E QUEM JA PASSOU DO GATILHO DO BONUS
      *          DO METAPARM, COM O BONUS PREVISTO QUE O COMISSAO
      *          PAGA NA FOLHA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDAS-TRANSACOES ASSIGN TO "DATA/VENDASTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VND-STATUS.

           SELECT VENDEDOR-MASTER ASSIGN TO "DATA/VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT METAS-VENDA ASSIGN TO "DATA/VENDMETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MET-STATUS.

           SELECT PARAMETRO-META ASSIGN TO "DATA/METAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MTP-STATUS.

           SELECT RELATORIO-METAS ASSIGN TO "DATA/METAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRO-MOEDA ASSIGN TO "DATA/MOEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VENDEDOR-MASTER.
       01  VDD-REC.
           05  VDD-CODIGO         PIC 9(03).
           05  VDD-NOME           PIC X(20).
           05  VDD-PCT-COMISSAO   PIC 9(02)V99.
           05  VDD-EMP-NUMERO     PIC 9(06).

       FD  METAS-VENDA.
       COPY "VENDMETA.CPY".

       FD  PARAMETRO-META.
       COPY "METAPARM.CPY".

       FD  RELATORIO-METAS.
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

       77  WRK-VND-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MET-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MTP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-VENDAS      VALUE 'Y'.
       77  WRK-VDD-EOF         PIC X        VALUE 'N'.
           88  FIM-VENDEDORES  VALUE 'Y'.
       77  WRK-MET-EOF         PIC X        VALUE 'N'.
           88  FIM-METAS       VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-REFERENCIA PIC 9(08)    VALUE ZEROS.

      *DERIVACAO DO PERIODO FISCAL - MESMA DO PRGCOB03
       77  WRK-MES-INICIO-FISCAL PIC 9(02)  VALUE 04.
       77  WRK-ANO-DATA        PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-FISCAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)    VALUE ZEROS.
       77  WRK-EXERCICIO-REF   PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-REF     PIC 9(02)    VALUE ZEROS.

      *DIAS DO PERIODO (MES CIVIL DA DATA DE REFERENCIA)
       77  WRK-DATA-PRIMEIRO   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-ULTIMO     PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-PERIODO    PIC 9(02)    VALUE ZEROS.
       77  WRK-DIAS-CORRIDOS   PIC 9(02)    VALUE ZEROS.
       77  WRK-DIAS-RESTANTES  PIC 9(02)    VALUE ZEROS.

      *GATILHO E PERCENTUAL DO BONUS - PADRAO SEM METAPARM
       77  WRK-PCT-GATILHO     PIC 9(03)    VALUE 100.
       77  WRK-PCT-BONUS       PIC 9(02)V99 VALUE 1,00.

       77  WRK-VDD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  VENDEDOR-ENCONTRADO VALUE 'Y'.
       77  WRK-TROCAR          PIC X        VALUE 'N'.
           88  TROCAR-POSICAO  VALUE 'Y'.
       77  WRK-RANK-POSICAO    PIC 9(03)    VALUE ZEROS.

       01  WRK-TAB-VENDEDORES.
           05  WRK-VDD-ITEM OCCURS 100 TIMES.
               10  WRK-VDD-CODIGO    PIC 9(03).
               10  WRK-VDD-NOME      PIC X(20).
               10  WRK-VDD-META      PIC 9(09)V99.
               10  WRK-VDD-COM-META  PIC X(01).
               10  WRK-VDD-VENDIDO   PIC S9(10)V99.
               10  WRK-VDD-META-DATA PIC 9(09)V99.
               10  WRK-VDD-PCT-DATA  PIC 9(05)V9.
               10  WRK-VDD-PCT-META  PIC 9(05)V9.
               10  WRK-VDD-FALTA     PIC 9(10)V99.
               10  WRK-VDD-RITMO     PIC 9(10)V99.
               10  WRK-VDD-BONUS     PIC 9(08)V99.
               10  WRK-VDD-ATRASADO  PIC X(01).

       01  WRK-VDD-ITEM-AUX            PIC X(105).

       77  WRK-QTD-COM-META    PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-ATRASADOS   PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-BONUS       PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-VENDAS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-FORA        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05)   VALUE ZEROS.
       77  WRK-TOTAL-META      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-VENDIDO   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-BONUS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-META-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-META-DATA-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FALTA-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-RITMO-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BONUS-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-DATA-ED     PIC ZZZZ9,9  VALUE ZEROS.
       77  WRK-PCT-META-ED     PIC ZZZZ9,9  VALUE ZEROS.
       77  WRK-PCT-BONUS-ED    PIC Z9,99    VALUE ZEROS.
       77  WRK-GERAL-ED        PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZEROS = HOJE).. '
           ACCEPT WRK-DATA-REFERENCIA.

           IF WRK-DATA-REFERENCIA = ZEROS
               MOVE WRK-DATA-EXEC TO WRK-DATA-REFERENCIA
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-REFERENCIA)
               NOT = 0
               DISPLAY 'DATA DE REFERENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DATA-REFERENCIA(1:4) TO WRK-ANO-DATA
           MOVE WRK-DATA-REFERENCIA(5:2) TO WRK-MES-DATA
           PERFORM 0180-DERIVAR-PERIODO
           MOVE WRK-ANO-FISCAL     TO WRK-EXERCICIO-REF
           MOVE WRK-PERIODO-FISCAL TO WRK-PERIODO-REF
           PERFORM 0185-DIAS-DO-PERIODO

           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM 0150-CARREGAR-MOEDA.
           PERFORM 0155-CARREGAR-PARAMETRO.
           PERFORM 0160-CARREGAR-VENDEDORES.
           PERFORM 0170-CARREGAR-METAS.

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

      **********GATILHO E PERCENTUAL DO BONUS DE META**********
       0155-CARREGAR-PARAMETRO.
           OPEN INPUT PARAMETRO-META
           IF WRK-MTP-STATUS = '00'
               READ PARAMETRO-META
                   AT END CONTINUE
                   NOT AT END
                       IF MTP-PCT-GATILHO IS NUMERIC
                           AND MTP-PCT-GATILHO > 0
                           MOVE MTP-PCT-GATILHO TO WRK-PCT-GATILHO
                       END-IF
                       IF MTP-PCT-BONUS IS NUMERIC
                           MOVE MTP-PCT-BONUS TO WRK-PCT-BONUS
                       END-IF
               END-READ
               CLOSE PARAMETRO-META
           END-IF.

       0160-CARREGAR-VENDEDORES.
           OPEN INPUT VENDEDOR-MASTER.
           READ VENDEDOR-MASTER
               AT END MOVE 'Y' TO WRK-VDD-EOF
           END-READ.

           PERFORM UNTIL FIM-VENDEDORES
               IF WRK-VDD-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE VENDEDORES EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-VDD-QTD
               INITIALIZE WRK-VDD-ITEM(WRK-VDD-QTD)
               MOVE VDD-CODIGO TO WRK-VDD-CODIGO(WRK-VDD-QTD)
               MOVE VDD-NOME   TO WRK-VDD-NOME(WRK-VDD-QTD)
               MOVE 'N'        TO WRK-VDD-COM-META(WRK-VDD-QTD)
               MOVE 'N'        TO WRK-VDD-ATRASADO(WRK-VDD-QTD)
               READ VENDEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-VDD-EOF
               END-READ
           END-PERFORM.
           CLOSE VENDEDOR-MASTER.

      **********METAS DO EXERCICIO/PERIODO DE REFERENCIA*******
       0170-CARREGAR-METAS.
           OPEN INPUT METAS-VENDA
           IF WRK-MET-STATUS NOT = '00'
               MOVE 'Y' TO WRK-MET-EOF
           ELSE
               READ METAS-VENDA
                   AT END MOVE 'Y' TO WRK-MET-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-METAS
               IF MET-EXERCICIO = WRK-EXERCICIO-REF
                   AND MET-PERIODO = WRK-PERIODO-REF
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-VDD-QTD
                       IF WRK-VDD-CODIGO(WRK-SUB) = MET-VENDEDOR
                           MOVE MET-VALOR TO WRK-VDD-META(WRK-SUB)
                           MOVE 'S' TO WRK-VDD-COM-META(WRK-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ METAS-VENDA
                   AT END MOVE 'Y' TO WRK-MET-EOF
               END-READ
           END-PERFORM

           IF WRK-MET-STATUS = '00' OR WRK-MET-STATUS = '10'
               CLOSE METAS-VENDA
           END-IF.

      **********EXERCICIO E PERIODO FISCAL DE UMA DATA*********
       0180-DERIVAR-PERIODO.
           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF.

      **********DIAS CORRIDOS E RESTANTES NO PERIODO***********
       0185-DIAS-DO-PERIODO.
           IF WRK-MES-DATA = 12
               COMPUTE WRK-DATA-PRIMEIRO =
                   ((WRK-ANO-DATA + 1) * 10000) + 101
           ELSE
               COMPUTE WRK-DATA-PRIMEIRO =
                   (WRK-ANO-DATA * 10000) +
                   ((WRK-MES-DATA + 1) * 100) + 1
           END-IF
           COMPUTE WRK-DATA-ULTIMO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO) - 1)

           MOVE WRK-DATA-ULTIMO(7:2)     TO WRK-DIAS-PERIODO
           MOVE WRK-DATA-REFERENCIA(7:2) TO WRK-DIAS-CORRIDOS
           COMPUTE WRK-DIAS-RESTANTES =
               WRK-DIAS-PERIODO - WRK-DIAS-CORRIDOS.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'METAREL'      TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

      **********VENDA LIQUIDA DO PERIODO ATE A REFERENCIA******
       0200-PROCESSAR.
           OPEN INPUT VENDAS-TRANSACOES
           IF WRK-VND-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ VENDAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-VENDAS
               IF REGISTRO-HEADER OR REGISTRO-TRAILER
                   CONTINUE
               ELSE
                   PERFORM 0250-ACUMULAR-VENDEDOR
               END-IF

               READ VENDAS-TRANSACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-VND-STATUS = '00' OR WRK-VND-STATUS = '10'
               CLOSE VENDAS-TRANSACOES
           END-IF.

      *VENDA DE OUTRO PERIODO OU POSTERIOR A REFERENCIA FICA FORA
       0250-ACUMULAR-VENDEDOR.
           MOVE VND-DATA(1:4) TO WRK-ANO-DATA
           MOVE VND-DATA(5:2) TO WRK-MES-DATA
           PERFORM 0180-DERIVAR-PERIODO
           IF WRK-ANO-FISCAL NOT = WRK-EXERCICIO-REF
               OR WRK-PERIODO-FISCAL NOT = WRK-PERIODO-REF
               OR VND-DATA > WRK-DATA-REFERENCIA
               ADD 1 TO WRK-QTD-FORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-VDD-QTD
               IF WRK-VDD-CODIGO(WRK-SUB) = VND-VENDEDOR
                   MOVE 'Y' TO WRK-ACHADO
                   ADD 1 TO WRK-QTD-VENDAS
                   IF TRANSACAO-ESTORNO
                       SUBTRACT VND-VALOR FROM
                           WRK-VDD-VENDIDO(WRK-SUB)
                   ELSE
                       ADD VND-VALOR TO WRK-VDD-VENDIDO(WRK-SUB)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT VENDEDOR-ENCONTRADO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               DISPLAY 'VENDA SEM VENDEDOR CADASTRADO - CODIGO '
                   VND-VENDEDOR ' DATA ' VND-DATA
           END-IF.

       0300-FINALIZAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-VDD-QTD
               PERFORM 0310-CALCULAR-ATINGIMENTO
           END-PERFORM.

      *    ORDENA PELO ATINGIMENTO ATE A DATA; SEM META NO FIM
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-VDD-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-VDD-QTD
                   MOVE 'N' TO WRK-TROCAR
                   IF WRK-VDD-COM-META(WRK-SUB2) = 'N'
                       AND WRK-VDD-COM-META(WRK-SUB2 + 1) = 'S'
                       SET TROCAR-POSICAO TO TRUE
                   END-IF
                   IF WRK-VDD-COM-META(WRK-SUB2) =
                       WRK-VDD-COM-META(WRK-SUB2 + 1)
                       AND WRK-VDD-PCT-DATA(WRK-SUB2) <
                           WRK-VDD-PCT-DATA(WRK-SUB2 + 1)
                       SET TROCAR-POSICAO TO TRUE
                   END-IF
                   IF TROCAR-POSICAO
                       MOVE WRK-VDD-ITEM(WRK-SUB2) TO
                           WRK-VDD-ITEM-AUX
                       MOVE WRK-VDD-ITEM(WRK-SUB2 + 1) TO
                           WRK-VDD-ITEM(WRK-SUB2)
                       MOVE WRK-VDD-ITEM-AUX TO
                           WRK-VDD-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 0320-IMPRIMIR-RANKING.

           DISPLAY 'VENDEDORES COM META: ' WRK-QTD-COM-META
               ' ATRAS DO RITMO: ' WRK-QTD-ATRASADOS
               ' ACIMA DO GATILHO DO BONUS: ' WRK-QTD-BONUS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN WRK-QTD-COM-META = 0
                   DISPLAY 'NENHUMA META CADASTRADA PARA O EXERCICIO '
                       WRK-EXERCICIO-REF ' PERIODO ' WRK-PERIODO-REF
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ATRASADOS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      **********ATINGIMENTO, FALTA E RITMO NECESSARIO**********
      *A META ATE A DATA E PROPORCIONAL AOS DIAS CORRIDOS DO
      *PERIODO; O RITMO E O QUE FALTA PARA A META CHEIA DIVIDIDO
      *PELOS DIAS QUE RESTAM (NO ULTIMO DIA, O PROPRIO SALDO)
       0310-CALCULAR-ATINGIMENTO.
           ADD WRK-VDD-VENDIDO(WRK-SUB) TO WRK-TOTAL-VENDIDO
           IF WRK-VDD-COM-META(WRK-SUB) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-COM-META
           ADD WRK-VDD-META(WRK-SUB) TO WRK-TOTAL-META

           COMPUTE WRK-VDD-META-DATA(WRK-SUB) ROUNDED =
               WRK-VDD-META(WRK-SUB) * WRK-DIAS-CORRIDOS /
               WRK-DIAS-PERIODO

           MOVE 0 TO WRK-VDD-PCT-DATA(WRK-SUB)
           MOVE 0 TO WRK-VDD-PCT-META(WRK-SUB)
           IF WRK-VDD-VENDIDO(WRK-SUB) > 0
               COMPUTE WRK-VDD-PCT-META(WRK-SUB) ROUNDED =
                   WRK-VDD-VENDIDO(WRK-SUB) * 100 /
                   WRK-VDD-META(WRK-SUB)
                   ON SIZE ERROR
                       MOVE 99999,9 TO WRK-VDD-PCT-META(WRK-SUB)
               END-COMPUTE
               IF WRK-VDD-META-DATA(WRK-SUB) > 0
                   COMPUTE WRK-VDD-PCT-DATA(WRK-SUB) ROUNDED =
                       WRK-VDD-VENDIDO(WRK-SUB) * 100 /
                       WRK-VDD-META-DATA(WRK-SUB)
                       ON SIZE ERROR
                           MOVE 99999,9 TO WRK-VDD-PCT-DATA(WRK-SUB)
                   END-COMPUTE
               END-IF
           END-IF

           MOVE 0 TO WRK-VDD-FALTA(WRK-SUB)
           MOVE 0 TO WRK-VDD-RITMO(WRK-SUB)
           IF WRK-VDD-VENDIDO(WRK-SUB) < WRK-VDD-META(WRK-SUB)
               COMPUTE WRK-VDD-FALTA(WRK-SUB) =
                   WRK-VDD-META(WRK-SUB) - WRK-VDD-VENDIDO(WRK-SUB)
               IF WRK-DIAS-RESTANTES > 0
                   COMPUTE WRK-VDD-RITMO(WRK-SUB) ROUNDED =
                       WRK-VDD-FALTA(WRK-SUB) / WRK-DIAS-RESTANTES
               ELSE
                   MOVE WRK-VDD-FALTA(WRK-SUB) TO
                       WRK-VDD-RITMO(WRK-SUB)
               END-IF
           END-IF

           IF WRK-VDD-VENDIDO(WRK-SUB) < WRK-VDD-META-DATA(WRK-SUB)
               MOVE 'S' TO WRK-VDD-ATRASADO(WRK-SUB)
               ADD 1 TO WRK-QTD-ATRASADOS
           END-IF

      *    BONUS PREVISTO - O COMISSAO PAGA COM A MESMA REGRA
           MOVE 0 TO WRK-VDD-BONUS(WRK-SUB)
           IF WRK-VDD-PCT-META(WRK-SUB) > WRK-PCT-GATILHO
               COMPUTE WRK-VDD-BONUS(WRK-SUB) ROUNDED =
                   WRK-VDD-VENDIDO(WRK-SUB) * WRK-PCT-BONUS / 100
               ADD WRK-VDD-BONUS(WRK-SUB) TO WRK-TOTAL-BONUS
               ADD 1 TO WRK-QTD-BONUS
           END-IF.

      **********RELATORIO DO ATINGIMENTO***********************
       0320-IMPRIMIR-RANKING.
           OPEN OUTPUT RELATORIO-METAS.

           MOVE SPACES TO REL-LINHA
           STRING 'ATINGIMENTO DAS METAS DE VENDA - EXERCICIO '
               DELIMITED BY SIZE
               WRK-EXERCICIO-REF DELIMITED BY SIZE
               ' PERIODO ' WRK-PERIODO-REF DELIMITED BY SIZE
               ' - REFERENCIA ' WRK-DATA-REFERENCIA DELIMITED BY SIZE
               ' - DIA ' WRK-DIAS-CORRIDOS DELIMITED BY SIZE
               ' DE ' WRK-DIAS-PERIODO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           MOVE 0 TO WRK-RANK-POSICAO.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-VDD-QTD
               IF WRK-VDD-COM-META(WRK-SUB) = 'S'
                   ADD 1 TO WRK-RANK-POSICAO
                   PERFORM 0325-IMPRIMIR-VENDEDOR
               ELSE
                   MOVE WRK-VDD-VENDIDO(WRK-SUB) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '    ' DELIMITED BY SIZE
                       WRK-VDD-CODIGO(WRK-SUB) DELIMITED BY SIZE
                       ' ' WRK-VDD-NOME(WRK-SUB) DELIMITED BY SIZE
                       ' VENDIDO: ' WRK-VALOR-ED DELIMITED BY SIZE
                       ' SEM META NO PERIODO' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-META TO WRK-GERAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL DAS METAS......: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-GERAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-VENDIDO TO WRK-GERAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL VENDIDO LIQUIDO: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-GERAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-BONUS TO WRK-GERAL-ED
           MOVE WRK-PCT-BONUS   TO WRK-PCT-BONUS-ED
           MOVE SPACES TO REL-LINHA
           STRING 'BONUS PREVISTO.......: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-GERAL-ED DELIMITED BY SIZE
               ' (ACIMA DE ' WRK-PCT-GATILHO DELIMITED BY SIZE
               '% DA META, ' WRK-PCT-BONUS-ED DELIMITED BY SIZE
               '% DA VENDA LIQUIDA)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA
           STRING 'TRANSACOES NO PERIODO: ' DELIMITED BY SIZE
               WRK-QTD-VENDAS DELIMITED BY SIZE
               ' FORA DO PERIODO: ' WRK-QTD-FORA DELIMITED BY SIZE
               ' SEM VENDEDOR CADASTRADO: ' WRK-QTD-SEM-CADASTRO
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-METAS.

       0325-IMPRIMIR-VENDEDOR.
           MOVE WRK-VDD-VENDIDO(WRK-SUB)   TO WRK-VALOR-ED
           MOVE WRK-VDD-META(WRK-SUB)      TO WRK-META-ED
           MOVE WRK-VDD-META-DATA(WRK-SUB) TO WRK-META-DATA-ED
           MOVE WRK-VDD-PCT-DATA(WRK-SUB)  TO WRK-PCT-DATA-ED
           MOVE WRK-VDD-PCT-META(WRK-SUB)  TO WRK-PCT-META-ED
           MOVE WRK-VDD-FALTA(WRK-SUB)     TO WRK-FALTA-ED
           MOVE WRK-VDD-RITMO(WRK-SUB)     TO WRK-RITMO-ED
           MOVE WRK-VDD-BONUS(WRK-SUB)     TO WRK-BONUS-ED

           MOVE SPACES TO REL-LINHA
           STRING WRK-RANK-POSICAO DELIMITED BY SIZE
               'O ' DELIMITED BY SIZE
               WRK-VDD-CODIGO(WRK-SUB) DELIMITED BY SIZE
               ' ' WRK-VDD-NOME(WRK-SUB) DELIMITED BY SIZE
               ' META: ' WRK-META-ED DELIMITED BY SIZE
               ' VENDIDO: ' WRK-VALOR-ED DELIMITED BY SIZE
               ' ATINGIDO: ' WRK-PCT-DATA-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           IF WRK-VDD-ATRASADO(WRK-SUB) = 'S'
               MOVE '*** ATRAS DO RITMO ***' TO REL-LINHA(100:22)
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING '    ATE A DATA: ' DELIMITED BY SIZE
               WRK-META-DATA-ED DELIMITED BY SIZE
               ' DA META CHEIA: ' WRK-PCT-META-ED DELIMITED BY SIZE
               '% FALTA: ' WRK-FALTA-ED DELIMITED BY SIZE
               ' RITMO NECESSARIO: ' WRK-RITMO-ED DELIMITED BY SIZE
               ' POR DIA EM ' WRK-DIAS-RESTANTES DELIMITED BY SIZE
               ' DIA(S)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           IF WRK-VDD-BONUS(WRK-SUB) > 0
               MOVE SPACES TO REL-LINHA
               STRING '    META BATIDA ACIMA DO GATILHO - BONUS '
                   DELIMITED BY SIZE
                   'PREVISTO: ' WRK-BONUS-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
