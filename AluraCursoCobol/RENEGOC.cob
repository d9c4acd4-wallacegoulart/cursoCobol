       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: RENEGOCIACAO DAS PARCELAS VENCIDAS DO CLIENTE EM
      *          ACORDO: LE AS TRANSACOES (RENEGTR.DAT: CPF, DATA DO
      *          ACORDO, CONDICAO DE PAGAMENTO, PERCENTUAL DE
      *          DESCONTO E USUARIO), EXIGE O CLIENTE NO ESTAGIO
      *          MINIMO DA REGUA DA COBRANCA (COBRANCACTL.DAT) E O
      *          DESCONTO DENTRO DO LIMITE AUTORIZADO (RENEGPARM),
      *          SOMA AS PARCELAS EM ABERTO VENCIDAS COM MULTA E
      *          JUROS ATE A DATA DO ACORDO PELA MESMA FORMULA DO
      *          RECEBER, MARCA AS ANTIGAS COMO RENEGOCIADAS
      *          (SITUACAO R, VINCULO NO RENEGVINC.DAT) E GERA O
      *          NOVO PLANO NO PARCELAS.DAT PELA CONDPAG.DAT, COM
      *          RATEIO DE CENTAVOS E DESVIO DE FERIADO DO PARCELAS;
      *          GRAVA O ACORDO (ACORDOS.DAT), O VINCULO DA FATURA
      *          DO ACORDO COM O CLIENTE (FATUCLI.DAT) E CONTABILIZA
      *          ENCARGOS E DESCONTO NO EXE02GL.DAT; AS TRANSACOES
      *          SAO CONSUMIDAS
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - ACORDO CUJO PLANO NAO CABE NO LIMITE
      *            DE 500 PARCELAS E RECUSADO ANTES DE QUALQUER
      *            GRAVACAO, EM VEZ DE ABORTAR COM ACORDOS JA GRAVADOS
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES-RENEGOCIACAO ASSIGN TO "DATA/RENEGTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REN-STATUS.

           SELECT ARQUIVO-PARCELAS ASSIGN TO "DATA/PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT VINCULO-FATURA-CLIENTE ASSIGN TO "DATA/FATUCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT CONTROLE-COBRANCA ASSIGN TO "DATA/COBRANCACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT CONDICOES-PAGAMENTO ASSIGN TO "DATA/CONDPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CPG-STATUS.

           SELECT CALENDARIO-FERIADOS ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.

           SELECT ACORDOS-RENEGOCIACAO ASSIGN TO "DATA/ACORDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACO-STATUS.

           SELECT VINCULO-RENEGOCIACAO ASSIGN TO "DATA/RENEGVINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RNV-STATUS.

           SELECT PARAMETROS-RENEGOCIACAO
               ASSIGN TO "DATA/RENEGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-RENEGOCIACAO ASSIGN TO "DATA/RENEGREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *DATA DO ACORDO ZERADA = DATA DA EXECUCAO
       FD  TRANSACOES-RENEGOCIACAO.
       01  REN-REC.
           05  REN-CPF            PIC 9(11).
           05  REN-DATA-ACORDO    PIC 9(08).
           05  REN-CONDPAG        PIC 9(02).
           05  REN-PCT-DESCONTO   PIC 9(02)V99.
           05  REN-USUARIO        PIC X(20).

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA         PIC 9(06).
           05  PAR-NUMERO         PIC 9(02).
           05  PAR-VENCIMENTO     PIC 9(08).
           05  PAR-VALOR          PIC 9(09)V99.
           05  PAR-STATUS         PIC X(01).

       FD  VINCULO-FATURA-CLIENTE.
       01  FCL-REC.
           05  FCL-FATURA         PIC 9(06).
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

       FD  CONTROLE-COBRANCA.
       01  CTL-REC.
           05  CTL-FATURA         PIC 9(06).
           05  CTL-PARCELA        PIC 9(02).
           05  CTL-ESTAGIO        PIC 9(01).
           05  CTL-DATA-ENVIO     PIC 9(08).

       FD  CONDICOES-PAGAMENTO.
       01  CPG-REC.
           05  CPG-CODIGO         PIC 9(02).
           05  CPG-PARCELAS       PIC 9(02).
           05  CPG-DIAS-ENTRE     PIC 9(03).
           05  CPG-PCT-ENTRADA    PIC 9(02)V99.

       FD  CALENDARIO-FERIADOS.
       01  FER-REC.
           05  FER-MES            PIC 9(02).
           05  FER-DIA            PIC 9(02).
           05  FER-DESCRICAO      PIC X(30).
           05  FER-ANO            PIC 9(04).

       FD  ACORDOS-RENEGOCIACAO.
       COPY "ACORDOS.CPY".

      *PARCELA ANTIGA -> ACORDO QUE A SUBSTITUIU
       FD  VINCULO-RENEGOCIACAO.
       01  RNV-REC.
           05  RNV-FATURA         PIC 9(06).
           05  RNV-PARCELA        PIC 9(02).
           05  RNV-ACORDO         PIC 9(06).
           05  RNV-VALOR          PIC 9(09)V99.
           05  RNV-MULTA          PIC 9(09)V99.
           05  RNV-JUROS          PIC 9(09)V99.

       FD  PARAMETROS-RENEGOCIACAO.
       01  PRM-REC.
           05  PRM-PCT-DESCONTO-MAX PIC 9(02)V99.
           05  PRM-ESTAGIO-MINIMO   PIC 9(01).
           05  PRM-CONTA-CLIENTES   PIC X(10).
           05  PRM-CONTA-FINANC     PIC X(10).
           05  PRM-CONTA-DESCONTOS  PIC X(10).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  RELATORIO-RENEGOCIACAO.
       01  REL-LINHA              PIC X(100).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)    VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)    VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-REN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PAR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FCL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CPG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FER-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ACO-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RNV-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-ACORDO     PIC 9(08)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
       77  WRK-RECUSA          PIC X(50)    VALUE SPACES.

      *LIMITE DE DESCONTO E ESTAGIO MINIMO DA REGUA
       77  WRK-PCT-DESCONTO-MAX PIC 9(02)V99 VALUE 10,00.
       77  WRK-ESTAGIO-MINIMO  PIC 9(01)    VALUE 2.
       77  WRK-CONTA-CLIENTES  PIC X(10)    VALUE '1100-CLIE'.
       77  WRK-CONTA-FINANC    PIC X(10)    VALUE '4400-FINC'.
       77  WRK-CONTA-DESCONTOS PIC X(10)    VALUE '5450-DESC'.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.

      *ENCARGOS DA PARCELA VENCIDA (FORMULA DO RECEBER)
       77  WRK-DIAS-ATRASO     PIC S9(05)   VALUE ZEROS.
       77  WRK-MULTA           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ESTAGIO-CLIENTE PIC 9(01)    VALUE ZEROS.
       77  WRK-QTD-VENCIDAS    PIC 9(03)    VALUE ZEROS.
       77  WRK-VALOR-ORIGINAL  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ENCARGOS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESCONTO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ACORDO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NUMERO-ACORDO   PIC 9(06)    VALUE ZEROS.
      *ACORDOS NA FAIXA 8000XX: A 9000XX E DAS MENSALIDADES ESCOLARES
       77  WRK-ULTIMO-ACORDO   PIC 9(06)    VALUE 800000.
       77  WRK-ACORDO-ABERTO   PIC X        VALUE 'N'.
           88  CLIENTE-COM-ACORDO VALUE 'S'.

      *NOVO PLANO (MESMA LOGICA DO PARCELAS)
       77  WRK-QTD-PARCELAS    PIC 9(03)    VALUE ZEROS.
       77  WRK-DIAS-ENTRE      PIC 9(03)    VALUE 30.
       77  WRK-PCT-ENTRADA     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CPG-ACHADA      PIC X        VALUE 'N'.
           88  CONDICAO-ENCONTRADA VALUE 'Y'.
       77  WRK-VALOR-ENTRADA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-RESTANTE  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARCELAS-REST   PIC 9(03)    VALUE ZEROS.
       77  WRK-VALOR-CENTAVOS  PIC 9(11)    VALUE ZEROS.
       77  WRK-BASE-CENTAVOS   PIC 9(11)    VALUE ZEROS.
       77  WRK-RESTO-CENTAVOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-PARCELA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARCELA         PIC 9(03)    VALUE ZEROS.
       77  WRK-VENC-INT        PIC 9(08)    VALUE ZEROS.
       77  WRK-VENCIMENTO      PIC 9(08)    VALUE ZEROS.
       77  WRK-VENC-ANO        PIC 9(04)    VALUE ZEROS.
       77  WRK-VENC-MES        PIC 9(02)    VALUE ZEROS.
       77  WRK-VENC-DIA        PIC 9(02)    VALUE ZEROS.
       77  WRK-EH-FERIADO      PIC X        VALUE 'N'.
           88  VENCIMENTO-EM-FERIADO VALUE 'S'.

       77  WRK-QTD-ACORDOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-RECUSADAS   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-RENEGOCIADAS PIC 9(05)   VALUE ZEROS.
       77  WRK-TOT-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-ED         PIC -ZZZZ9   VALUE ZEROS.

       77  WRK-PAR-QTD         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-PARCELAS.
           05  WRK-PAR-ITEM OCCURS 500 TIMES.
               10  WRK-PAR-FATURA     PIC 9(06).
               10  WRK-PAR-NUMERO     PIC 9(02).
               10  WRK-PAR-VENCIMENTO PIC 9(08).
               10  WRK-PAR-VALOR      PIC 9(09)V99.
               10  WRK-PAR-SITUACAO   PIC X(01).
               10  WRK-PAR-CPF        PIC 9(11).
               10  WRK-PAR-ESCOLHIDA  PIC X(01).

       77  WRK-FCL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-FCL-SUB         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-VINCULOS.
           05  WRK-FCL-ITEM OCCURS 500 TIMES.
               10  WRK-FCL-FATURA PIC 9(06).
               10  WRK-FCL-CPF    PIC 9(11).

       77  WRK-CTL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTL-SUB         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-CONTROLE.
           05  WRK-CTL-ITEM OCCURS 500 TIMES.
               10  WRK-CTL-FATURA  PIC 9(06).
               10  WRK-CTL-PARCELA PIC 9(02).
               10  WRK-CTL-ESTAGIO PIC 9(01).

       77  WRK-CPG-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-CPG-SUB         PIC 9(02)    VALUE ZEROS.
       01  WRK-TAB-CONDICOES.
           05  WRK-CPG-ITEM OCCURS 20 TIMES.
               10  WRK-CPG-CODIGO   PIC 9(02).
               10  WRK-CPG-PARCELAS PIC 9(02).
               10  WRK-CPG-DIAS     PIC 9(03).
               10  WRK-CPG-PCT      PIC 9(02)V99.

       77  WRK-FER-QTD         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-FERIADOS VALUE ZEROS.
           05  WRK-FER-ITEM OCCURS 100 TIMES INDEXED BY
                   WRK-FER-IDX.
               10  WRK-FER-MES       PIC 9(02).
               10  WRK-FER-DIA       PIC 9(02).
               10  WRK-FER-ANO       PIC 9(04).

       77  WRK-ACO-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-ACO-SUB         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-ACORDOS.
           05  WRK-ACO-ITEM OCCURS 500 TIMES.
               10  WRK-ACO-NUMERO   PIC 9(06).
               10  WRK-ACO-CPF      PIC 9(11).
               10  WRK-ACO-SITUACAO PIC X(01).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-VALIDAR-CONTAS-GL.

           OPEN INPUT TRANSACOES-RENEGOCIACAO.
           IF WRK-REN-STATUS NOT = '00'
               DISPLAY 'SEM TRANSACOES DE RENEGOCIACAO - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0120-CARREGAR-VINCULOS.
           PERFORM 0130-CARREGAR-PARCELAS.
           PERFORM 0140-CARREGAR-CONTROLE.
           PERFORM 0150-CARREGAR-CONDICOES.
           PERFORM 0160-CARREGAR-FERIADOS.
           PERFORM 0170-CARREGAR-ACORDOS.

           OPEN OUTPUT RELATORIO-RENEGOCIACAO.
           MOVE 'RENEGOCIACAO DE PARCELAS VENCIDAS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ TRANSACOES-RENEGOCIACAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ.

      **********PARAMETROS E CONTAS DE CONTABILIZACAO**********
       0110-VALIDAR-CONTAS-GL.
           OPEN INPUT PARAMETROS-RENEGOCIACAO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-RENEGOCIACAO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-PCT-DESCONTO-MAX TO
                           WRK-PCT-DESCONTO-MAX
                       MOVE PRM-ESTAGIO-MINIMO  TO WRK-ESTAGIO-MINIMO
                       MOVE PRM-CONTA-CLIENTES  TO WRK-CONTA-CLIENTES
                       MOVE PRM-CONTA-FINANC    TO WRK-CONTA-FINANC
                       MOVE PRM-CONTA-DESCONTOS TO WRK-CONTA-DESCONTOS
               END-READ
               CLOSE PARAMETROS-RENEGOCIACAO
           END-IF

           MOVE WRK-CONTA-CLIENTES TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-FINANC TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-DESCONTOS TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA.

       0115-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-EOF
           MOVE 'N' TO WRK-ACHADO
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CTA-CODIGO = WRK-CONTA-VALIDAR
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-ACHADO
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           IF WRK-ACHADO NOT = 'Y'
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********VINCULO FATURA/CPF (GRAVADO PELO FATGER)*******
       0120-CARREGAR-VINCULOS.
           OPEN INPUT VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FCL-QTD >= 500
                   DISPLAY 'ERRO: VINCULOS FATURA/CLIENTE EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FCL-QTD
               MOVE FCL-FATURA TO WRK-FCL-FATURA(WRK-FCL-QTD)
               MOVE FCL-CPF    TO WRK-FCL-CPF(WRK-FCL-QTD)
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-FCL-STATUS = '00' OR WRK-FCL-STATUS = '10'
               CLOSE VINCULO-FATURA-CLIENTE
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********PARCELAS COM O CLIENTE DE CADA FATURA**********
       0130-CARREGAR-PARCELAS.
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PAR-QTD >= 500
                   DISPLAY 'ERRO: PLANO DE PARCELAS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PAR-QTD
               MOVE PAR-FATURA     TO WRK-PAR-FATURA(WRK-PAR-QTD)
               MOVE PAR-NUMERO     TO WRK-PAR-NUMERO(WRK-PAR-QTD)
               MOVE PAR-VENCIMENTO TO WRK-PAR-VENCIMENTO(WRK-PAR-QTD)
               MOVE PAR-VALOR      TO WRK-PAR-VALOR(WRK-PAR-QTD)
               MOVE PAR-STATUS     TO WRK-PAR-SITUACAO(WRK-PAR-QTD)
               MOVE 'N'            TO WRK-PAR-ESCOLHIDA(WRK-PAR-QTD)
               MOVE ZEROS          TO WRK-PAR-CPF(WRK-PAR-QTD)
               PERFORM VARYING WRK-FCL-SUB FROM 1 BY 1
                       UNTIL WRK-FCL-SUB > WRK-FCL-QTD
                   IF WRK-FCL-FATURA(WRK-FCL-SUB) = PAR-FATURA
                       MOVE WRK-FCL-CPF(WRK-FCL-SUB) TO
                           WRK-PAR-CPF(WRK-PAR-QTD)
                   END-IF
               END-PERFORM
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PAR-STATUS = '00' OR WRK-PAR-STATUS = '10'
               CLOSE ARQUIVO-PARCELAS
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********ESTAGIOS JA ENVIADOS PELA COBRANCA*************
       0140-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-COBRANCA
           IF WRK-CTL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CONTROLE-COBRANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-CTL-QTD >= 500
                   DISPLAY 'ERRO: CONTROLE DE COBRANCA EXCEDE O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CTL-QTD
               MOVE CTL-FATURA  TO WRK-CTL-FATURA(WRK-CTL-QTD)
               MOVE CTL-PARCELA TO WRK-CTL-PARCELA(WRK-CTL-QTD)
               MOVE CTL-ESTAGIO TO WRK-CTL-ESTAGIO(WRK-CTL-QTD)
               READ CONTROLE-COBRANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-CTL-STATUS = '00' OR WRK-CTL-STATUS = '10'
               CLOSE CONTROLE-COBRANCA
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********CARGA DA TABELA DE CONDICOES*******************
       0150-CARREGAR-CONDICOES.
           OPEN INPUT CONDICOES-PAGAMENTO
           IF WRK-CPG-STATUS NOT = '00'
               DISPLAY 'ERRO: TABELA DE CONDICOES DE PAGAMENTO '
                   '(CONDPAG) NAO ENCONTRADA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CONDICOES-PAGAMENTO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-CPG-QTD >= 20
                   DISPLAY 'ERRO: TABELA DE CONDICOES EXCEDE O '
                       'LIMITE DE 20 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CPG-QTD
               MOVE CPG-CODIGO      TO WRK-CPG-CODIGO(WRK-CPG-QTD)
               MOVE CPG-PARCELAS    TO WRK-CPG-PARCELAS(WRK-CPG-QTD)
               MOVE CPG-DIAS-ENTRE  TO WRK-CPG-DIAS(WRK-CPG-QTD)
               MOVE CPG-PCT-ENTRADA TO WRK-CPG-PCT(WRK-CPG-QTD)
               READ CONDICOES-PAGAMENTO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CONDICOES-PAGAMENTO
           MOVE 'N' TO WRK-EOF.

       0160-CARREGAR-FERIADOS.
           OPEN INPUT CALENDARIO-FERIADOS
           IF WRK-FER-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CALENDARIO-FERIADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FER-QTD >= 100
                   DISPLAY 'ERRO: CALENDARIO DE FERIADOS EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FER-QTD
               MOVE FER-MES TO WRK-FER-MES(WRK-FER-QTD)
               MOVE FER-DIA TO WRK-FER-DIA(WRK-FER-QTD)
               MOVE FER-ANO TO WRK-FER-ANO(WRK-FER-QTD)
               READ CALENDARIO-FERIADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-FER-STATUS = '00' OR WRK-FER-STATUS = '10'
               CLOSE CALENDARIO-FERIADOS
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********ACORDOS JA FIRMADOS (NUMERACAO E VIGENCIA)*****
       0170-CARREGAR-ACORDOS.
           OPEN INPUT ACORDOS-RENEGOCIACAO
           IF WRK-ACO-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ACORDOS-RENEGOCIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-ACO-QTD >= 500
                   DISPLAY 'ERRO: ACORDOS DE RENEGOCIACAO EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ACO-QTD
               MOVE ACO-NUMERO   TO WRK-ACO-NUMERO(WRK-ACO-QTD)
               MOVE ACO-CPF      TO WRK-ACO-CPF(WRK-ACO-QTD)
               MOVE ACO-SITUACAO TO WRK-ACO-SITUACAO(WRK-ACO-QTD)
               IF ACO-NUMERO > WRK-ULTIMO-ACORDO
                   AND ACO-NUMERO < 900000
                   MOVE ACO-NUMERO TO WRK-ULTIMO-ACORDO
               END-IF
               READ ACORDOS-RENEGOCIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-ACO-STATUS = '00' OR WRK-ACO-STATUS = '10'
               CLOSE ACORDOS-RENEGOCIACAO
           END-IF
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0250-PROCESSAR-RENEGOCIACAO
               READ TRANSACOES-RENEGOCIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANSACOES-RENEGOCIACAO.

      **********UMA RENEGOCIACAO*******************************
       0250-PROCESSAR-RENEGOCIACAO.
           MOVE SPACES TO WRK-RECUSA
           IF REN-DATA-ACORDO = ZEROS
               MOVE WRK-DATA-EXEC TO WRK-DATA-ACORDO
           ELSE
               MOVE REN-DATA-ACORDO TO WRK-DATA-ACORDO
           END-IF

           PERFORM 0255-SELECIONAR-VENCIDAS
           PERFORM 0258-VERIFICAR-ACORDO-ABERTO

           PERFORM 0262-LOCALIZAR-CONDICAO

           EVALUATE TRUE
               WHEN REN-CPF = ZEROS
                   MOVE 'CLIENTE NAO INFORMADO' TO WRK-RECUSA
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ACORDO)
                       NOT = 0
                   MOVE 'DATA DO ACORDO INVALIDA' TO WRK-RECUSA
               WHEN WRK-QTD-VENCIDAS = 0
                   MOVE 'SEM PARCELAS VENCIDAS EM ABERTO' TO
                       WRK-RECUSA
               WHEN CLIENTE-COM-ACORDO
                   MOVE 'CLIENTE JA TEM ACORDO VIGENTE' TO WRK-RECUSA
               WHEN WRK-ESTAGIO-CLIENTE < WRK-ESTAGIO-MINIMO
                   MOVE 'CLIENTE ABAIXO DO ESTAGIO MINIMO DA REGUA'
                       TO WRK-RECUSA
               WHEN REN-PCT-DESCONTO > WRK-PCT-DESCONTO-MAX
                   MOVE 'DESCONTO ACIMA DO LIMITE AUTORIZADO' TO
                       WRK-RECUSA
               WHEN NOT CONDICAO-ENCONTRADA
                   MOVE 'CONDICAO DE PAGAMENTO INEXISTENTE' TO
                       WRK-RECUSA
               WHEN WRK-PAR-QTD + WRK-QTD-PARCELAS > 500
                   MOVE 'PLANO EXCEDE O LIMITE DE 500 PARCELAS' TO
                       WRK-RECUSA
           END-EVALUATE

           IF WRK-RECUSA NOT = SPACES
               ADD 1 TO WRK-QTD-RECUSADAS
               PERFORM 0259-LIBERAR-ESCOLHIDAS
               MOVE SPACES TO REL-LINHA
               STRING 'CLIENTE ' REN-CPF DELIMITED BY SIZE
                   ' - RENEGOCIACAO RECUSADA: ' DELIMITED BY SIZE
                   WRK-RECUSA DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               DISPLAY 'CLIENTE ' REN-CPF ' - RENEGOCIACAO '
                   'RECUSADA: ' WRK-RECUSA
           ELSE
               PERFORM 0270-EFETIVAR-ACORDO
           END-IF.

      *PARCELAS EM ABERTO DO CLIENTE VENCIDAS ATE A DATA DO
      *ACORDO, COM O MAIOR ESTAGIO DE COBRANCA JA ENVIADO
       0255-SELECIONAR-VENCIDAS.
           MOVE 0 TO WRK-QTD-VENCIDAS
           MOVE 0 TO WRK-ESTAGIO-CLIENTE
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               IF WRK-PAR-CPF(WRK-SUB) = REN-CPF
                   AND WRK-PAR-SITUACAO(WRK-SUB) = 'A'
                   AND WRK-PAR-VENCIMENTO(WRK-SUB) < WRK-DATA-ACORDO
                   MOVE 'S' TO WRK-PAR-ESCOLHIDA(WRK-SUB)
                   ADD 1 TO WRK-QTD-VENCIDAS
                   PERFORM VARYING WRK-CTL-SUB FROM 1 BY 1
                           UNTIL WRK-CTL-SUB > WRK-CTL-QTD
                       IF WRK-CTL-FATURA(WRK-CTL-SUB) =
                               WRK-PAR-FATURA(WRK-SUB)
                           AND WRK-CTL-PARCELA(WRK-CTL-SUB) =
                               WRK-PAR-NUMERO(WRK-SUB)
                           AND WRK-CTL-ESTAGIO(WRK-CTL-SUB) >
                               WRK-ESTAGIO-CLIENTE
                           MOVE WRK-CTL-ESTAGIO(WRK-CTL-SUB) TO
                               WRK-ESTAGIO-CLIENTE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *ACORDO VIGENTE COM PARCELA AINDA EM ABERTO IMPEDE OUTRO
       0258-VERIFICAR-ACORDO-ABERTO.
           MOVE 'N' TO WRK-ACORDO-ABERTO
           PERFORM VARYING WRK-ACO-SUB FROM 1 BY 1
                   UNTIL WRK-ACO-SUB > WRK-ACO-QTD
               IF WRK-ACO-CPF(WRK-ACO-SUB) = REN-CPF
                   AND WRK-ACO-SITUACAO(WRK-ACO-SUB) = 'V'
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-PAR-QTD
                       IF WRK-PAR-FATURA(WRK-SUB) =
                               WRK-ACO-NUMERO(WRK-ACO-SUB)
                           AND WRK-PAR-SITUACAO(WRK-SUB) = 'A'
                           MOVE 'S' TO WRK-ACORDO-ABERTO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0259-LIBERAR-ESCOLHIDAS.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               MOVE 'N' TO WRK-PAR-ESCOLHIDA(WRK-SUB)
           END-PERFORM.

       0262-LOCALIZAR-CONDICAO.
           MOVE 'N' TO WRK-CPG-ACHADA
           MOVE 1 TO WRK-QTD-PARCELAS
           MOVE 30 TO WRK-DIAS-ENTRE
           MOVE 0 TO WRK-PCT-ENTRADA

           PERFORM VARYING WRK-CPG-SUB FROM 1 BY 1
                   UNTIL WRK-CPG-SUB > WRK-CPG-QTD
               IF WRK-CPG-CODIGO(WRK-CPG-SUB) = REN-CONDPAG
                   SET CONDICAO-ENCONTRADA TO TRUE
                   MOVE WRK-CPG-PARCELAS(WRK-CPG-SUB) TO
                       WRK-QTD-PARCELAS
                   MOVE WRK-CPG-DIAS(WRK-CPG-SUB) TO WRK-DIAS-ENTRE
                   MOVE WRK-CPG-PCT(WRK-CPG-SUB)  TO WRK-PCT-ENTRADA
               END-IF
           END-PERFORM

           IF WRK-QTD-PARCELAS = 0
               MOVE 1 TO WRK-QTD-PARCELAS
           END-IF
           IF WRK-DIAS-ENTRE = 0
               MOVE 30 TO WRK-DIAS-ENTRE
           END-IF.

      **********EFETIVACAO DO ACORDO***************************
       0270-EFETIVAR-ACORDO.
           ADD 1 TO WRK-ULTIMO-ACORDO
           MOVE WRK-ULTIMO-ACORDO TO WRK-NUMERO-ACORDO
           MOVE 0 TO WRK-VALOR-ORIGINAL
           MOVE 0 TO WRK-ENCARGOS

           MOVE SPACES TO REL-LINHA
           STRING 'ACORDO ' WRK-NUMERO-ACORDO DELIMITED BY SIZE
               ' CLIENTE ' REN-CPF DELIMITED BY SIZE
               ' DATA ' WRK-DATA-ACORDO DELIMITED BY SIZE
               ' CONDICAO ' REN-CONDPAG DELIMITED BY SIZE
               ' POR ' REN-USUARIO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           OPEN EXTEND VINCULO-RENEGOCIACAO
           IF WRK-RNV-STATUS NOT = '00'
               OPEN OUTPUT VINCULO-RENEGOCIACAO
           END-IF
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               IF WRK-PAR-ESCOLHIDA(WRK-SUB) = 'S'
                   PERFORM 0275-RENEGOCIAR-PARCELA
               END-IF
           END-PERFORM
           CLOSE VINCULO-RENEGOCIACAO

           COMPUTE WRK-DESCONTO ROUNDED =
               (WRK-VALOR-ORIGINAL + WRK-ENCARGOS) *
               REN-PCT-DESCONTO / 100
           COMPUTE WRK-VALOR-ACORDO =
               WRK-VALOR-ORIGINAL + WRK-ENCARGOS - WRK-DESCONTO
           ADD WRK-ENCARGOS TO WRK-TOT-ENCARGOS
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTO

           MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR-ED
           MOVE WRK-ENCARGOS TO WRK-VALOR2-ED
           MOVE SPACES TO REL-LINHA
           STRING '  ORIGINAL: ' WRK-VALOR-ED DELIMITED BY SIZE
               ' ENCARGOS: ' WRK-VALOR2-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-DESCONTO TO WRK-VALOR-ED
           MOVE WRK-VALOR-ACORDO TO WRK-VALOR2-ED
           MOVE SPACES TO REL-LINHA
           STRING '  DESCONTO: ' WRK-VALOR-ED DELIMITED BY SIZE
               ' VALOR DO ACORDO: ' WRK-VALOR2-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           PERFORM 0280-GERAR-PLANO
           PERFORM 0290-GRAVAR-ACORDO
           ADD 1 TO WRK-QTD-ACORDOS.

      *ENCARGOS ATE A DATA DO ACORDO: MULTA DE 2 POR CENTO E
      *JUROS DE 1 POR CENTO AO MES PRO RATA DIA (RECEBER)
       0275-RENEGOCIAR-PARCELA.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ACORDO) -
               FUNCTION INTEGER-OF-DATE(WRK-PAR-VENCIMENTO(WRK-SUB))
           COMPUTE WRK-MULTA ROUNDED =
               WRK-PAR-VALOR(WRK-SUB) * 2 / 100
           COMPUTE WRK-JUROS ROUNDED =
               WRK-PAR-VALOR(WRK-SUB) * WRK-DIAS-ATRASO / 3000

           ADD WRK-PAR-VALOR(WRK-SUB) TO WRK-VALOR-ORIGINAL
           ADD WRK-MULTA TO WRK-ENCARGOS
           ADD WRK-JUROS TO WRK-ENCARGOS

           MOVE WRK-PAR-FATURA(WRK-SUB) TO RNV-FATURA
           MOVE WRK-PAR-NUMERO(WRK-SUB) TO RNV-PARCELA
           MOVE WRK-NUMERO-ACORDO       TO RNV-ACORDO
           MOVE WRK-PAR-VALOR(WRK-SUB)  TO RNV-VALOR
           MOVE WRK-MULTA               TO RNV-MULTA
           MOVE WRK-JUROS               TO RNV-JUROS
           WRITE RNV-REC

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE WRK-PAR-VALOR(WRK-SUB) TO WRK-VALOR-ED
           COMPUTE WRK-VALOR2-ED = WRK-MULTA + WRK-JUROS
           MOVE SPACES TO REL-LINHA
           STRING '  RENEGOCIADA FATURA ' DELIMITED BY SIZE
               WRK-PAR-FATURA(WRK-SUB) DELIMITED BY SIZE
               ' PARCELA ' WRK-PAR-NUMERO(WRK-SUB) DELIMITED BY SIZE
               ' VALOR ' WRK-VALOR-ED DELIMITED BY SIZE
               ' ENCARGOS ' WRK-VALOR2-ED DELIMITED BY SIZE
               ' ATRASO ' WRK-DIAS-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE 'R' TO WRK-PAR-SITUACAO(WRK-SUB)
           MOVE 'N' TO WRK-PAR-ESCOLHIDA(WRK-SUB)
           ADD 1 TO WRK-QTD-RENEGOCIADAS.

      **********NOVO PLANO DE PARCELAS DO ACORDO***************
      *ENTRADA PELO PERCENTUAL DA CONDICAO E RATEIO EXATO DE
      *CENTAVOS COMO NO PARCELAS; A PRIMEIRA PARCELA VENCE O
      *ESPACAMENTO DA CONDICAO APOS A DATA DO ACORDO
       0280-GERAR-PLANO.
           MOVE 0 TO WRK-VALOR-ENTRADA
           MOVE WRK-VALOR-ACORDO TO WRK-VALOR-RESTANTE
           MOVE WRK-QTD-PARCELAS TO WRK-PARCELAS-REST
           IF WRK-PCT-ENTRADA > 0 AND WRK-QTD-PARCELAS > 1
               COMPUTE WRK-VALOR-ENTRADA ROUNDED =
                   WRK-VALOR-ACORDO * WRK-PCT-ENTRADA / 100
               COMPUTE WRK-VALOR-RESTANTE =
                   WRK-VALOR-ACORDO - WRK-VALOR-ENTRADA
               COMPUTE WRK-PARCELAS-REST = WRK-QTD-PARCELAS - 1
           END-IF

           COMPUTE WRK-VALOR-CENTAVOS = WRK-VALOR-RESTANTE * 100
           DIVIDE WRK-VALOR-CENTAVOS BY WRK-PARCELAS-REST
               GIVING WRK-BASE-CENTAVOS
               REMAINDER WRK-RESTO-CENTAVOS

           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ACORDO)

           PERFORM VARYING WRK-PARCELA FROM 1 BY 1
                   UNTIL WRK-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARCELA = 1 AND WRK-VALOR-ENTRADA > 0
                   MOVE WRK-VALOR-ENTRADA TO WRK-VALOR-PARCELA
               ELSE
                   IF WRK-VALOR-ENTRADA > 0
                       IF WRK-PARCELA - 1 <= WRK-RESTO-CENTAVOS
                           COMPUTE WRK-VALOR-PARCELA =
                               (WRK-BASE-CENTAVOS + 1) / 100
                       ELSE
                           COMPUTE WRK-VALOR-PARCELA =
                               WRK-BASE-CENTAVOS / 100
                       END-IF
                   ELSE
                       IF WRK-PARCELA <= WRK-RESTO-CENTAVOS
                           COMPUTE WRK-VALOR-PARCELA =
                               (WRK-BASE-CENTAVOS + 1) / 100
                       ELSE
                           COMPUTE WRK-VALOR-PARCELA =
                               WRK-BASE-CENTAVOS / 100
                       END-IF
                   END-IF
               END-IF

               PERFORM 0284-PROXIMO-VENCIMENTO
               PERFORM 0288-INCLUIR-PARCELA
           END-PERFORM.

       0284-PROXIMO-VENCIMENTO.
           ADD WRK-DIAS-ENTRE TO WRK-VENC-INT
           COMPUTE WRK-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-VENC-INT)
           MOVE WRK-VENCIMENTO(1:4) TO WRK-VENC-ANO
           MOVE WRK-VENCIMENTO(5:2) TO WRK-VENC-MES
           MOVE WRK-VENCIMENTO(7:2) TO WRK-VENC-DIA

           PERFORM 0286-VERIFICAR-FERIADO
           PERFORM UNTIL NOT VENCIMENTO-EM-FERIADO
               COMPUTE WRK-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-VENCIMENTO) + 1)
               MOVE WRK-VENCIMENTO(1:4) TO WRK-VENC-ANO
               MOVE WRK-VENCIMENTO(5:2) TO WRK-VENC-MES
               MOVE WRK-VENCIMENTO(7:2) TO WRK-VENC-DIA
               PERFORM 0286-VERIFICAR-FERIADO
           END-PERFORM.

       0286-VERIFICAR-FERIADO.
           MOVE 'N' TO WRK-EH-FERIADO
           SET WRK-FER-IDX TO 1

           IF WRK-FER-QTD > 0
               SEARCH WRK-FER-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-FER-MES(WRK-FER-IDX) = WRK-VENC-MES
                       AND WRK-FER-DIA(WRK-FER-IDX) = WRK-VENC-DIA
                       AND (WRK-FER-ANO(WRK-FER-IDX) = ZEROS
                           OR WRK-FER-ANO(WRK-FER-IDX) = WRK-VENC-ANO)
                       SET VENCIMENTO-EM-FERIADO TO TRUE
               END-SEARCH
           END-IF.

       0288-INCLUIR-PARCELA.
           IF WRK-PAR-QTD >= 500
               DISPLAY 'ERRO: PLANO DE PARCELAS EXCEDE O LIMITE '
                   'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-PAR-QTD
           MOVE WRK-NUMERO-ACORDO TO WRK-PAR-FATURA(WRK-PAR-QTD)
           MOVE WRK-PARCELA       TO WRK-PAR-NUMERO(WRK-PAR-QTD)
           MOVE WRK-VENCIMENTO    TO WRK-PAR-VENCIMENTO(WRK-PAR-QTD)
           MOVE WRK-VALOR-PARCELA TO WRK-PAR-VALOR(WRK-PAR-QTD)
           MOVE 'A'               TO WRK-PAR-SITUACAO(WRK-PAR-QTD)
           MOVE REN-CPF           TO WRK-PAR-CPF(WRK-PAR-QTD)
           MOVE 'N'               TO WRK-PAR-ESCOLHIDA(WRK-PAR-QTD)

           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '  NOVA PARCELA ' WRK-PARCELA DELIMITED BY SIZE
               ' VENCIMENTO ' WRK-VENCIMENTO DELIMITED BY SIZE
               ' VALOR ' WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      *O ACORDO E O VINCULO DA SUA FATURA COM O CLIENTE, PARA O
      *RECEBER, BOLEMIT, EXTRATOCLI E COBRANCA ENXERGAREM AS
      *PARCELAS NOVAS
       0290-GRAVAR-ACORDO.
           OPEN EXTEND ACORDOS-RENEGOCIACAO
           IF WRK-ACO-STATUS NOT = '00'
               OPEN OUTPUT ACORDOS-RENEGOCIACAO
           END-IF
           MOVE WRK-NUMERO-ACORDO  TO ACO-NUMERO
           MOVE REN-CPF            TO ACO-CPF
           MOVE WRK-DATA-ACORDO    TO ACO-DATA
           MOVE WRK-VALOR-ORIGINAL TO ACO-VALOR-ORIGINAL
           MOVE WRK-ENCARGOS       TO ACO-ENCARGOS
           MOVE WRK-DESCONTO       TO ACO-DESCONTO
           MOVE WRK-VALOR-ACORDO   TO ACO-VALOR-ACORDO
           MOVE REN-CONDPAG        TO ACO-CONDPAG
           MOVE WRK-QTD-PARCELAS   TO ACO-QTD-PARCELAS
           MOVE 'V'                TO ACO-SITUACAO
           MOVE REN-USUARIO        TO ACO-USUARIO
           WRITE ACO-REC
           CLOSE ACORDOS-RENEGOCIACAO

           IF WRK-ACO-QTD < 500
               ADD 1 TO WRK-ACO-QTD
               MOVE WRK-NUMERO-ACORDO TO WRK-ACO-NUMERO(WRK-ACO-QTD)
               MOVE REN-CPF           TO WRK-ACO-CPF(WRK-ACO-QTD)
               MOVE 'V'               TO WRK-ACO-SITUACAO(WRK-ACO-QTD)
           END-IF

           OPEN EXTEND VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS NOT = '00'
               OPEN OUTPUT VINCULO-FATURA-CLIENTE
           END-IF
           MOVE WRK-NUMERO-ACORDO TO FCL-FATURA
           MOVE REN-CPF           TO FCL-CPF
           MOVE REN-CONDPAG       TO FCL-CONDPAG
           WRITE FCL-REC
           CLOSE VINCULO-FATURA-CLIENTE.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'RENEGOC ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF WRK-QTD-ACORDOS > 0
               OPEN OUTPUT ARQUIVO-PARCELAS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-PAR-QTD
                   MOVE WRK-PAR-FATURA(WRK-SUB)     TO PAR-FATURA
                   MOVE WRK-PAR-NUMERO(WRK-SUB)     TO PAR-NUMERO
                   MOVE WRK-PAR-VENCIMENTO(WRK-SUB) TO PAR-VENCIMENTO
                   MOVE WRK-PAR-VALOR(WRK-SUB)      TO PAR-VALOR
                   MOVE WRK-PAR-SITUACAO(WRK-SUB)   TO PAR-STATUS
                   WRITE PAR-REC
               END-PERFORM
               CLOSE ARQUIVO-PARCELAS

               PERFORM 0310-CONTABILIZAR
           END-IF

           OPEN OUTPUT TRANSACOES-RENEGOCIACAO
           CLOSE TRANSACOES-RENEGOCIACAO

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'ACORDOS FIRMADOS: ' WRK-QTD-ACORDOS
               DELIMITED BY SIZE
               ' PARCELAS RENEGOCIADAS: ' WRK-QTD-RENEGOCIADAS
               DELIMITED BY SIZE
               ' RECUSADOS: ' WRK-QTD-RECUSADAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           CLOSE RELATORIO-RENEGOCIACAO.

           DISPLAY 'ACORDOS FIRMADOS.......: ' WRK-QTD-ACORDOS.
           DISPLAY 'PARCELAS RENEGOCIADAS..: ' WRK-QTD-RENEGOCIADAS.
           DISPLAY 'RENEGOCIACOES RECUSADAS: ' WRK-QTD-RECUSADAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           EVALUATE TRUE
               WHEN WRK-QTD-ACORDOS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-RECUSADAS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      **********CONTABILIZACAO DO ACORDO***********************
      *OS ENCARGOS INCORPORADOS AO ACORDO AUMENTAM O A RECEBER
      *CONTRA RECEITA FINANCEIRA; O DESCONTO CONCEDIDO O REDUZ
       0310-CONTABILIZAR.
           IF WRK-TOT-ENCARGOS = 0 AND WRK-TOT-DESCONTO = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
           MOVE SPACES            TO GL-CCUSTO
           MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
           MOVE ZEROS             TO GL-EMPRESA
           MOVE 'RENEGOC'         TO GL-ORIGEM
           MOVE WRK-GL-LOTE       TO GL-DOCUMENTO

           IF WRK-TOT-ENCARGOS > 0
               MOVE WRK-CONTA-CLIENTES TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-FINANC   TO GL-CONTA-CREDITO
               MOVE 'ENCARGOS EM RENEGOCIACAO' TO GL-HISTORICO
               MOVE WRK-TOT-ENCARGOS   TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-DESCONTO > 0
               MOVE WRK-CONTA-DESCONTOS TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CLIENTES  TO GL-CONTA-CREDITO
               MOVE 'DESCONTOS EM RENEGOCIACAO' TO GL-HISTORICO
               MOVE WRK-TOT-DESCONTO    TO GL-VALOR
               WRITE GL-REC
           END-IF
           CLOSE LANCAMENTO-CONTABIL.
