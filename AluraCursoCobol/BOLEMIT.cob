       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLEMIT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: EMISSAO DE BOLETOS DE COBRANCA: TODA PARCELA EM
      *          ABERTO DO PARCELAS.DAT QUE AINDA NAO TEM BOLETO
      *          VALIDO (EMITIDO, LIQUIDADO OU PROTESTADO) RECEBE UM
      *          BOLETO COM NOSSO NUMERO SEQUENCIAL E DIGITO MODULO
      *          11, O VENCIMENTO DA PARCELA E AS INSTRUCOES DE MULTA
      *          DE 2 POR CENTO E JUROS DE 1 POR CENTO AO MES PRO
      *          RATA DIA DO RECEBER; BOLETO REJEITADO OU BAIXADO
      *          PELO BANCO E REEMITIDO COM NOVO NOSSO NUMERO;
      *          BOLETO EMITIDO CUJA PARCELA NAO ESTA MAIS EM ABERTO
      *          (PAGA POR FORA, CANCELADA NA DEVOLUCAO OU BAIXADA
      *          COMO PERDA) GERA PEDIDO DE BAIXA AO BANCO; GRAVA O
      *          CADASTRO BOLETOS.DAT, A REMESSA DE COBRANCA
      *          (COBREM.DAT, HEADER/DETALHE/TRAILER) E OS BOLETOS
      *          IMPRESSOS POR PAGADOR (BOLETOSIMP.DAT); SEM NADA A
      *          EMITIR NEM A BAIXAR TERMINA COM AVISO E RC=0
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - DIA SEM NADA A EMITIR NEM A BAIXAR
      *            TERMINA COM RC=0 (NAO INTERROMPE A CADEIA DIARIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PARCELAS ASSIGN TO "DATA/PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT CADASTRO-BOLETOS ASSIGN TO "DATA/BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOL-STATUS.

           SELECT VINCULO-FATURA-CLIENTE ASSIGN TO "DATA/FATUCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT CLIENTE-MASTER ASSIGN TO "DATA/CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT REMESSA-COBRANCA ASSIGN TO "DATA/COBREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOLETOS-IMPRESSOS ASSIGN TO "DATA/BOLETOSIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA         PIC 9(06).
           05  PAR-NUMERO         PIC 9(02).
           05  PAR-VENCIMENTO     PIC 9(08).
           05  PAR-VALOR          PIC 9(09)V99.
           05  PAR-STATUS         PIC X(01).

       FD  CADASTRO-BOLETOS.
       COPY "BOLETOS.CPY".

       FD  VINCULO-FATURA-CLIENTE.
       01  FCL-REC.
           05  FCL-FATURA         PIC 9(06).
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  REMESSA-COBRANCA.
       01  CRM-HEADER.
           05  CRM-HDR-TIPO          PIC X(01).
           05  CRM-HDR-ARQUIVO       PIC X(08).
           05  CRM-HDR-DATA-GERACAO  PIC 9(08).
       01  CRM-DETALHE.
           05  CRM-DET-TIPO          PIC X(01).
           05  CRM-DET-MOVIMENTO     PIC X(02).
           05  CRM-DET-NOSSO-NUMERO  PIC 9(11).
           05  CRM-DET-FATURA        PIC 9(06).
           05  CRM-DET-PARCELA       PIC 9(02).
           05  CRM-DET-CPF           PIC 9(11).
           05  CRM-DET-VENCIMENTO    PIC 9(08).
           05  CRM-DET-VALOR         PIC 9(09)V99.
           05  CRM-DET-PCT-MULTA     PIC 9(02)V99.
           05  CRM-DET-JUROS-DIA     PIC 9(07)V99.
       01  CRM-TRAILER.
           05  CRM-TRL-TIPO          PIC X(01).
           05  CRM-TRL-QTD           PIC 9(06).
           05  CRM-TRL-VALOR-TOTAL   PIC 9(11)V99.

       FD  BOLETOS-IMPRESSOS.
       01  IMP-LINHA              PIC X(80).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)  VALUE ZEROS.
       77  WRK-PAR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-BOL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FCL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CLI-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-PAR-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-BOL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-FCL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-FCL-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  ITEM-ENCONTRADO VALUE 'Y'.
       77  WRK-CLI-ACHADO      PIC X        VALUE 'N'.
           88  CLIENTE-ENCONTRADO VALUE 'Y'.
       77  WRK-ULTIMA-SEQUENCIA PIC 9(10)   VALUE ZEROS.
       77  WRK-PCT-MULTA       PIC 9(02)V99 VALUE 2,00.
       77  WRK-CPF             PIC 9(11)    VALUE ZEROS.
       77  WRK-NOME-CLIENTE    PIC X(30)    VALUE SPACES.
       77  WRK-SOMA-DV         PIC 9(05)    VALUE ZEROS.
       77  WRK-PESO            PIC 9(02)    VALUE ZEROS.
       77  WRK-RESTO-DV        PIC 9(02)    VALUE ZEROS.
       77  WRK-QUOCIENTE       PIC 9(05)    VALUE ZEROS.
       77  WRK-POS             PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-EMITIDOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-BAIXAS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REMESSA     PIC 9(06)    VALUE ZEROS.
       77  WRK-TOTAL-EMITIDO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-JUROS-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED          PIC Z9,99    VALUE ZEROS.

       01  WRK-SEQUENCIA-DV.
           05  WRK-SEQ-NUMERO     PIC 9(10).
           05  WRK-SEQ-DIGITOS REDEFINES WRK-SEQ-NUMERO.
               10  WRK-SEQ-DIGITO PIC 9(01) OCCURS 10 TIMES.

       01  WRK-TAB-PARCELAS.
           05  WRK-PAR-ITEM OCCURS 500 TIMES.
               10  WRK-PAR-FATURA     PIC 9(06).
               10  WRK-PAR-NUMERO     PIC 9(02).
               10  WRK-PAR-VENCIMENTO PIC 9(08).
               10  WRK-PAR-VALOR      PIC 9(09)V99.
               10  WRK-PAR-SITUACAO   PIC X(01).

       01  WRK-TAB-BOLETOS.
           05  WRK-BOL-ITEM OCCURS 500 TIMES.
               10  WRK-BOL-REGISTRO PIC X(90).
               10  WRK-BOL-MOVIMENTO PIC X(02).

       01  WRK-TAB-VINCULOS.
           05  WRK-FCL-ITEM OCCURS 500 TIMES.
               10  WRK-FCL-FATURA PIC 9(06).
               10  WRK-FCL-CPF    PIC 9(11).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PARCELAS.
           PERFORM 0120-CARREGAR-BOLETOS.
           PERFORM 0130-CARREGAR-VINCULOS.

           OPEN INPUT CLIENTE-MASTER.
           OPEN OUTPUT BOLETOS-IMPRESSOS.

      **********PLANO DE PARCELAS EM MEMORIA********************
       0110-CARREGAR-PARCELAS.
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS NOT = '00'
               DISPLAY 'SEM PLANO DE PARCELAS GERADO - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ ARQUIVO-PARCELAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
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
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARCELAS.

      **********CADASTRO DE BOLETOS EM MEMORIA******************
       0120-CARREGAR-BOLETOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CADASTRO-BOLETOS
           IF WRK-BOL-STATUS = '00'
               READ CADASTRO-BOLETOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-BOL-QTD >= 500
                       DISPLAY 'ERRO: CADASTRO DE BOLETOS EXCEDE O '
                           'LIMITE DE 500 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-BOL-QTD
                   MOVE BOL-REC TO WRK-BOL-REGISTRO(WRK-BOL-QTD)
                   MOVE SPACES TO WRK-BOL-MOVIMENTO(WRK-BOL-QTD)
                   IF BOL-SEQUENCIA > WRK-ULTIMA-SEQUENCIA
                       MOVE BOL-SEQUENCIA TO WRK-ULTIMA-SEQUENCIA
                   END-IF
                   READ CADASTRO-BOLETOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-BOLETOS
           END-IF.

       0130-CARREGAR-VINCULOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS = '00'
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-FCL-QTD >= 500
                       DISPLAY 'ERRO: VINCULOS FATURA/CLIENTE '
                           'EXCEDEM O LIMITE DE 500 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
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
               CLOSE VINCULO-FATURA-CLIENTE
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

      *    PRIMEIRO OS PEDIDOS DE BAIXA DOS BOLETOS CUJA PARCELA
      *    SAIU DO ABERTO, DEPOIS A EMISSAO DAS PARCELAS DESCOBERTAS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-BOL-QTD
               MOVE WRK-BOL-REGISTRO(WRK-SUB) TO BOL-REC
               IF BOL-EMITIDO
                   PERFORM 0220-VERIFICAR-BAIXA
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               IF WRK-PAR-SITUACAO(WRK-SUB) = 'A'
                   PERFORM 0240-VERIFICAR-COBERTURA
                   IF NOT ITEM-ENCONTRADO
                       PERFORM 0250-EMITIR-BOLETO
                   END-IF
               END-IF
           END-PERFORM.

      **********PEDIDO DE BAIXA DE BOLETO SEM PARCELA ABERTA****
       0220-VERIFICAR-BAIXA.
           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PAR-QTD
               IF WRK-PAR-FATURA(WRK-SUB2) = BOL-FATURA
                   AND WRK-PAR-NUMERO(WRK-SUB2) = BOL-PARCELA
                   AND WRK-PAR-SITUACAO(WRK-SUB2) = 'A'
                   MOVE 'Y' TO WRK-ACHADO
               END-IF
           END-PERFORM

           IF NOT ITEM-ENCONTRADO
               MOVE 'B'           TO BOL-SITUACAO
               MOVE WRK-DATA-EXEC TO BOL-DATA-OCORRENCIA
               MOVE BOL-REC TO WRK-BOL-REGISTRO(WRK-SUB)
               MOVE '02' TO WRK-BOL-MOVIMENTO(WRK-SUB)
               ADD 1 TO WRK-QTD-BAIXAS
               ADD 1 TO WRK-QTD-REMESSA
           END-IF.

      **********PARCELA JA COBERTA POR BOLETO VALIDO************
       0240-VERIFICAR-COBERTURA.
           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-BOL-QTD
               MOVE WRK-BOL-REGISTRO(WRK-SUB2) TO BOL-REC
               IF BOL-FATURA = WRK-PAR-FATURA(WRK-SUB)
                   AND BOL-PARCELA = WRK-PAR-NUMERO(WRK-SUB)
                   AND (BOL-EMITIDO OR BOL-LIQUIDADO
                        OR BOL-PROTESTADO)
                   MOVE 'Y' TO WRK-ACHADO
               END-IF
           END-PERFORM.

      **********EMISSAO DE UM BOLETO****************************
       0250-EMITIR-BOLETO.
           IF WRK-BOL-QTD >= 500
               DISPLAY 'ERRO: CADASTRO DE BOLETOS EXCEDE O LIMITE '
                   'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0255-LOCALIZAR-PAGADOR

           ADD 1 TO WRK-ULTIMA-SEQUENCIA
           MOVE WRK-ULTIMA-SEQUENCIA TO WRK-SEQ-NUMERO
           PERFORM 0260-CALCULAR-DV

           MOVE SPACES TO BOL-REC
           MOVE WRK-SEQ-NUMERO              TO BOL-SEQUENCIA
           MOVE WRK-RESTO-DV                TO BOL-DV
           MOVE WRK-PAR-FATURA(WRK-SUB)     TO BOL-FATURA
           MOVE WRK-PAR-NUMERO(WRK-SUB)     TO BOL-PARCELA
           MOVE WRK-CPF                     TO BOL-CPF
           MOVE WRK-PAR-VENCIMENTO(WRK-SUB) TO BOL-VENCIMENTO
           MOVE WRK-PAR-VALOR(WRK-SUB)      TO BOL-VALOR
           MOVE WRK-PCT-MULTA               TO BOL-PCT-MULTA
      *    1 POR CENTO AO MES PRO RATA DIA, COMO NO RECEBER
           COMPUTE BOL-JUROS-DIA ROUNDED =
               WRK-PAR-VALOR(WRK-SUB) / 3000
           MOVE WRK-DATA-EXEC               TO BOL-DATA-EMISSAO
           MOVE 'E'                         TO BOL-SITUACAO
           MOVE ZEROS                       TO BOL-DATA-OCORRENCIA
           MOVE ZEROS                       TO BOL-VALOR-PAGO

           ADD 1 TO WRK-BOL-QTD
           MOVE BOL-REC TO WRK-BOL-REGISTRO(WRK-BOL-QTD)
           MOVE '01' TO WRK-BOL-MOVIMENTO(WRK-BOL-QTD)
           ADD 1 TO WRK-QTD-EMITIDOS
           ADD 1 TO WRK-QTD-REMESSA
           ADD BOL-VALOR TO WRK-TOTAL-EMITIDO

           PERFORM 0270-IMPRIMIR-BOLETO.

      **********PAGADOR DA FATURA PELO VINCULO******************
       0255-LOCALIZAR-PAGADOR.
           MOVE ZEROS TO WRK-CPF
           MOVE 'N' TO WRK-CLI-ACHADO

           PERFORM VARYING WRK-FCL-SUB FROM 1 BY 1
                   UNTIL WRK-FCL-SUB > WRK-FCL-QTD
               IF WRK-FCL-FATURA(WRK-FCL-SUB) = WRK-PAR-FATURA(WRK-SUB)
                   MOVE WRK-FCL-CPF(WRK-FCL-SUB) TO WRK-CPF
                   MOVE WRK-FCL-CPF(WRK-FCL-SUB) TO CLI-CPF
                   READ CLIENTE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CLIENTE-ENCONTRADO TO TRUE
                           MOVE SPACES TO WRK-NOME-CLIENTE
                           STRING CLI-PRIMEIRO-NOME
                               DELIMITED BY SPACE
                               ' ' DELIMITED BY SIZE
                               CLI-ULTIMO-NOME DELIMITED BY SIZE
                               INTO WRK-NOME-CLIENTE
                           END-STRING
                   END-READ
               END-IF
           END-PERFORM

           IF NOT CLIENTE-ENCONTRADO
               MOVE SPACES TO WRK-NOME-CLIENTE
               STRING 'CLIENTE DA FATURA ' DELIMITED BY SIZE
                   WRK-PAR-FATURA(WRK-SUB) DELIMITED BY SIZE
                   INTO WRK-NOME-CLIENTE
               END-STRING
           END-IF.

      **********DIGITO DO NOSSO NUMERO - MODULO 11**************
      *PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA; RESTO 0 OU 1
      *DA DIGITO ZERO
       0260-CALCULAR-DV.
           MOVE 0 TO WRK-SOMA-DV
           MOVE 2 TO WRK-PESO
           PERFORM VARYING WRK-POS FROM 10 BY -1
                   UNTIL WRK-POS < 1
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV
                   + WRK-SEQ-DIGITO(WRK-POS) * WRK-PESO
               IF WRK-PESO = 9
                   MOVE 2 TO WRK-PESO
               ELSE
                   ADD 1 TO WRK-PESO
               END-IF
           END-PERFORM

           DIVIDE WRK-SOMA-DV BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-DV
           IF WRK-RESTO-DV < 2
               MOVE 0 TO WRK-RESTO-DV
           ELSE
               COMPUTE WRK-RESTO-DV = 11 - WRK-RESTO-DV
           END-IF.

      **********BOLETO IMPRESSO PARA O PAGADOR******************
       0270-IMPRIMIR-BOLETO.
           MOVE '=============================================' TO
               IMP-LINHA
           WRITE IMP-LINHA
           MOVE SPACES TO IMP-LINHA
           STRING 'BOLETO DE COBRANCA - NOSSO NUMERO ' DELIMITED BY SIZE
               BOL-SEQUENCIA DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               BOL-DV DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA

           MOVE SPACES TO IMP-LINHA
           STRING 'PAGADOR: ' DELIMITED BY SIZE
               WRK-NOME-CLIENTE DELIMITED BY SIZE
               ' CPF ' DELIMITED BY SIZE
               BOL-CPF DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA

           MOVE SPACES TO IMP-LINHA
           STRING 'FATURA ' DELIMITED BY SIZE
               BOL-FATURA DELIMITED BY SIZE
               ' PARCELA ' DELIMITED BY SIZE
               BOL-PARCELA DELIMITED BY SIZE
               '   VENCIMENTO ' DELIMITED BY SIZE
               BOL-VENCIMENTO DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA

           MOVE BOL-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO IMP-LINHA
           STRING 'VALOR DO DOCUMENTO: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA

           MOVE BOL-PCT-MULTA TO WRK-PCT-ED
           MOVE BOL-JUROS-DIA TO WRK-JUROS-ED
           MOVE SPACES TO IMP-LINHA
           STRING 'INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA DE '
               DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA
           MOVE SPACES TO IMP-LINHA
           STRING 'E JUROS DE MORA DE ' DELIMITED BY SIZE
               WRK-JUROS-ED DELIMITED BY SIZE
               ' POR DIA DE ATRASO (1% AO MES)' DELIMITED BY SIZE
               INTO IMP-LINHA
           END-STRING
           WRITE IMP-LINHA.

      **********DETALHE DA REMESSA DE COBRANCA******************
       0280-GRAVAR-REMESSA.
           MOVE '1'              TO CRM-DET-TIPO
           MOVE WRK-BOL-MOVIMENTO(WRK-SUB) TO CRM-DET-MOVIMENTO
           MOVE BOL-NOSSO-NUMERO TO CRM-DET-NOSSO-NUMERO
           MOVE BOL-FATURA       TO CRM-DET-FATURA
           MOVE BOL-PARCELA      TO CRM-DET-PARCELA
           MOVE BOL-CPF          TO CRM-DET-CPF
           MOVE BOL-VENCIMENTO   TO CRM-DET-VENCIMENTO
           MOVE BOL-VALOR        TO CRM-DET-VALOR
           MOVE BOL-PCT-MULTA    TO CRM-DET-PCT-MULTA
           MOVE BOL-JUROS-DIA    TO CRM-DET-JUROS-DIA
           WRITE CRM-DETALHE.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'BOLEMIT ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

      *A REMESSA SO E REGRAVADA QUANDO HA MOVIMENTO, PARA UMA
      *EXECUCAO VAZIA NAO APAGAR A REMESSA AINDA NAO TRANSMITIDA
       0300-FINALIZAR.
           CLOSE BOLETOS-IMPRESSOS
           CLOSE CLIENTE-MASTER.

           IF WRK-QTD-REMESSA > 0
               OPEN OUTPUT REMESSA-COBRANCA
               MOVE SPACES TO CRM-HEADER
               MOVE '0'           TO CRM-HDR-TIPO
               MOVE 'COBREM  '    TO CRM-HDR-ARQUIVO
               MOVE WRK-DATA-EXEC TO CRM-HDR-DATA-GERACAO
               WRITE CRM-HEADER
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-BOL-QTD
                   IF WRK-BOL-MOVIMENTO(WRK-SUB) NOT = SPACES
                       MOVE WRK-BOL-REGISTRO(WRK-SUB) TO BOL-REC
                       PERFORM 0280-GRAVAR-REMESSA
                   END-IF
               END-PERFORM
               MOVE SPACES TO CRM-TRAILER
               MOVE '9'               TO CRM-TRL-TIPO
               MOVE WRK-QTD-REMESSA   TO CRM-TRL-QTD
               MOVE WRK-TOTAL-EMITIDO TO CRM-TRL-VALOR-TOTAL
               WRITE CRM-TRAILER
               CLOSE REMESSA-COBRANCA

               OPEN OUTPUT CADASTRO-BOLETOS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-BOL-QTD
                   MOVE WRK-BOL-REGISTRO(WRK-SUB) TO BOL-REC
                   WRITE BOL-REC
               END-PERFORM
               CLOSE CADASTRO-BOLETOS
           END-IF.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           MOVE WRK-TOTAL-EMITIDO TO WRK-VALOR-ED
           DISPLAY 'BOLETOS EMITIDOS: ' WRK-QTD-EMITIDOS
               ' VALOR: ' WRK-VALOR-ED.
           DISPLAY 'PEDIDOS DE BAIXA: ' WRK-QTD-BAIXAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-REMESSA = 0
               DISPLAY 'NENHUMA PARCELA A COBRAR NEM BOLETO A BAIXAR'
               MOVE 0 TO RETURN-CODE
           END-IF.
