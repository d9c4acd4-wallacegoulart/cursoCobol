       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLRET.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DA COBRANCA
      *          (COBRET.DAT) CONTRA O CADASTRO DE BOLETOS DO
      *          BOLEMIT: CADA DETALHE E LOCALIZADO PELO NOSSO
      *          NUMERO; OCORRENCIA 06 (LIQUIDACAO) MARCA O BOLETO
      *          COMO LIQUIDADO E GRAVA O RECEBIMENTO NO RECEBTR.DAT
      *          PARA A BAIXA DO RECEBER, SEM DIGITACAO; 02 (ENTRADA
      *          CONFIRMADA) SO E CONTADA; 09 (BAIXA) MARCA O BOLETO
      *          COMO BAIXADO; 03 (ENTRADA REJEITADA) E 23
      *          (ENCAMINHADO A PROTESTO) MARCAM O BOLETO E VAO PARA
      *          O ARQUIVO DE EXCECOES DA COBRANCA (BOLRETEXC.DAT),
      *          CONSOLIDADO PELO EXCDIARIO, JUNTO COM NOSSO NUMERO
      *          DESCONHECIDO, LIQUIDACAO EM DUPLICIDADE E OCORRENCIA
      *          NAO TRATADA; RETORNO SEM HEADER OU COM TRAILER QUE
      *          NAO CONFERE E RECUSADO INTEIRO COM RC=8; RC=4
      *          QUANDO HOUVE EXCECOES
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - RECEBIMENTO GRAVADO COM A MARCA
      *            DE PROCESSADO EM BRANCO (BAIXA PELO RECEBER)
      *ALTERACAO = 15/10/2026 - RETORNO PROCESSADO E CONSUMIDO NO
      *            FINAL (NAO E REPROCESSADO NO DIA SEGUINTE); SEM
      *            RETORNO OU RETORNO VAZIO TERMINA COM RC=0
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-COBRANCA ASSIGN TO "DATA/COBRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT CADASTRO-BOLETOS ASSIGN TO "DATA/BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOL-STATUS.

           SELECT RECEBIMENTOS ASSIGN TO "DATA/RECEBTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCB-STATUS.

           SELECT EXCECOES-COBRANCA ASSIGN TO "DATA/BOLRETEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-RETORNO ASSIGN TO "DATA/BOLRETREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-COBRANCA.
       01  CRT-HEADER.
           05  CRT-HDR-TIPO          PIC X(01).
           05  CRT-HDR-ARQUIVO       PIC X(08).
           05  CRT-HDR-DATA-RETORNO  PIC 9(08).
       01  CRT-DETALHE.
           05  CRT-DET-TIPO          PIC X(01).
           05  CRT-DET-NOSSO-NUMERO  PIC 9(11).
           05  CRT-DET-OCORRENCIA    PIC X(02).
           05  CRT-DET-DATA          PIC 9(08).
           05  CRT-DET-VALOR-PAGO    PIC 9(09)V99.
           05  CRT-DET-MOTIVO        PIC X(30).
       01  CRT-TRAILER.
           05  CRT-TRL-TIPO          PIC X(01).
           05  CRT-TRL-QTD           PIC 9(06).

       FD  CADASTRO-BOLETOS.
       COPY "BOLETOS.CPY".

       FD  RECEBIMENTOS.
       01  RCB-REC.
           05  RCB-FATURA         PIC 9(06).
           05  RCB-PARCELA        PIC 9(02).
           05  RCB-DATA-PAGAMENTO PIC 9(08).
           05  RCB-VALOR-PAGO     PIC 9(09)V99.
           05  RCB-PROCESSADO     PIC X(01).

       FD  EXCECOES-COBRANCA.
       01  EXC-COB-REC.
           05  EXC-COB-NOSSO-NUMERO PIC 9(11).
           05  EXC-COB-FATURA       PIC 9(06).
           05  EXC-COB-PARCELA      PIC 9(02).
           05  EXC-COB-OCORRENCIA   PIC X(02).
           05  EXC-COB-DATA         PIC 9(08).
           05  EXC-COB-MOTIVO       PIC X(32).

       FD  RELATORIO-RETORNO.
       01  REL-LINHA              PIC X(100).

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
       77  WRK-RET-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-BOL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RCB-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-RETORNO    PIC 9(08)    VALUE ZEROS.
       77  WRK-TRAILER-LIDO    PIC X        VALUE 'N'.
           88  TRAILER-LIDO    VALUE 'Y'.
       77  WRK-TRL-QTD         PIC 9(06)    VALUE ZEROS.
       77  WRK-RET-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-BOL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  BOLETO-ENCONTRADO VALUE 'Y'.
       77  WRK-MOTIVO          PIC X(32)    VALUE SPACES.
       77  WRK-SITUACAO-TXT    PIC X(20)    VALUE SPACES.
       77  WRK-QTD-LIQUIDADOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CONFIRMADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-BAIXADOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-EXCECOES    PIC 9(05)    VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-RETORNO.
           05  WRK-RET-ITEM OCCURS 500 TIMES.
               10  WRK-RET-NOSSO-NUMERO PIC 9(11).
               10  WRK-RET-OCORRENCIA   PIC X(02).
               10  WRK-RET-DATA         PIC 9(08).
               10  WRK-RET-VALOR-PAGO   PIC 9(09)V99.
               10  WRK-RET-MOTIVO       PIC X(30).

       01  WRK-TAB-BOLETOS.
           05  WRK-BOL-ITEM OCCURS 500 TIMES.
               10  WRK-BOL-REGISTRO PIC X(90).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-RETORNO.
           PERFORM 0120-CARREGAR-BOLETOS.

           OPEN OUTPUT EXCECOES-COBRANCA.
           OPEN OUTPUT RELATORIO-RETORNO.

           MOVE SPACES TO REL-LINHA
           STRING 'RETORNO DA COBRANCA BANCARIA - ' DELIMITED BY SIZE
               WRK-DATA-RETORNO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

      **********RETORNO EM MEMORIA, CONFERIDO PELO TRAILER******
       0110-CARREGAR-RETORNO.
           OPEN INPUT RETORNO-COBRANCA
           IF WRK-RET-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE RETORNO DA COBRANCA - '
                   'NADA A PROCESSAR'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           READ RETORNO-COBRANCA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
      *    ARQUIVO VAZIO E O RETORNO JA CONSUMIDO NA RODADA ANTERIOR
           IF FIM-ARQUIVO
               CLOSE RETORNO-COBRANCA
               DISPLAY 'RETORNO DA COBRANCA VAZIO - NADA A PROCESSAR'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CRT-HDR-TIPO NOT = '0'
               DISPLAY 'RETORNO DA COBRANCA SEM HEADER - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CRT-HDR-DATA-RETORNO TO WRK-DATA-RETORNO

           READ RETORNO-COBRANCA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               EVALUATE CRT-DET-TIPO
                   WHEN '1'
                       IF WRK-RET-QTD >= 500
                           DISPLAY 'ERRO: RETORNO EXCEDE O LIMITE DE '
                               '500 DETALHES - PROCESSAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-RET-QTD
                       MOVE CRT-DET-NOSSO-NUMERO TO
                           WRK-RET-NOSSO-NUMERO(WRK-RET-QTD)
                       MOVE CRT-DET-OCORRENCIA TO
                           WRK-RET-OCORRENCIA(WRK-RET-QTD)
                       MOVE CRT-DET-DATA TO WRK-RET-DATA(WRK-RET-QTD)
                       MOVE CRT-DET-VALOR-PAGO TO
                           WRK-RET-VALOR-PAGO(WRK-RET-QTD)
                       MOVE CRT-DET-MOTIVO TO
                           WRK-RET-MOTIVO(WRK-RET-QTD)
                   WHEN '9'
                       MOVE 'Y' TO WRK-TRAILER-LIDO
                       MOVE CRT-TRL-QTD TO WRK-TRL-QTD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ RETORNO-COBRANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE RETORNO-COBRANCA

           IF NOT TRAILER-LIDO OR WRK-TRL-QTD NOT = WRK-RET-QTD
               DISPLAY 'TRAILER DO RETORNO NAO CONFERE (TRAILER: '
                   WRK-TRL-QTD ' LIDOS: ' WRK-RET-QTD
                   ') - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WRK-RET-QTD = 0
               DISPLAY 'RETORNO DA COBRANCA SEM DETALHES - NADA A '
                   'PROCESSAR'
               OPEN OUTPUT RETORNO-COBRANCA
               CLOSE RETORNO-COBRANCA
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********CADASTRO DE BOLETOS EM MEMORIA******************
       0120-CARREGAR-BOLETOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CADASTRO-BOLETOS
           IF WRK-BOL-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO DE BOLETOS EMITIDOS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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
               READ CADASTRO-BOLETOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-BOLETOS.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           OPEN EXTEND RECEBIMENTOS
           IF WRK-RCB-STATUS NOT = '00'
               OPEN OUTPUT RECEBIMENTOS
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RET-QTD
               PERFORM 0250-TRATAR-OCORRENCIA
           END-PERFORM

           CLOSE RECEBIMENTOS.

      **********UMA OCORRENCIA DO RETORNO***********************
       0250-TRATAR-OCORRENCIA.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB2
           PERFORM UNTIL WRK-SUB2 > WRK-BOL-QTD OR BOLETO-ENCONTRADO
               MOVE WRK-BOL-REGISTRO(WRK-SUB2) TO BOL-REC
               IF BOL-NOSSO-NUMERO = WRK-RET-NOSSO-NUMERO(WRK-SUB)
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB2
               END-IF
           END-PERFORM

           IF NOT BOLETO-ENCONTRADO
               MOVE ZEROS TO BOL-FATURA
               MOVE ZEROS TO BOL-PARCELA
               MOVE 'NOSSO NUMERO NAO CADASTRADO' TO WRK-MOTIVO
               PERFORM 0270-GRAVAR-EXCECAO
           ELSE
               EVALUATE WRK-RET-OCORRENCIA(WRK-SUB)
                   WHEN '02'
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                       MOVE 'ENTRADA CONFIRMADA' TO WRK-SITUACAO-TXT
                       PERFORM 0280-IMPRIMIR-OCORRENCIA
                   WHEN '06'
                       PERFORM 0260-LIQUIDAR-BOLETO
                   WHEN '09'
                       MOVE 'B' TO BOL-SITUACAO
                       PERFORM 0265-ATUALIZAR-BOLETO
                       ADD 1 TO WRK-QTD-BAIXADOS
                       MOVE 'BAIXADO PELO BANCO' TO WRK-SITUACAO-TXT
                       PERFORM 0280-IMPRIMIR-OCORRENCIA
                   WHEN '03'
                       MOVE 'J' TO BOL-SITUACAO
                       PERFORM 0265-ATUALIZAR-BOLETO
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'REJEITADO: ' DELIMITED BY SIZE
                           WRK-RET-MOTIVO(WRK-SUB) DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0270-GRAVAR-EXCECAO
                   WHEN '23'
                       MOVE 'P' TO BOL-SITUACAO
                       PERFORM 0265-ATUALIZAR-BOLETO
                       MOVE 'ENCAMINHADO A PROTESTO' TO WRK-MOTIVO
                       PERFORM 0270-GRAVAR-EXCECAO
                   WHEN OTHER
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'OCORRENCIA NAO TRATADA '
                           DELIMITED BY SIZE
                           WRK-RET-OCORRENCIA(WRK-SUB) DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0270-GRAVAR-EXCECAO
               END-EVALUATE
           END-IF.

      **********LIQUIDACAO: RECEBIMENTO PARA O RECEBER**********
       0260-LIQUIDAR-BOLETO.
           IF BOL-LIQUIDADO
               MOVE 'LIQUIDACAO EM DUPLICIDADE' TO WRK-MOTIVO
               PERFORM 0270-GRAVAR-EXCECAO
           ELSE
               MOVE 'L' TO BOL-SITUACAO
               MOVE WRK-RET-VALOR-PAGO(WRK-SUB) TO BOL-VALOR-PAGO
               PERFORM 0265-ATUALIZAR-BOLETO

               MOVE BOL-FATURA                  TO RCB-FATURA
               MOVE BOL-PARCELA                 TO RCB-PARCELA
               MOVE WRK-RET-DATA(WRK-SUB)       TO RCB-DATA-PAGAMENTO
               MOVE WRK-RET-VALOR-PAGO(WRK-SUB) TO RCB-VALOR-PAGO
               MOVE SPACES                      TO RCB-PROCESSADO
               WRITE RCB-REC

               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD WRK-RET-VALOR-PAGO(WRK-SUB) TO WRK-TOTAL-LIQUIDADO
               MOVE 'LIQUIDADO' TO WRK-SITUACAO-TXT
               PERFORM 0280-IMPRIMIR-OCORRENCIA
           END-IF.

       0265-ATUALIZAR-BOLETO.
           MOVE WRK-RET-DATA(WRK-SUB) TO BOL-DATA-OCORRENCIA
           MOVE BOL-REC TO WRK-BOL-REGISTRO(WRK-SUB2).

      **********EXCECAO DA COBRANCA PARA O EXCDIARIO************
       0270-GRAVAR-EXCECAO.
           MOVE WRK-RET-NOSSO-NUMERO(WRK-SUB) TO EXC-COB-NOSSO-NUMERO
           MOVE BOL-FATURA                    TO EXC-COB-FATURA
           MOVE BOL-PARCELA                   TO EXC-COB-PARCELA
           MOVE WRK-RET-OCORRENCIA(WRK-SUB)   TO EXC-COB-OCORRENCIA
           MOVE WRK-RET-DATA(WRK-SUB)         TO EXC-COB-DATA
           MOVE WRK-MOTIVO                    TO EXC-COB-MOTIVO
           WRITE EXC-COB-REC
           ADD 1 TO WRK-QTD-EXCECOES

           MOVE WRK-MOTIVO TO WRK-SITUACAO-TXT
           MOVE SPACES TO REL-LINHA
           STRING 'NOSSO NUMERO ' DELIMITED BY SIZE
               WRK-RET-NOSSO-NUMERO(WRK-SUB) DELIMITED BY SIZE
               ' FATURA ' DELIMITED BY SIZE
               BOL-FATURA DELIMITED BY SIZE
               ' PARCELA ' DELIMITED BY SIZE
               BOL-PARCELA DELIMITED BY SIZE
               ' *** ' DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0280-IMPRIMIR-OCORRENCIA.
           MOVE WRK-RET-VALOR-PAGO(WRK-SUB) TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'NOSSO NUMERO ' DELIMITED BY SIZE
               WRK-RET-NOSSO-NUMERO(WRK-SUB) DELIMITED BY SIZE
               ' FATURA ' DELIMITED BY SIZE
               BOL-FATURA DELIMITED BY SIZE
               ' PARCELA ' DELIMITED BY SIZE
               BOL-PARCELA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RET-DATA(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'BOLRET  ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           OPEN OUTPUT CADASTRO-BOLETOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-BOL-QTD
               MOVE WRK-BOL-REGISTRO(WRK-SUB) TO BOL-REC
               WRITE BOL-REC
           END-PERFORM
           CLOSE CADASTRO-BOLETOS.

      *    RETORNO PROCESSADO E CONSUMIDO: A PROXIMA RODADA SO VE O
      *    PROXIMO ARQUIVO DO BANCO
           OPEN OUTPUT RETORNO-COBRANCA
           CLOSE RETORNO-COBRANCA.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-LIQUIDADO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'LIQUIDADOS: ' DELIMITED BY SIZE
               WRK-QTD-LIQUIDADOS DELIMITED BY SIZE
               ' VALOR RECEBIDO: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'CONFIRMADOS: ' DELIMITED BY SIZE
               WRK-QTD-CONFIRMADOS DELIMITED BY SIZE
               ' BAIXADOS: ' DELIMITED BY SIZE
               WRK-QTD-BAIXADOS DELIMITED BY SIZE
               ' EXCECOES: ' DELIMITED BY SIZE
               WRK-QTD-EXCECOES DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE EXCECOES-COBRANCA
           CLOSE RELATORIO-RETORNO.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           DISPLAY 'BOLETOS LIQUIDADOS: ' WRK-QTD-LIQUIDADOS
               ' VALOR: ' WRK-TOTAL-ED.
           DISPLAY 'EXCECOES DA COBRANCA: ' WRK-QTD-EXCECOES.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
