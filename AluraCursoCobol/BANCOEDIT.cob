      *          COM RC=4, EM VEZ DE DEIXAR O CREDITO QUICAR NO
      *          BANCO (QUE COBRA POR REJEICAO)
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CRITICA TAMBEM DA REMESSA NO PADRAO
      *            CNAB 240 (LAYOUT RECONHECIDO PELO HEADER): CADA
      *            SEGMENTO A PASSA PELAS MESMAS REGRAS, O PAGAMENTO
      *            EXCLUIDO SAI COM O SEU SEGMENTO B E A REMESSA E
      *            REGRAVADA COM LOTES RENUMERADOS (LOTE QUE FICOU
      *            VAZIO SAI) E TRAILERS DE LOTE E DE ARQUIVO
      *            RECALCULADOS
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  REM-TRL-TIPO          PIC X(01).
           05  REM-TRL-QTD           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  REM-REGISTRO-CNAB         PIC X(240).

       FD  CADASTRO-BANCOS.
       01  BCO-REC.
           05  WRK-DET-ITEM OCCURS 200 TIMES.
               10  WRK-DET-REGISTRO PIC X(53).

       77  WRK-LAYOUT          PIC X(01)    VALUE 'P'.
           88  LAYOUT-CNAB     VALUE 'C'.
           88  LAYOUT-PROPRIO  VALUE 'P'.
       77  WRK-ULTIMO-A        PIC X(01)    VALUE 'N'.
           88  ULTIMO-A-MANTIDO VALUE 'S'.
       77  WRK-DV-CONTA        PIC 9(01)    VALUE ZEROS.
       77  WRK-LOT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-LOT-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-SEG-LOTE    PIC 9(03)    VALUE ZEROS.
       77  WRK-LOTE            PIC 9(04)    VALUE ZEROS.
       77  WRK-SEQ-LOTE        PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-LOTE      PIC 9(16)V99 VALUE ZEROS.
       77  WRK-QTD-LOTES       PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-REG-ARQUIVO PIC 9(06)    VALUE ZEROS.
       77  WRK-BANCO-CNAB      PIC 9(03)    VALUE ZEROS.
       77  WRK-HDR-ARQUIVO-CNAB PIC X(240)  VALUE SPACES.

      *    HEADERS DE LOTE E PAGAMENTOS (SEGMENTO A COM O SEU B)
      *    MANTIDOS NA REMESSA CNAB 240
       01  WRK-TAB-LOTES-CNAB.
           05  WRK-LOT-ITEM OCCURS 100 TIMES.
               10  WRK-LOT-REGISTRO PIC X(240).

       01  WRK-TAB-SEGMENTOS-CNAB.
           05  WRK-SEG-ITEM OCCURS 200 TIMES.
               10  WRK-SEG-LOTE     PIC 9(03).
               10  WRK-SEG-A        PIC X(240).
               10  WRK-SEG-B        PIC X(240).

       COPY "CNAB240.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
               AT END MOVE 'Y' TO WRK-REM-EOF
           END-READ.

      *    HEADER CNAB 240: LOTE 0000 E TIPO 0 NAS POSICOES 4 A 8
           IF NOT FIM-REMESSA
               AND REM-REGISTRO-CNAB(4:5) = '00000'
               MOVE REM-REGISTRO-CNAB TO CNB-REGISTRO
               IF NOT CNB-HA-REMESSA
                   DISPLAY 'ARQUIVO CNAB 240 NAO E REMESSA - '
                       'PROCESSAMENTO RECUSADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET LAYOUT-CNAB TO TRUE
               MOVE CNB-REGISTRO TO WRK-HDR-ARQUIVO-CNAB
               MOVE CNB-HA-BANCO TO WRK-BANCO-CNAB
           ELSE
               IF FIM-REMESSA OR REM-HDR-TIPO NOT = '0'
                   DISPLAY 'REMESSA SEM HEADER DE CONTROLE - '
                       'PROCESSAMENTO RECUSADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REM-HDR-DATA-GERACAO TO WRK-DATA-GERACAO
               MOVE REM-HDR-DATA-FOLHA   TO WRK-DATA-FOLHA
           END-IF.

           OPEN OUTPUT EXCECOES-REMESSA.

           READ REMESSA-BANCO

       0200-PROCESSAR.
           PERFORM UNTIL FIM-REMESSA
               IF LAYOUT-CNAB
                   PERFORM 0270-TRATAR-REGISTRO-CNAB
               ELSE
                   IF REM-DET-TIPO = '1'
                       PERFORM 0250-CRITICAR-DETALHE
                   END-IF
               END-IF

               READ REMESSA-BANCO

      **********CRITICA DE UM DETALHE DA REMESSA***************
       0250-CRITICAR-DETALHE.
           PERFORM 0252-APURAR-MOTIVO

           IF WRK-MOTIVO = SPACES
               IF WRK-DET-QTD >= 200
               ADD 1 TO WRK-QTD-LIMPOS
               ADD REM-DET-VALOR TO WRK-VALOR-LIMPO
           ELSE
               PERFORM 0258-GRAVAR-EXCECAO
           END-IF.

      **********MOTIVO DE EXCLUSAO DO DETALHE (BRANCO = LIMPO)**
       0252-APURAR-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO

           PERFORM 0255-LOCALIZAR-BANCO
           IF NOT BANCO-ENCONTRADO
               MOVE 'BANCO INEXISTENTE NO CADASTRO' TO WRK-MOTIVO
           ELSE
               IF WRK-REGRA-DIGITO = '1'
                   MOVE REM-DET-CONTA TO WRK-CONTA
                   PERFORM 0260-VALIDAR-DIGITO-CONTA
                   IF DIGITO-INVALIDO
                       MOVE 'DIGITO DA CONTA INVALIDO' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

       0258-GRAVAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCLUIDOS
           MOVE REM-DET-NUMERO  TO EXC-NUMERO
           MOVE REM-DET-NOME    TO EXC-NOME
           MOVE REM-DET-BANCO   TO EXC-BANCO
           MOVE REM-DET-AGENCIA TO EXC-AGENCIA
           MOVE REM-DET-CONTA   TO EXC-CONTA
           MOVE REM-DET-VALOR   TO EXC-VALOR
           MOVE WRK-MOTIVO      TO EXC-MOTIVO
           WRITE EXC-REC
           DISPLAY 'FUNC ' REM-DET-NUMERO ' EXCLUIDO DA '
               'REMESSA - ' WRK-MOTIVO.

       0255-LOCALIZAR-BANCO.
           MOVE 'N' TO WRK-BCO-ACHADO
           MOVE '0' TO WRK-REGRA-DIGITO
               SET DIGITO-INVALIDO TO TRUE
           END-IF.

      **********REGISTRO DA REMESSA CNAB 240*******************
      *OS TRAILERS SAO DESPREZADOS NA LEITURA E RECALCULADOS NA
      *REGRAVACAO; O SEGMENTO B ACOMPANHA O SEGMENTO A ANTERIOR
       0270-TRATAR-REGISTRO-CNAB.
           MOVE REM-REGISTRO-CNAB TO CNB-REGISTRO

           EVALUATE TRUE
               WHEN CNB-HEADER-LOTE
                   IF WRK-LOT-QTD >= 100
                       DISPLAY 'ERRO: REMESSA EXCEDE O LIMITE DE 100 '
                           'LOTES - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-LOT-QTD
                   MOVE CNB-REGISTRO TO WRK-LOT-REGISTRO(WRK-LOT-QTD)
               WHEN CNB-DETALHE AND CNB-SEGMENTO-A
                   PERFORM 0275-CRITICAR-SEGMENTO-A
               WHEN CNB-DETALHE AND CNB-SEGMENTO-B
                   IF ULTIMO-A-MANTIDO
                       MOVE CNB-REGISTRO TO WRK-SEG-B(WRK-SEG-QTD)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **********CRITICA DE UM SEGMENTO A***********************
      *O SEGMENTO A E VISTO COMO UM DETALHE DO LAYOUT PROPRIO (A
      *CONTA VOLTA A TER O DIGITO NA ULTIMA POSICAO) PARA PASSAR
      *PELAS MESMAS REGRAS E GRAVAR A MESMA EXCECAO
       0275-CRITICAR-SEGMENTO-A.
           MOVE '1'                   TO REM-DET-TIPO
           MOVE CNB-A-SEU-NUMERO-ID   TO REM-DET-NUMERO
           MOVE CNB-A-NOME-FAV        TO REM-DET-NOME
           MOVE CNB-A-BANCO-FAV       TO REM-DET-BANCO
           MOVE CNB-A-AGENCIA-FAV     TO REM-DET-AGENCIA
           MOVE CNB-A-VALOR-PAGAMENTO TO REM-DET-VALOR
           MOVE 0 TO WRK-DV-CONTA
           IF CNB-A-CONTA-DV-FAV IS NUMERIC
               MOVE CNB-A-CONTA-DV-FAV TO WRK-DV-CONTA
           END-IF
           COMPUTE REM-DET-CONTA = CNB-A-CONTA-FAV * 10 + WRK-DV-CONTA

           PERFORM 0252-APURAR-MOTIVO

           IF WRK-MOTIVO = SPACES
               IF WRK-SEG-QTD >= 200
                   DISPLAY 'ERRO: REMESSA EXCEDE O LIMITE DE 200 '
                       'DETALHES - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SEG-QTD
               MOVE WRK-LOT-QTD  TO WRK-SEG-LOTE(WRK-SEG-QTD)
               MOVE CNB-REGISTRO TO WRK-SEG-A(WRK-SEG-QTD)
               MOVE SPACES       TO WRK-SEG-B(WRK-SEG-QTD)
               ADD 1 TO WRK-QTD-LIMPOS
               ADD CNB-A-VALOR-PAGAMENTO TO WRK-VALOR-LIMPO
               SET ULTIMO-A-MANTIDO TO TRUE
           ELSE
               PERFORM 0258-GRAVAR-EXCECAO
               MOVE 'N' TO WRK-ULTIMO-A
           END-IF.

       0300-FINALIZAR.
           IF LAYOUT-CNAB
               PERFORM 0350-REGRAVAR-REMESSA-CNAB
           ELSE
               PERFORM 0340-REGRAVAR-REMESSA
           END-IF

           CLOSE EXCECOES-REMESSA.

           DISPLAY '------------------'.
           DISPLAY 'DETALHES LIMPOS......: ' WRK-QTD-LIMPOS.
           DISPLAY 'DETALHES EXCLUIDOS...: ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-EXCLUIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0340-REGRAVAR-REMESSA.
      *    REGRAVA A REMESSA SO COM OS DETALHES LIMPOS E O TRAILER
      *    CORRIGIDO
           OPEN OUTPUT REMESSA-BANCO
           MOVE WRK-VALOR-LIMPO TO REM-TRL-VALOR-TOTAL
           WRITE REM-TRAILER

           CLOSE REMESSA-BANCO.

      **********REGRAVACAO DA REMESSA CNAB 240*****************
      *MESMO HEADER DE ARQUIVO (MESMO NSA); SO OS LOTES QUE FICARAM
      *COM PAGAMENTO, RENUMERADOS, COM OS SEGMENTOS RENUMERADOS E
      *OS TOTAIS DE CONTROLE RECALCULADOS
       0350-REGRAVAR-REMESSA-CNAB.
           OPEN OUTPUT REMESSA-BANCO
           WRITE REM-REGISTRO-CNAB FROM WRK-HDR-ARQUIVO-CNAB
           MOVE 1 TO WRK-QTD-REG-ARQUIVO

           PERFORM VARYING WRK-LOT-SUB FROM 1 BY 1
                   UNTIL WRK-LOT-SUB > WRK-LOT-QTD
               PERFORM 0360-REGRAVAR-LOTE
           END-PERFORM

           ADD 1 TO WRK-QTD-REG-ARQUIVO
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-TRL-ARQUIVO
           MOVE WRK-BANCO-CNAB      TO CNB-TA-BANCO
           MOVE 9999                TO CNB-TA-LOTE
           MOVE '9'                 TO CNB-TA-TIPO
           MOVE WRK-QTD-LOTES       TO CNB-TA-QTD-LOTES
           MOVE WRK-QTD-REG-ARQUIVO TO CNB-TA-QTD-REGISTROS
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO

           CLOSE REMESSA-BANCO.

       0360-REGRAVAR-LOTE.
           MOVE 0 TO WRK-QTD-SEG-LOTE
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-SEG-QTD
               IF WRK-SEG-LOTE(WRK-SUB) = WRK-LOT-SUB
                   ADD 1 TO WRK-QTD-SEG-LOTE
               END-IF
           END-PERFORM

           IF WRK-QTD-SEG-LOTE > 0
               ADD 1 TO WRK-LOTE
               ADD 1 TO WRK-QTD-LOTES
               MOVE 0 TO WRK-SEQ-LOTE
               MOVE 0 TO WRK-VALOR-LOTE

               MOVE WRK-LOT-REGISTRO(WRK-LOT-SUB) TO CNB-REGISTRO
               MOVE WRK-LOTE TO CNB-HL-LOTE
               WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
               ADD 1 TO WRK-QTD-REG-ARQUIVO

               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-SEG-QTD
                   IF WRK-SEG-LOTE(WRK-SUB) = WRK-LOT-SUB
                       PERFORM 0370-REGRAVAR-SEGMENTOS
                   END-IF
               END-PERFORM

               MOVE SPACES TO CNB-REGISTRO
               INITIALIZE CNB-TRL-LOTE
               MOVE WRK-BANCO-CNAB TO CNB-TL-BANCO
               MOVE WRK-LOTE       TO CNB-TL-LOTE
               MOVE '5'            TO CNB-TL-TIPO
               COMPUTE CNB-TL-QTD-REGISTROS = WRK-SEQ-LOTE + 2
               MOVE WRK-VALOR-LOTE TO CNB-TL-VALOR-TOTAL
               WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
               ADD 1 TO WRK-QTD-REG-ARQUIVO
           END-IF.

       0370-REGRAVAR-SEGMENTOS.
           ADD 1 TO WRK-SEQ-LOTE
           MOVE WRK-SEG-A(WRK-SUB) TO CNB-REGISTRO
           MOVE WRK-LOTE     TO CNB-A-LOTE
           MOVE WRK-SEQ-LOTE TO CNB-A-NUM-REGISTRO
           ADD CNB-A-VALOR-PAGAMENTO TO WRK-VALOR-LOTE
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO

           IF WRK-SEG-B(WRK-SUB) NOT = SPACES
               ADD 1 TO WRK-SEQ-LOTE
               MOVE WRK-SEG-B(WRK-SUB) TO CNB-REGISTRO
               MOVE WRK-LOTE     TO CNB-B-LOTE
               MOVE WRK-SEQ-LOTE TO CNB-B-NUM-REGISTRO
               WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
               ADD 1 TO WRK-QTD-REG-ARQUIVO
           END-IF.
