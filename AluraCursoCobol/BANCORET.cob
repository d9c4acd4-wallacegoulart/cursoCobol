      *          REJEICOES E RC=8 QUANDO O RETORNO NAO CASA COM A
      *          REMESSA OU ESTA VAZIO
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - REMESSA E RETORNO NO PADRAO CNAB 240
      *            (LAYOUT RECONHECIDO PELO HEADER DA REMESSA): O
      *            SEGMENTO A DO RETORNO E CASADO PELO SEU NUMERO
      *            (FUNCIONARIO) E PELA DATA DE PAGAMENTO; OCORRENCIA
      *            00 OU BD E PAGAMENTO ACEITO, AM VIRA AGENCIA
      *            INVALIDA (02), AG E AN VIRAM CONTA INVALIDA (03) E
      *            AS DEMAIS SEGUEM COM O CODIGO DO BANCO
      *ALTERACAO = 15/10/2026 - CREDITOS DE PENSAO ALIMENTICIA DO
      *            EXE02PEN.DAT RECONHECIDOS NA REMESSA; CASAMENTO POR
      *            NUMERO E VALOR ANTES DE SO O NUMERO; PENSAO REJEITADA
      *            NAO VAI PARA O BANCOREQ E SAI NO RELATORIO PARA
      *            CORRECAO NO PENMANUT
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELATORIO-RETORNO ASSIGN TO "DATA/BANCORETREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAGAMENTOS-PENSAO ASSIGN TO "DATA/EXE02PEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PPG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMESSA-BANCO.
           05  REM-TRL-TIPO          PIC X(01).
           05  REM-TRL-QTD           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  REM-REGISTRO-CNAB         PIC X(240).

       FD  RETORNO-BANCO.
       01  RET-HEADER.
       01  RET-TRAILER.
           05  RET-TRL-TIPO          PIC X(01).
           05  RET-TRL-QTD           PIC 9(06).
       01  RET-REGISTRO-CNAB         PIC X(240).

       FD  REAPRESENTACAO.
       01  REQ-REC.
       FD  RELATORIO-RETORNO.
       01  REL-LINHA                 PIC X(100).

       FD  PAGAMENTOS-PENSAO.
       COPY "EXE02PEN.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-REM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RET-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MOTIVO          PIC X(30)    VALUE SPACES.

       77  WRK-LAYOUT          PIC X(01)    VALUE 'P'.
           88  LAYOUT-CNAB     VALUE 'C'.
           88  LAYOUT-PROPRIO  VALUE 'P'.
       77  WRK-DATA-AAAAMMDD   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-DDMMAAAA   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-RETORNO    PIC 9(08)    VALUE ZEROS.

       77  WRK-PPG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PPG-EOF         PIC X        VALUE 'N'.
           88  FIM-PENSOES     VALUE 'Y'.
       77  WRK-QTD-PENSAO-REJ  PIC 9(05)    VALUE ZEROS.

       01  WRK-TAB-REMESSA.
           05  WRK-REM-ITEM OCCURS 200 TIMES.
               10  WRK-REM-NUMERO   PIC 9(06).
               10  WRK-REM-NOME     PIC X(20).
               10  WRK-REM-VALOR    PIC 9(09)V99.
               10  WRK-REM-SITUACAO PIC X(01).
               10  WRK-REM-PENSAO   PIC X(01).
                   88  CREDITO-PENSAO   VALUE 'S'.

       COPY "CNAB240.CPY".

       PROCEDURE DIVISION.

               AT END MOVE 'Y' TO WRK-RET-EOF
           END-READ.

           IF LAYOUT-CNAB
               PERFORM 0160-CONFERIR-RETORNO-CNAB
           ELSE
               IF FIM-RETORNO OR RET-HDR-TIPO NOT = '0'
                   OR RET-HDR-ARQUIVO NOT = 'BANCORET'
                   DISPLAY 'ERRO: RETORNO DO BANCO SEM HEADER DE '
                       'CONTROLE VALIDO - PROCESSAMENTO RECUSADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RET-HDR-DATA-FOLHA TO WRK-DATA-RETORNO
           END-IF.

           IF WRK-DATA-RETORNO NOT = WRK-DATA-FOLHA
               DISPLAY 'ERRO: DATA DE FOLHA DO RETORNO ('
                   WRK-DATA-RETORNO ') NAO CASA COM A REMESSA ('
                   WRK-DATA-FOLHA ') - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
               AT END MOVE 'Y' TO WRK-REM-EOF
           END-READ.

      *    HEADER CNAB 240: LOTE 0000 E TIPO 0 NAS POSICOES 4 A 8
           IF NOT FIM-REMESSA
               IF REM-REGISTRO-CNAB(4:5) = '00000'
                   SET LAYOUT-CNAB TO TRUE
                   READ REMESSA-BANCO
                       AT END MOVE 'Y' TO WRK-REM-EOF
                   END-READ
               ELSE
                   IF REM-HDR-TIPO = '0'
                       MOVE REM-HDR-DATA-FOLHA TO WRK-DATA-FOLHA
                       READ REMESSA-BANCO
                           AT END MOVE 'Y' TO WRK-REM-EOF
                       END-READ
                   END-IF
               END-IF
           END-IF.

           PERFORM UNTIL FIM-REMESSA
               IF LAYOUT-CNAB
                   MOVE REM-REGISTRO-CNAB TO CNB-REGISTRO
                   IF CNB-DETALHE AND CNB-SEGMENTO-A
                       MOVE '1'                   TO REM-DET-TIPO
                       MOVE CNB-A-SEU-NUMERO-ID   TO REM-DET-NUMERO
                       MOVE CNB-A-NOME-FAV        TO REM-DET-NOME
                       MOVE CNB-A-VALOR-PAGAMENTO TO REM-DET-VALOR
                       MOVE CNB-A-DATA-PAGAMENTO  TO WRK-DATA-DDMMAAAA
                       PERFORM 0180-CONVERTER-DATA
                       MOVE WRK-DATA-AAAAMMDD     TO WRK-DATA-FOLHA
                   ELSE
                       MOVE SPACES TO REM-DET-TIPO
                   END-IF
               END-IF
               IF REM-DET-TIPO = '1'
                   IF WRK-REM-QTD >= 200
                       DISPLAY 'ERRO: REMESSA BANCARIA EXCEDE O '
                   MOVE REM-DET-NOME   TO WRK-REM-NOME(WRK-REM-QTD)
                   MOVE REM-DET-VALOR  TO WRK-REM-VALOR(WRK-REM-QTD)
                   MOVE ' ' TO WRK-REM-SITUACAO(WRK-REM-QTD)
                   MOVE 'N' TO WRK-REM-PENSAO(WRK-REM-QTD)
               END-IF
               READ REMESSA-BANCO
                   AT END MOVE 'Y' TO WRK-REM-EOF
               STOP RUN
           END-IF.

           PERFORM 0155-MARCAR-PENSOES.

      **********CREDITOS DE PENSAO ALIMENTICIA NA REMESSA******
      *O DETALHE DE PENSAO TEM O NUMERO DO FUNCIONARIO QUE PAGA A
      *PENSAO E O NOME DO BENEFICIARIO; E RECONHECIDO PELO
      *EXE02PEN.DAT DA MESMA DATA DE FOLHA
       0155-MARCAR-PENSOES.
           OPEN INPUT PAGAMENTOS-PENSAO
           IF WRK-PPG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PAGAMENTOS-PENSAO
               AT END MOVE 'Y' TO WRK-PPG-EOF
           END-READ
           PERFORM UNTIL FIM-PENSOES
               IF PPG-DATA-EXEC = WRK-DATA-FOLHA
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-REM-QTD
                       IF WRK-REM-NUMERO(WRK-SUB) = PPG-NUMERO
                           AND WRK-REM-NOME(WRK-SUB) =
                               PPG-BENEF-NOME(1:20)
                           MOVE 'S' TO WRK-REM-PENSAO(WRK-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ PAGAMENTOS-PENSAO
                   AT END MOVE 'Y' TO WRK-PPG-EOF
               END-READ
           END-PERFORM
           CLOSE PAGAMENTOS-PENSAO.

      **********CONFERENCIA DO RETORNO CNAB 240****************
      *O RETORNO TEM DE SER CNAB 240 DE RETORNO (CODIGO 2) E A DATA
      *DE PAGAMENTO DO PRIMEIRO SEGMENTO A E A DATA DA FOLHA; DEPOIS
      *DA CONFERENCIA O ARQUIVO E REABERTO E POSICIONADO APOS O
      *HEADER
       0160-CONFERIR-RETORNO-CNAB.
           IF NOT FIM-RETORNO
               MOVE RET-REGISTRO-CNAB TO CNB-REGISTRO
           END-IF
           IF FIM-RETORNO OR RET-REGISTRO-CNAB(4:5) NOT = '00000'
               OR NOT CNB-HA-RETORNO
               DISPLAY 'ERRO: RETORNO DO BANCO SEM HEADER CNAB 240 '
                   'DE RETORNO - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL FIM-RETORNO OR WRK-DATA-RETORNO > 0
               READ RETORNO-BANCO
                   AT END MOVE 'Y' TO WRK-RET-EOF
               END-READ
               IF NOT FIM-RETORNO
                   MOVE RET-REGISTRO-CNAB TO CNB-REGISTRO
                   IF CNB-DETALHE AND CNB-SEGMENTO-A
                       MOVE CNB-A-DATA-PAGAMENTO TO WRK-DATA-DDMMAAAA
                       PERFORM 0180-CONVERTER-DATA
                       MOVE WRK-DATA-AAAAMMDD TO WRK-DATA-RETORNO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RETORNO-BANCO
           MOVE 'N' TO WRK-RET-EOF
           OPEN INPUT RETORNO-BANCO
           READ RETORNO-BANCO
               AT END MOVE 'Y' TO WRK-RET-EOF
           END-READ.

      **********SEGMENTO A DO RETORNO NO DETALHE DO RETORNO*****
      *OCORRENCIAS DO PADRAO TRADUZIDAS PARA OS CODIGOS QUE O
      *RELATORIO E O BANCOREQ.DAT JA USAM
       0170-CONVERTER-SEGMENTO-A.
           MOVE RET-REGISTRO-CNAB TO CNB-REGISTRO
           MOVE SPACES TO RET-DETALHE

           IF CNB-DETALHE AND CNB-SEGMENTO-A
               MOVE '1'                   TO RET-DET-TIPO
               MOVE CNB-A-SEU-NUMERO-ID   TO RET-DET-NUMERO
               MOVE CNB-A-VALOR-PAGAMENTO TO RET-DET-VALOR
               EVALUATE CNB-A-OCORRENCIA
                   WHEN '00'
                   WHEN 'BD'
                       MOVE '00' TO RET-DET-OCORRENCIA
                   WHEN 'AM'
                       MOVE '02' TO RET-DET-OCORRENCIA
                   WHEN 'AG'
                   WHEN 'AN'
                       MOVE '03' TO RET-DET-OCORRENCIA
                   WHEN OTHER
                       MOVE CNB-A-OCORRENCIA TO RET-DET-OCORRENCIA
               END-EVALUATE
           END-IF.

      **********DATA DDMMAAAA DO PADRAO PARA AAAAMMDD**********
       0180-CONVERTER-DATA.
           MOVE WRK-DATA-DDMMAAAA(5:4) TO WRK-DATA-AAAAMMDD(1:4)
           MOVE WRK-DATA-DDMMAAAA(3:2) TO WRK-DATA-AAAAMMDD(5:2)
           MOVE WRK-DATA-DDMMAAAA(1:2) TO WRK-DATA-AAAAMMDD(7:2).

       0200-PROCESSAR.
           PERFORM UNTIL FIM-RETORNO
               IF LAYOUT-CNAB
                   PERFORM 0170-CONVERTER-SEGMENTO-A
               END-IF
               IF RET-DET-TIPO = '1'
                   PERFORM 0250-CASAR-DETALHE
               END-IF
           END-PERFORM.

      **********CASAMENTO DE UM DETALHE DO RETORNO*************
      *O FUNCIONARIO QUE PAGA PENSAO TEM MAIS DE UM DETALHE NA
      *REMESSA; O CASAMENTO TENTA PRIMEIRO NUMERO E VALOR E DEPOIS
      *SO O NUMERO
       0250-CASAR-DETALHE.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB

           PERFORM UNTIL WRK-SUB > WRK-REM-QTD OR DETALHE-ENCONTRADO
               IF WRK-REM-NUMERO(WRK-SUB) = RET-DET-NUMERO
                   AND WRK-REM-VALOR(WRK-SUB) = RET-DET-VALOR
                   AND WRK-REM-SITUACAO(WRK-SUB) = ' '
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
               END-IF
           END-PERFORM

           IF NOT DETALHE-ENCONTRADO
               MOVE 1 TO WRK-SUB
               PERFORM UNTIL WRK-SUB > WRK-REM-QTD
                       OR DETALHE-ENCONTRADO
                   IF WRK-REM-NUMERO(WRK-SUB) = RET-DET-NUMERO
                       AND WRK-REM-SITUACAO(WRK-SUB) = ' '
                       MOVE 'Y' TO WRK-ACHADO
                   ELSE
                       ADD 1 TO WRK-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF NOT DETALHE-ENCONTRADO
               ADD 1 TO WRK-QTD-SEM-REMESSA
               MOVE SPACES TO REL-LINHA
                   ADD 1 TO WRK-QTD-REJEITADOS
                   ADD WRK-REM-VALOR(WRK-SUB) TO WRK-VALOR-REJEITADO
                   PERFORM 0260-GRAVAR-SITUACAO
                   IF CREDITO-PENSAO(WRK-SUB)
                       PERFORM 0275-REGISTRAR-PENSAO-REJEITADA
                   ELSE
                       PERFORM 0270-GRAVAR-REAPRESENTACAO
                   END-IF
               END-IF
           END-IF.

           MOVE RET-DET-OCORRENCIA      TO REQ-OCORRENCIA
           WRITE REQ-REC.

      **********CREDITO DE PENSAO REJEITADO********************
      *NAO VAI PARA O BANCOREQ (A REAPRESENTACAO CREDITARIA A CONTA
      *DO FUNCIONARIO); A CONTA DO BENEFICIARIO E CORRIGIDA NO
      *PENMANUT E O CREDITO E REEMITIDO PELO DEPARTAMENTO PESSOAL
       0275-REGISTRAR-PENSAO-REJEITADA.
           ADD 1 TO WRK-QTD-PENSAO-REJ
           MOVE SPACES TO REL-LINHA
           STRING '    CREDITO DE PENSAO ALIMENTICIA - CORRIGIR A '
               DELIMITED BY SIZE
               'CONTA NO PENMANUT E REEMITIR' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE '---------------------------------------------' TO
               REL-LINHA.

           DISPLAY 'LIQUIDADOS...........: ' WRK-QTD-LIQUIDADOS.
           DISPLAY 'REJEITADOS...........: ' WRK-QTD-REJEITADOS.
           DISPLAY 'PENSOES REJEITADAS...: ' WRK-QTD-PENSAO-REJ.
           DISPLAY 'RETORNOS SEM REMESSA.: ' WRK-QTD-SEM-REMESSA.
           DISPLAY 'FIM DE PROCESSAMENTO'.

