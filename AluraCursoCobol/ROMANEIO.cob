       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROMANEIO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ROMANEIO DE EMBARQUE POR TRANSPORTADORA: TODO
      *          PEDIDO COM STATUS ENVIADO AINDA SEM ROMANEIO ENTRA NO
      *          ROMANEIO DO DIA DA SUA TRANSPORTADORA (PED-TRANSP),
      *          COM DESTINATARIO E ENDERECO DO CLIMAST, UF DE
      *          ENTREGA, PESO PELO PRODMAST, VALOR DECLARADO E FRETE
      *          COTADO, TOTAIS DE VOLUMES, PESO E VALOR E O BLOCO DE
      *          ASSINATURA DO MOTORISTA (DATA/ROMRELnnnnnn.DAT); GERA
      *          UMA ETIQUETA POR VOLUME (DATA/ETIQUETAnnnnnn.DAT,
      *          UM VOLUME POR LINHA DO PEDIDO), GRAVA O NUMERO DO
      *          ROMANEIO NO PEDIDO E OS TOTAIS NO ROMANEIO.DAT PARA O
      *          FRETECONC CONFERIR A FATURA POR ROMANEIO; PEDIDO SEM
      *          CLIENTE NO CADASTRO SAI NO ROMANEIO MAS DA RC=4 E
      *          RC=8 QUANDO NAO HA PEDIDO ENVIADO SEM ROMANEIO
      *DATA = 15/10/2026
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

           SELECT CLIENTE-MASTER ASSIGN TO "DATA/CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT TRANSPORTADORA-MASTER ASSIGN TO "DATA/TRANSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRP-STATUS.

           SELECT CADASTRO-ROMANEIOS ASSIGN TO "DATA/ROMANEIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROM-STATUS.

           SELECT RELATORIO-ROMANEIO ASSIGN TO DYNAMIC
               WRK-NOME-ROMANEIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ETIQUETAS ASSIGN TO DYNAMIC
               WRK-NOME-ETIQUETAS
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

       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  TRANSPORTADORA-MASTER.
       01  TRP-REC.
           05  TRP-CODIGO             PIC 9(03).
           05  TRP-NOME               PIC X(20).
           05  TRP-BANCO              PIC 9(03).
           05  TRP-AGENCIA            PIC 9(04).
           05  TRP-CONTA              PIC 9(08).
           05  TRP-FATOR              PIC 9V99.
           05  TRP-ATIVA              PIC X(01).

       FD  CADASTRO-ROMANEIOS.
       COPY "ROMANEIO.CPY".

       FD  RELATORIO-ROMANEIO.
       01  REL-LINHA              PIC X(132).

      *UMA ETIQUETA POR VOLUME, NA ORDEM DO ROMANEIO
       FD  ARQUIVO-ETIQUETAS.
       01  ETQ-REC.
           05  ETQ-ROMANEIO       PIC 9(06).
           05  ETQ-TRANSP         PIC 9(03).
           05  ETQ-TRANSP-NOME    PIC X(20).
           05  ETQ-PEDIDO         PIC 9(06).
           05  ETQ-VOLUME         PIC 9(03).
           05  ETQ-TOTAL-VOLUMES  PIC 9(03).
           05  ETQ-DESTINATARIO   PIC X(21).
           05  ETQ-ENDERECO       PIC X(30).
           05  ETQ-CIDADE         PIC X(20).
           05  ETQ-UF             PIC X(02).
           05  ETQ-CEP            PIC 9(08).
           05  ETQ-PRODUTO        PIC X(20).
           05  ETQ-QTD            PIC 9(05).
           05  ETQ-PESO           PIC 9(05)V99.

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
       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CLI-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TRP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ROM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-ED         PIC X(10)    VALUE SPACES.
       77  WRK-NOME-ROMANEIO   PIC X(40)    VALUE SPACES.
       77  WRK-NOME-ETIQUETAS  PIC X(40)    VALUE SPACES.
       77  WRK-ULTIMO-ROMANEIO PIC 9(06)    VALUE ZEROS.
       77  WRK-PED-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-ITM-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-PRD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PRD-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-TRP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-TRP-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-CRG-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-CRG-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-VOL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-VOL-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CRG-ACHADA      PIC X        VALUE 'N'.
           88  TRANSP-NA-CARGA VALUE 'Y'.
       77  WRK-SEM-ROMANEIO    PIC X        VALUE 'N'.
           88  PEDIDO-A-EMBARCAR VALUE 'Y'.
       77  WRK-TRANSP-ATUAL    PIC 9(03)    VALUE ZEROS.
       77  WRK-TRANSP-NOME     PIC X(20)    VALUE SPACES.
       77  WRK-DESTINATARIO    PIC X(21)    VALUE SPACES.
       77  WRK-VOL-PROD        PIC X(20)    VALUE SPACES.
       77  WRK-VOL-QTD-PROD    PIC 9(05)    VALUE ZEROS.
       77  WRK-VOL-PESO-UNIT   PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PESO-PEDIDO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PEDIDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ROM-PEDIDOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-ROM-VOLUMES     PIC 9(05)    VALUE ZEROS.
       77  WRK-ROM-PESO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ROM-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ROM-FRETE       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ROMANEIOS   PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-PEDIDOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-CLIENTE PIC 9(05)    VALUE ZEROS.
       77  WRK-VOLUMES-ED      PIC ZZ9      VALUE ZEROS.
       77  WRK-PESO-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FRETE-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTADOR-ED     PIC ZZZZ9    VALUE ZEROS.
       77  WRK-CONTADOR2-ED    PIC ZZZZ9    VALUE ZEROS.

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 500 TIMES.
               10  WRK-PED-REGISTRO PIC X(129).

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO PIC X(90).

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO  PIC X(20).
               10  WRK-PRD-PESO    PIC 9(04)V99.

       01  WRK-TAB-TRANSPORTADORAS.
           05  WRK-TRP-ITEM OCCURS 50 TIMES.
               10  WRK-TRP-CODIGO  PIC 9(03).
               10  WRK-TRP-NOME    PIC X(20).

      *TRANSPORTADORAS COM PEDIDO A EMBARCAR - UM ROMANEIO CADA
       01  WRK-TAB-CARGA.
           05  WRK-CRG-TRANSP OCCURS 50 TIMES PIC 9(03).

      *VOLUMES DO PEDIDO EM IMPRESSAO (UM POR LINHA DO PEDIDO)
       01  WRK-TAB-VOLUMES.
           05  WRK-VOL-ITEM OCCURS 100 TIMES.
               10  WRK-VOL-TAB-PROD  PIC X(20).
               10  WRK-VOL-TAB-QTD   PIC 9(05).
               10  WRK-VOL-TAB-PESO  PIC 9(05)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           STRING WRK-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-EXEC(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.

           PERFORM 0110-CARREGAR-TRANSPORTADORAS.
           PERFORM 0120-CARREGAR-PRODUTOS.
           PERFORM 0130-LER-ULTIMO-ROMANEIO.
           PERFORM 0140-CARREGAR-PEDIDOS.
           PERFORM 0150-CARREGAR-ITENS.

           OPEN INPUT CLIENTE-MASTER.

           OPEN EXTEND CADASTRO-ROMANEIOS
           IF WRK-ROM-STATUS NOT = '00'
               OPEN OUTPUT CADASTRO-ROMANEIOS
           END-IF.

      **********NOME DAS TRANSPORTADORAS***********************
       0110-CARREGAR-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TRANSPORTADORA-MASTER
           IF WRK-TRP-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ TRANSPORTADORA-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-TRP-QTD >= 50
                   DISPLAY 'ERRO: CADASTRO DE TRANSPORTADORAS EXCEDE '
                       'O LIMITE DE 50 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TRP-QTD
               MOVE TRP-CODIGO TO WRK-TRP-CODIGO(WRK-TRP-QTD)
               MOVE TRP-NOME   TO WRK-TRP-NOME(WRK-TRP-QTD)
               READ TRANSPORTADORA-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-TRP-STATUS = '00' OR WRK-TRP-STATUS = '10'
               CLOSE TRANSPORTADORA-MASTER
           END-IF.

      **********PESO UNITARIO DOS PRODUTOS**********************
       0120-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PRODUTO-MASTER
           IF WRK-PRD-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PRD-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE PRODUTOS EXCEDE O '
                       'LIMITE DE 200 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRD-QTD
               MOVE PRD-CODIGO TO WRK-PRD-CODIGO(WRK-PRD-QTD)
               MOVE PRD-PESO   TO WRK-PRD-PESO(WRK-PRD-QTD)
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PRD-STATUS = '00' OR WRK-PRD-STATUS = '10'
               CLOSE PRODUTO-MASTER
           END-IF.

      **********ULTIMO NUMERO DE ROMANEIO JA EMITIDO************
       0130-LER-ULTIMO-ROMANEIO.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CADASTRO-ROMANEIOS
           IF WRK-ROM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CADASTRO-ROMANEIOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF ROM-NUMERO > WRK-ULTIMO-ROMANEIO
                   MOVE ROM-NUMERO TO WRK-ULTIMO-ROMANEIO
               END-IF
               READ CADASTRO-ROMANEIOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-ROM-STATUS = '00' OR WRK-ROM-STATUS = '10'
               CLOSE CADASTRO-ROMANEIOS
           END-IF.

       0140-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PEDIDOS - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQUIVO-PEDIDOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PED-QTD >= 500
                   DISPLAY 'ERRO: ARQUIVO DE PEDIDOS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PED-QTD
               MOVE PED-REC TO WRK-PED-REGISTRO(WRK-PED-QTD)
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS.

       0150-CARREGAR-ITENS.
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
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               PERFORM 0205-VERIFICAR-EMBARQUE
               IF PEDIDO-A-EMBARCAR
                   PERFORM 0210-ANOTAR-TRANSPORTADORA
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-CRG-SUB FROM 1 BY 1
                   UNTIL WRK-CRG-SUB > WRK-CRG-QTD
               MOVE WRK-CRG-TRANSP(WRK-CRG-SUB) TO WRK-TRANSP-ATUAL
               PERFORM 0250-EMITIR-ROMANEIO
           END-PERFORM

           IF WRK-QTD-ROMANEIOS > 0
               PERFORM 0290-REGRAVAR-PEDIDOS
           END-IF.

      *    PEDIDO ENVIADO QUE AINDA NAO SAIU EM ROMANEIO; O QUE FICOU
      *    DE FORA EM UM DIA ENTRA NO ROMANEIO SEGUINTE
       0205-VERIFICAR-EMBARQUE.
           MOVE 'N' TO WRK-SEM-ROMANEIO
           IF PED-STATUS = 'E'
               IF PED-ROMANEIO IS NOT NUMERIC
                   OR PED-ROMANEIO = 0
                   MOVE 'Y' TO WRK-SEM-ROMANEIO
               END-IF
           END-IF.

       0210-ANOTAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-CRG-ACHADA
           PERFORM VARYING WRK-CRG-SUB FROM 1 BY 1
                   UNTIL WRK-CRG-SUB > WRK-CRG-QTD
               IF WRK-CRG-TRANSP(WRK-CRG-SUB) = PED-TRANSP
                   MOVE 'Y' TO WRK-CRG-ACHADA
               END-IF
           END-PERFORM

           IF NOT TRANSP-NA-CARGA
               IF WRK-CRG-QTD >= 50
                   DISPLAY 'ERRO: TRANSPORTADORAS NO EMBARQUE EXCEDEM '
                       'O LIMITE DE 50 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CRG-QTD
               MOVE PED-TRANSP TO WRK-CRG-TRANSP(WRK-CRG-QTD)
           END-IF.

      **********ROMANEIO DE UMA TRANSPORTADORA*****************
       0250-EMITIR-ROMANEIO.
           ADD 1 TO WRK-ULTIMO-ROMANEIO
           ADD 1 TO WRK-QTD-ROMANEIOS
           MOVE 0 TO WRK-ROM-PEDIDOS
           MOVE 0 TO WRK-ROM-VOLUMES
           MOVE 0 TO WRK-ROM-PESO
           MOVE 0 TO WRK-ROM-VALOR
           MOVE 0 TO WRK-ROM-FRETE

           MOVE 'NAO CADASTRADA' TO WRK-TRANSP-NOME
           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB > WRK-TRP-QTD
               IF WRK-TRP-CODIGO(WRK-TRP-SUB) = WRK-TRANSP-ATUAL
                   MOVE WRK-TRP-NOME(WRK-TRP-SUB) TO WRK-TRANSP-NOME
               END-IF
           END-PERFORM

           MOVE SPACES TO WRK-NOME-ROMANEIO
           STRING 'DATA/ROMREL' DELIMITED BY SIZE
               WRK-ULTIMO-ROMANEIO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-NOME-ROMANEIO
           END-STRING
           MOVE SPACES TO WRK-NOME-ETIQUETAS
           STRING 'DATA/ETIQUETA' DELIMITED BY SIZE
               WRK-ULTIMO-ROMANEIO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-NOME-ETIQUETAS
           END-STRING

           OPEN OUTPUT RELATORIO-ROMANEIO
           OPEN OUTPUT ARQUIVO-ETIQUETAS
           PERFORM 0255-IMPRIMIR-CABECALHO

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               PERFORM 0205-VERIFICAR-EMBARQUE
               IF PEDIDO-A-EMBARCAR
                   AND PED-TRANSP = WRK-TRANSP-ATUAL
                   PERFORM 0260-EMBARCAR-PEDIDO
               END-IF
           END-PERFORM

           PERFORM 0280-IMPRIMIR-TOTAIS
           CLOSE RELATORIO-ROMANEIO
           CLOSE ARQUIVO-ETIQUETAS

           MOVE WRK-ULTIMO-ROMANEIO TO ROM-NUMERO
           MOVE WRK-DATA-EXEC       TO ROM-DATA
           MOVE WRK-TRANSP-ATUAL    TO ROM-TRANSP
           MOVE WRK-ROM-PEDIDOS     TO ROM-QTD-PEDIDOS
           MOVE WRK-ROM-VOLUMES     TO ROM-QTD-VOLUMES
           MOVE WRK-ROM-PESO        TO ROM-PESO
           MOVE WRK-ROM-VALOR       TO ROM-VALOR
           MOVE WRK-ROM-FRETE       TO ROM-FRETE
           WRITE ROM-REC

           MOVE WRK-ROM-PEDIDOS TO WRK-CONTADOR-ED
           MOVE WRK-ROM-VOLUMES TO WRK-CONTADOR2-ED
           DISPLAY 'ROMANEIO ' WRK-ULTIMO-ROMANEIO ' - TRANSPORTADORA '
               WRK-TRANSP-ATUAL ' ' WRK-TRANSP-NOME ' PEDIDOS '
               WRK-CONTADOR-ED ' VOLUMES ' WRK-CONTADOR2-ED.

       0255-IMPRIMIR-CABECALHO.
           MOVE SPACES TO REL-LINHA
           STRING 'ROMANEIO DE EMBARQUE NO. ' DELIMITED BY SIZE
               WRK-ULTIMO-ROMANEIO DELIMITED BY SIZE
               '   DATA ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'TRANSPORTADORA ' DELIMITED BY SIZE
               WRK-TRANSP-ATUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-TRANSP-NOME DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDO VOL DESTINATARIO          UF '
               DELIMITED BY SIZE
               '   PESO (KG) VALOR DECLARADO  FRETE COTADO'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '       ENDERECO DE ENTREGA' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA.

      **********UM PEDIDO NO ROMANEIO E SUAS ETIQUETAS**********
      *CLIENTE FORA DO CADASTRO NAO SEGURA A CARGA (A MERCADORIA
      *JA SAIU DO ESTOQUE), MAS SAI SEM ENDERECO E DA RC=4
       0260-EMBARCAR-PEDIDO.
           MOVE PED-CPF TO CLI-CPF
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE '23' TO WRK-CLI-STATUS
           END-READ
           IF WRK-CLI-STATUS NOT = '00'
               MOVE 'CLIENTE SEM CADASTRO' TO WRK-DESTINATARIO
               MOVE SPACES TO CLI-ENDERECO
               MOVE SPACES TO CLI-CIDADE
               MOVE ZEROS  TO CLI-CEP
               ADD 1 TO WRK-QTD-SEM-CLIENTE
               DISPLAY 'PEDIDO ' PED-NUMERO ' SEM CLIENTE ' PED-CPF
                   ' NO CADASTRO - ETIQUETA SEM ENDERECO'
           ELSE
               MOVE SPACES TO WRK-DESTINATARIO
               STRING CLI-PRIMEIRO-NOME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   CLI-ULTIMO-NOME DELIMITED BY SPACE
                   INTO WRK-DESTINATARIO
               END-STRING
           END-IF

           PERFORM 0265-MONTAR-VOLUMES

           IF PED-QTD = 0
               MOVE PED-VALOR TO WRK-VALOR-PEDIDO
           ELSE
               COMPUTE WRK-VALOR-PEDIDO = PED-VALOR * PED-QTD
           END-IF

           MOVE WRK-VOL-QTD      TO WRK-VOLUMES-ED
           MOVE WRK-PESO-PEDIDO  TO WRK-PESO-ED
           MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-ED
           MOVE PED-FRETE        TO WRK-FRETE-ED
           MOVE SPACES TO REL-LINHA
           STRING PED-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VOLUMES-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESTINATARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PED-UF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PESO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-FRETE-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '       ' DELIMITED BY SIZE
               CLI-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-CIDADE DELIMITED BY SIZE
               ' CEP ' DELIMITED BY SIZE
               CLI-CEP DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           PERFORM VARYING WRK-VOL-SUB FROM 1 BY 1
                   UNTIL WRK-VOL-SUB > WRK-VOL-QTD
               PERFORM 0270-GRAVAR-ETIQUETA
           END-PERFORM

           ADD 1                TO WRK-ROM-PEDIDOS
           ADD 1                TO WRK-QTD-PEDIDOS
           ADD WRK-VOL-QTD      TO WRK-ROM-VOLUMES
           ADD WRK-PESO-PEDIDO  TO WRK-ROM-PESO
           ADD WRK-VALOR-PEDIDO TO WRK-ROM-VALOR
           ADD PED-FRETE        TO WRK-ROM-FRETE

           MOVE WRK-ULTIMO-ROMANEIO TO PED-ROMANEIO
           MOVE PED-REC TO WRK-PED-REGISTRO(WRK-SUB).

      *    UM VOLUME POR LINHA DO PEDIDO; PEDIDO ANTIGO SEM LINHAS
      *    NO PEDITENS.DAT E UM VOLUME SO PELO CABECALHO. PESO PELO
      *    PRODMAST E, PRODUTO FORA DO CADASTRO, PELO PESO GRAVADO
      *    NA LINHA DO PEDIDO
       0265-MONTAR-VOLUMES.
           MOVE 0 TO WRK-VOL-QTD
           MOVE 0 TO WRK-PESO-PEDIDO

           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   IF ITM-PEDIDO = PED-NUMERO
                       MOVE ITM-PROD       TO WRK-VOL-PROD
                       MOVE ITM-QTD        TO WRK-VOL-QTD-PROD
                       MOVE ITM-PESO-UNIT  TO WRK-VOL-PESO-UNIT
                       PERFORM 0267-ACRESCENTAR-VOLUME
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-VOL-QTD = 0
               MOVE PED-PROD TO WRK-VOL-PROD
               IF PED-QTD = 0
                   MOVE 1 TO WRK-VOL-QTD-PROD
               ELSE
                   MOVE PED-QTD TO WRK-VOL-QTD-PROD
               END-IF
               MOVE 0 TO WRK-VOL-PESO-UNIT
               PERFORM 0267-ACRESCENTAR-VOLUME
           END-IF.

       0267-ACRESCENTAR-VOLUME.
           IF WRK-VOL-QTD >= 100
               DISPLAY 'ERRO: PEDIDO ' PED-NUMERO ' EXCEDE O LIMITE '
                   'DE 100 VOLUMES - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WRK-PRD-SUB FROM 1 BY 1
                   UNTIL WRK-PRD-SUB > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-PRD-SUB) = WRK-VOL-PROD
                   MOVE WRK-PRD-PESO(WRK-PRD-SUB) TO WRK-VOL-PESO-UNIT
               END-IF
           END-PERFORM

           ADD 1 TO WRK-VOL-QTD
           MOVE WRK-VOL-PROD     TO WRK-VOL-TAB-PROD(WRK-VOL-QTD)
           MOVE WRK-VOL-QTD-PROD TO WRK-VOL-TAB-QTD(WRK-VOL-QTD)
           COMPUTE WRK-VOL-TAB-PESO(WRK-VOL-QTD) =
               WRK-VOL-QTD-PROD * WRK-VOL-PESO-UNIT
           ADD WRK-VOL-TAB-PESO(WRK-VOL-QTD) TO WRK-PESO-PEDIDO.

       0270-GRAVAR-ETIQUETA.
           MOVE WRK-ULTIMO-ROMANEIO TO ETQ-ROMANEIO
           MOVE WRK-TRANSP-ATUAL    TO ETQ-TRANSP
           MOVE WRK-TRANSP-NOME     TO ETQ-TRANSP-NOME
           MOVE PED-NUMERO          TO ETQ-PEDIDO
           MOVE WRK-VOL-SUB         TO ETQ-VOLUME
           MOVE WRK-VOL-QTD         TO ETQ-TOTAL-VOLUMES
           MOVE WRK-DESTINATARIO    TO ETQ-DESTINATARIO
           MOVE CLI-ENDERECO        TO ETQ-ENDERECO
           MOVE CLI-CIDADE          TO ETQ-CIDADE
           MOVE PED-UF              TO ETQ-UF
           MOVE CLI-CEP             TO ETQ-CEP
           MOVE WRK-VOL-TAB-PROD(WRK-VOL-SUB) TO ETQ-PRODUTO
           MOVE WRK-VOL-TAB-QTD(WRK-VOL-SUB)  TO ETQ-QTD
           MOVE WRK-VOL-TAB-PESO(WRK-VOL-SUB) TO ETQ-PESO
           WRITE ETQ-REC.

      **********TOTAIS DA CARGA E BLOCO DE ASSINATURA***********
       0280-IMPRIMIR-TOTAIS.
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-ROM-PEDIDOS TO WRK-CONTADOR-ED
           MOVE WRK-ROM-VOLUMES TO WRK-CONTADOR2-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDOS........: ' DELIMITED BY SIZE
               WRK-CONTADOR-ED DELIMITED BY SIZE
               '   VOLUMES: ' DELIMITED BY SIZE
               WRK-CONTADOR2-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-ROM-PESO TO WRK-PESO-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PESO TOTAL (KG): ' DELIMITED BY SIZE
               WRK-PESO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-ROM-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'VALOR DECLARADO: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-ROM-FRETE TO WRK-FRETE-ED
           MOVE SPACES TO REL-LINHA
           STRING 'FRETE COTADO...: ' DELIMITED BY SIZE
               WRK-FRETE-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'RECEBI OS VOLUMES ACIMA RELACIONADOS EM PERFEITO '
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ESTADO, NA QUANTIDADE INDICADA.' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'MOTORISTA: ______________________________  '
               TO REL-LINHA
           MOVE 'RG: _______________' TO REL-LINHA(45:20)
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PLACA DO VEICULO: __________  DATA: ___/___/______'
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ASSINATURA DO MOTORISTA: ________________________'
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONFERENTE DA EXPEDICAO: ________________________'
               TO REL-LINHA
           WRITE REL-LINHA.

      **********PEDIDOS COM O NUMERO DO ROMANEIO****************
       0290-REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQUIVO-PEDIDOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               WRITE PED-REC
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ROMANEIO' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           CLOSE CLIENTE-MASTER
           CLOSE CADASTRO-ROMANEIOS.

           DISPLAY 'ROMANEIOS EMITIDOS....: ' WRK-QTD-ROMANEIOS.
           DISPLAY 'PEDIDOS EMBARCADOS....: ' WRK-QTD-PEDIDOS.
           DISPLAY 'PEDIDOS SEM CLIENTE...: ' WRK-QTD-SEM-CLIENTE.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-SEM-CLIENTE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-QTD-ROMANEIOS = 0
                   DISPLAY 'NENHUM PEDIDO ENVIADO SEM ROMANEIO'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
