       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCOT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CONVERSAO MENSAL DE COTACOES EM PEDIDOS: CADA
      *          COTACAO ESCOLHIDA DA COMPETENCIA NO HISTORICO
      *          (FRETEHIS.DAT, INCLUSIVE AS DO LOTE FRETELOTE) E
      *          CASADA COM UM PEDIDO DO PEDIDOS.DAT DO MESMO
      *          PRODUTO E UF, VALOR DENTRO DA TOLERANCIA E DATA
      *          DENTRO DA JANELA DO CONVPARM (CANCELADO NAO CONTA,
      *          CADA PEDIDO CASA UMA SO VEZ); IMPRIME AS COTACOES
      *          PERDIDAS COM A FATIA DO FRETE NO VALOR E A TAXA DE
      *          CONVERSAO POR UF, TRANSPORTADORA, FAIXA DE PESO E
      *          REGIAO (NORTE E NORDESTE CONTRA AS DEMAIS), COM A
      *          FATIA MEDIA DO FRETE NAS CONVERTIDAS E NAS PERDIDAS
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

           SELECT HISTORICO-FRETE ASSIGN TO "DATA/FRETEHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIS-STATUS.

           SELECT TRANSPORTADORA-MASTER ASSIGN TO "DATA/TRANSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRP-STATUS.

           SELECT PARAMETROS-CONVERSAO ASSIGN TO "DATA/CONVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO-CONVERSAO ASSIGN TO "DATA/CONVCOTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  HISTORICO-FRETE.
       01  HIS-REC.
           05  HIS-PROD           PIC X(20).
           05  HIS-UF             PIC X(02).
           05  HIS-VALOR          PIC 9(06)V99.
           05  HIS-FRETE          PIC 9(04)V99.
           05  HIS-DATA           PIC 9(08).
           05  HIS-HORA           PIC 9(08).
           05  HIS-TRANSP         PIC 9(03).
           05  HIS-ESCOLHIDA      PIC X(01).
           05  HIS-BASE           PIC 9(04)V99.
           05  HIS-ADIC-PESO      PIC 9(04)V99.
           05  HIS-SEGURO         PIC 9(04)V99.
           05  HIS-COMBUSTIVEL    PIC 9(04)V99.

       FD  TRANSPORTADORA-MASTER.
       01  TRP-REC.
           05  TRP-CODIGO         PIC 9(03).
           05  TRP-NOME           PIC X(20).
           05  TRP-BANCO          PIC 9(03).
           05  TRP-AGENCIA        PIC 9(04).
           05  TRP-CONTA          PIC 9(08).
           05  TRP-FATOR          PIC 9V99.
           05  TRP-ATIVA          PIC X(01).

       FD  PARAMETROS-CONVERSAO.
       01  PRM-REC.
           05  PRM-JANELA-DIAS    PIC 9(03).
           05  PRM-TOLERANCIA     PIC 9(02)V99.

       FD  RELATORIO-CONVERSAO.
       01  REL-LINHA              PIC X(140).

       WORKING-STORAGE SECTION.
       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-HIS-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TRP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-DATA-INICIAL    PIC 9(08)    VALUE ZEROS.

      *JANELA EM DIAS APOS A COTACAO E TOLERANCIA DE VALOR (%)
       77  WRK-JANELA-DIAS     PIC 9(03)    VALUE 7.
       77  WRK-TOLERANCIA      PIC 9(02)V99 VALUE 2,00.

      *PEDIDOS CANDIDATOS (DA COMPETENCIA EM DIANTE)
       77  WRK-PED-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-PED-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-EFETIVA     PIC 9(05)    VALUE ZEROS.
       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 3000 TIMES.
               10  WRK-PED-NUMERO   PIC 9(06).
               10  WRK-PED-PROD     PIC X(20).
               10  WRK-PED-UF       PIC X(02).
               10  WRK-PED-TOTAL    PIC 9(09)V99.
               10  WRK-PED-DIA      PIC 9(07).
               10  WRK-PED-CASADO   PIC X(01).

      *CASAMENTO DA COTACAO CORRENTE
       77  WRK-HIS-DIA         PIC 9(07)    VALUE ZEROS.
       77  WRK-VALOR-MINIMO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-MAXIMO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PED-CASADO-NUM  PIC 9(06)    VALUE ZEROS.
       77  WRK-CONVERTIDA      PIC X        VALUE 'N'.
           88  COTACAO-CONVERTIDA VALUE 'Y'.
       77  WRK-FAIXA-PESO      PIC X(20)    VALUE SPACES.
       77  WRK-REGIAO          PIC X(20)    VALUE SPACES.

      *TOTAIS POR GRUPO: U=UF T=TRANSPORTADORA F=FAIXA R=REGIAO
       77  WRK-GRP-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-GRP-ACHADO      PIC X        VALUE 'N'.
           88  GRUPO-ENCONTRADO VALUE 'Y'.
       77  WRK-GRP-TIPO-BUSCA  PIC X(01)    VALUE SPACES.
       77  WRK-GRP-CHAVE-BUSCA PIC X(20)    VALUE SPACES.
       01  WRK-TAB-GRUPOS.
           05  WRK-GRP-ITEM OCCURS 150 TIMES.
               10  WRK-GRP-TIPO        PIC X(01).
               10  WRK-GRP-CHAVE       PIC X(20).
               10  WRK-GRP-COTACOES    PIC 9(05).
               10  WRK-GRP-CONVERTIDAS PIC 9(05).
               10  WRK-GRP-VALOR-CONV  PIC 9(11)V99.
               10  WRK-GRP-FRETE-CONV  PIC 9(11)V99.
               10  WRK-GRP-VALOR-PERD  PIC 9(11)V99.
               10  WRK-GRP-FRETE-PERD  PIC 9(11)V99.

       01  WRK-TIPOS-GRUPO     PIC X(04)    VALUE 'RUTF'.
       77  WRK-TIPO-SUB        PIC 9(01)    VALUE ZEROS.

       01  WRK-TAB-TRANSP.
           05  WRK-TRP-ITEM OCCURS 50 TIMES.
               10  WRK-TRP-CODIGO   PIC 9(03).
               10  WRK-TRP-NOME     PIC X(20).
       77  WRK-TRP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-TRP-SUB         PIC 9(02)    VALUE ZEROS.

       77  WRK-QTD-COTACOES    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CONVERTIDAS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PERDIDAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-PCT-CONVERSAO   PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-FRETE       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-FRETE-CONV  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-FRETE-PERD  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FRETE-ED        PIC Z.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED          PIC ZZ9,99   VALUE ZEROS.
       77  WRK-PCT-CONV-ED     PIC ZZ9,99   VALUE ZEROS.
       77  WRK-PCT-PERD-ED     PIC ZZ9,99   VALUE ZEROS.
       77  WRK-TOLERANCIA-ED   PIC Z9,99    VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WRK-DATA-INICIAL = (WRK-COMPETENCIA * 100) + 1.

           OPEN INPUT PARAMETROS-CONVERSAO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-CONVERSAO
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-JANELA-DIAS IS NUMERIC
                           AND PRM-JANELA-DIAS > 0
                           MOVE PRM-JANELA-DIAS TO WRK-JANELA-DIAS
                       END-IF
                       IF PRM-TOLERANCIA IS NUMERIC
                           MOVE PRM-TOLERANCIA TO WRK-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS-CONVERSAO
           END-IF.

           PERFORM 0110-CARREGAR-TRANSPORTADORAS.
           PERFORM 0120-CARREGAR-PEDIDOS.

           OPEN OUTPUT RELATORIO-CONVERSAO.

           MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED
           MOVE SPACES TO REL-LINHA
           STRING 'CONVERSAO DE COTACOES EM PEDIDOS - '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' (JANELA DE ' DELIMITED BY SIZE
               WRK-JANELA-DIAS DELIMITED BY SIZE
               ' DIAS, TOLERANCIA DE VALOR ' DELIMITED BY SIZE
               WRK-TOLERANCIA-ED DELIMITED BY SIZE
               '%)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'COTACOES NAO CONVERTIDAS EM PEDIDO' TO REL-LINHA.
           WRITE REL-LINHA.

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
                   DISPLAY 'ERRO: TRANSPORTADORAS EXCEDEM O LIMITE '
                       'DE 50 REGISTROS - PROCESSAMENTO ABORTADO'
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

      **********PEDIDOS A PARTIR DO INICIO DA COMPETENCIA*******
      *O PEDIDO PODE CAIR NO MES SEGUINTE DENTRO DA JANELA; O
      *CANCELADO E VENDA PERDIDA E NAO CASA COM A COTACAO
       0120-CARREGAR-PEDIDOS.
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
                   AND PED-STATUS NOT = 'C'
                   AND FUNCTION TEST-DATE-YYYYMMDD(PED-DATA) = 0
                   IF WRK-PED-QTD >= 3000
                       DISPLAY 'ERRO: PEDIDOS EXCEDEM O LIMITE DE '
                           '3000 REGISTROS - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PED-QTD
                   IF PED-QTD = 0
                       MOVE 1 TO WRK-QTD-EFETIVA
                   ELSE
                       MOVE PED-QTD TO WRK-QTD-EFETIVA
                   END-IF
                   MOVE PED-NUMERO TO WRK-PED-NUMERO(WRK-PED-QTD)
                   MOVE PED-PROD   TO WRK-PED-PROD(WRK-PED-QTD)
                   MOVE PED-UF     TO WRK-PED-UF(WRK-PED-QTD)
                   COMPUTE WRK-PED-TOTAL(WRK-PED-QTD) =
                       PED-VALOR * WRK-QTD-EFETIVA
                   COMPUTE WRK-PED-DIA(WRK-PED-QTD) =
                       FUNCTION INTEGER-OF-DATE(PED-DATA)
                   MOVE 'N' TO WRK-PED-CASADO(WRK-PED-QTD)
               END-IF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PED-STATUS = '00' OR WRK-PED-STATUS = '10'
               CLOSE ARQUIVO-PEDIDOS
           END-IF.

      **********COTACOES ESCOLHIDAS DA COMPETENCIA**************
      *A LINHA DE COMPARACAO DA COMPRA DE FRETE (ESCOLHIDA N)
      *NAO E COTACAO DO CLIENTE E FICA FORA
       0200-PROCESSAR.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT HISTORICO-FRETE
           IF WRK-HIS-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ HISTORICO-FRETE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF HIS-DATA(1:6) = WRK-COMPETENCIA
                   AND HIS-ESCOLHIDA NOT = 'N'
                   AND FUNCTION TEST-DATE-YYYYMMDD(HIS-DATA) = 0
                   PERFORM 0210-CASAR-COTACAO
                   PERFORM 0230-ACUMULAR-COTACAO
               END-IF
               READ HISTORICO-FRETE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-HIS-STATUS = '00' OR WRK-HIS-STATUS = '10'
               CLOSE HISTORICO-FRETE
           END-IF.

      **********PRIMEIRO PEDIDO LIVRE QUE CASA COM A COTACAO****
       0210-CASAR-COTACAO.
           MOVE 'N' TO WRK-CONVERTIDA
           MOVE ZEROS TO WRK-PED-CASADO-NUM
           COMPUTE WRK-HIS-DIA = FUNCTION INTEGER-OF-DATE(HIS-DATA)
           COMPUTE WRK-VALOR-MINIMO ROUNDED =
               HIS-VALOR * (100 - WRK-TOLERANCIA) / 100
           COMPUTE WRK-VALOR-MAXIMO ROUNDED =
               HIS-VALOR * (100 + WRK-TOLERANCIA) / 100

           MOVE 1 TO WRK-PED-SUB
           PERFORM UNTIL WRK-PED-SUB > WRK-PED-QTD
                   OR COTACAO-CONVERTIDA
               IF WRK-PED-CASADO(WRK-PED-SUB) = 'N'
                   AND WRK-PED-PROD(WRK-PED-SUB) = HIS-PROD
                   AND WRK-PED-UF(WRK-PED-SUB) = HIS-UF
                   AND WRK-PED-TOTAL(WRK-PED-SUB) >= WRK-VALOR-MINIMO
                   AND WRK-PED-TOTAL(WRK-PED-SUB) <= WRK-VALOR-MAXIMO
                   AND WRK-PED-DIA(WRK-PED-SUB) >= WRK-HIS-DIA
                   AND WRK-PED-DIA(WRK-PED-SUB) <=
                       WRK-HIS-DIA + WRK-JANELA-DIAS
                   MOVE 'Y' TO WRK-CONVERTIDA
                   MOVE 'S' TO WRK-PED-CASADO(WRK-PED-SUB)
                   MOVE WRK-PED-NUMERO(WRK-PED-SUB) TO
                       WRK-PED-CASADO-NUM
               ELSE
                   ADD 1 TO WRK-PED-SUB
               END-IF
           END-PERFORM.

      **********TOTAIS DA COTACAO NOS QUATRO AGRUPAMENTOS*******
       0230-ACUMULAR-COTACAO.
           ADD 1 TO WRK-QTD-COTACOES
           IF COTACAO-CONVERTIDA
               ADD 1 TO WRK-QTD-CONVERTIDAS
           ELSE
               ADD 1 TO WRK-QTD-PERDIDAS
               PERFORM 0240-IMPRIMIR-PERDIDA
           END-IF

      *    FAIXA PELO ADICIONAL DE PESO GRAVADO NA COTACAO
           EVALUATE TRUE
               WHEN HIS-ADIC-PESO = 0
                   MOVE 'ATE 5 KG' TO WRK-FAIXA-PESO
               WHEN HIS-ADIC-PESO <= 10
                   MOVE 'DE 5 A 20 KG' TO WRK-FAIXA-PESO
               WHEN HIS-ADIC-PESO <= 25
                   MOVE 'DE 20 A 50 KG' TO WRK-FAIXA-PESO
               WHEN OTHER
                   MOVE 'ACIMA DE 50 KG' TO WRK-FAIXA-PESO
           END-EVALUATE

           EVALUATE HIS-UF
               WHEN 'AC' WHEN 'AM' WHEN 'AP' WHEN 'PA'
               WHEN 'RO' WHEN 'RR' WHEN 'TO'
                   MOVE 'NORTE' TO WRK-REGIAO
               WHEN 'AL' WHEN 'BA' WHEN 'CE' WHEN 'MA' WHEN 'PB'
               WHEN 'PE' WHEN 'PI' WHEN 'RN' WHEN 'SE'
                   MOVE 'NORDESTE' TO WRK-REGIAO
               WHEN OTHER
                   MOVE 'DEMAIS REGIOES' TO WRK-REGIAO
           END-EVALUATE

           MOVE 'U' TO WRK-GRP-TIPO-BUSCA
           MOVE HIS-UF TO WRK-GRP-CHAVE-BUSCA
           PERFORM 0250-ACUMULAR-GRUPO

           MOVE 'T' TO WRK-GRP-TIPO-BUSCA
           MOVE SPACES TO WRK-GRP-CHAVE-BUSCA
           MOVE HIS-TRANSP TO WRK-GRP-CHAVE-BUSCA(1:3)
           PERFORM 0250-ACUMULAR-GRUPO

           MOVE 'F' TO WRK-GRP-TIPO-BUSCA
           MOVE WRK-FAIXA-PESO TO WRK-GRP-CHAVE-BUSCA
           PERFORM 0250-ACUMULAR-GRUPO

           MOVE 'R' TO WRK-GRP-TIPO-BUSCA
           MOVE WRK-REGIAO TO WRK-GRP-CHAVE-BUSCA
           PERFORM 0250-ACUMULAR-GRUPO.

       0240-IMPRIMIR-PERDIDA.
           MOVE 0 TO WRK-PCT-FRETE
           IF HIS-VALOR > 0
               COMPUTE WRK-PCT-FRETE ROUNDED =
                   HIS-FRETE * 100 / HIS-VALOR
                   ON SIZE ERROR MOVE 999,99 TO WRK-PCT-FRETE
               END-COMPUTE
           END-IF
           MOVE HIS-VALOR     TO WRK-VALOR-ED
           MOVE HIS-FRETE     TO WRK-FRETE-ED
           MOVE WRK-PCT-FRETE TO WRK-PCT-ED

           MOVE SPACES TO REL-LINHA
           STRING '  ' HIS-DATA DELIMITED BY SIZE
               ' ' HIS-PROD DELIMITED BY SIZE
               ' ' HIS-UF DELIMITED BY SIZE
               ' TRANSP ' HIS-TRANSP DELIMITED BY SIZE
               ' VALOR ' WRK-VALOR-ED DELIMITED BY SIZE
               ' FRETE ' WRK-FRETE-ED DELIMITED BY SIZE
               ' (' WRK-PCT-ED DELIMITED BY SIZE
               '% DO VALOR)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0250-ACUMULAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ACHADO
           MOVE 1 TO WRK-SUB
           PERFORM UNTIL WRK-SUB > WRK-GRP-QTD OR GRUPO-ENCONTRADO
               IF WRK-GRP-TIPO(WRK-SUB) = WRK-GRP-TIPO-BUSCA
                   AND WRK-GRP-CHAVE(WRK-SUB) = WRK-GRP-CHAVE-BUSCA
                   MOVE 'Y' TO WRK-GRP-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT GRUPO-ENCONTRADO
               IF WRK-GRP-QTD >= 150
                   DISPLAY 'ERRO: AGRUPAMENTOS EXCEDEM O LIMITE DE '
                       '150 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-GRP-QTD
               MOVE WRK-GRP-QTD TO WRK-SUB
               MOVE WRK-GRP-TIPO-BUSCA  TO WRK-GRP-TIPO(WRK-SUB)
               MOVE WRK-GRP-CHAVE-BUSCA TO WRK-GRP-CHAVE(WRK-SUB)
               MOVE 0 TO WRK-GRP-COTACOES(WRK-SUB)
               MOVE 0 TO WRK-GRP-CONVERTIDAS(WRK-SUB)
               MOVE 0 TO WRK-GRP-VALOR-CONV(WRK-SUB)
               MOVE 0 TO WRK-GRP-FRETE-CONV(WRK-SUB)
               MOVE 0 TO WRK-GRP-VALOR-PERD(WRK-SUB)
               MOVE 0 TO WRK-GRP-FRETE-PERD(WRK-SUB)
           END-IF

           ADD 1 TO WRK-GRP-COTACOES(WRK-SUB)
           IF COTACAO-CONVERTIDA
               ADD 1 TO WRK-GRP-CONVERTIDAS(WRK-SUB)
               ADD HIS-VALOR TO WRK-GRP-VALOR-CONV(WRK-SUB)
               ADD HIS-FRETE TO WRK-GRP-FRETE-CONV(WRK-SUB)
           ELSE
               ADD HIS-VALOR TO WRK-GRP-VALOR-PERD(WRK-SUB)
               ADD HIS-FRETE TO WRK-GRP-FRETE-PERD(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA
           STRING '  TOTAL DE COTACOES PERDIDAS: ' DELIMITED BY SIZE
               WRK-QTD-PERDIDAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      *    REGIAO PRIMEIRO: E A PERGUNTA DO COMERCIAL
           PERFORM VARYING WRK-TIPO-SUB FROM 1 BY 1
                   UNTIL WRK-TIPO-SUB > 4
               MOVE '---------------------------------------------' TO
                   REL-LINHA
               WRITE REL-LINHA
               EVALUATE WRK-TIPOS-GRUPO(WRK-TIPO-SUB:1)
                   WHEN 'R'
                       MOVE 'CONVERSAO POR REGIAO' TO REL-LINHA
                   WHEN 'U'
                       MOVE 'CONVERSAO POR UF' TO REL-LINHA
                   WHEN 'T'
                       MOVE 'CONVERSAO POR TRANSPORTADORA' TO REL-LINHA
                   WHEN 'F'
                       MOVE 'CONVERSAO POR FAIXA DE PESO' TO REL-LINHA
               END-EVALUATE
               WRITE REL-LINHA
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-GRP-QTD
                   IF WRK-GRP-TIPO(WRK-SUB) =
                       WRK-TIPOS-GRUPO(WRK-TIPO-SUB:1)
                       PERFORM 0350-IMPRIMIR-GRUPO
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 0 TO WRK-PCT-CONVERSAO
           IF WRK-QTD-COTACOES > 0
               COMPUTE WRK-PCT-CONVERSAO ROUNDED =
                   WRK-QTD-CONVERTIDAS * 100 / WRK-QTD-COTACOES
           END-IF
           MOVE WRK-PCT-CONVERSAO TO WRK-PCT-ED
           MOVE SPACES TO REL-LINHA
           STRING 'COTACOES: ' DELIMITED BY SIZE
               WRK-QTD-COTACOES DELIMITED BY SIZE
               ' CONVERTIDAS: ' WRK-QTD-CONVERTIDAS DELIMITED BY SIZE
               ' PERDIDAS: ' WRK-QTD-PERDIDAS DELIMITED BY SIZE
               ' CONVERSAO: ' WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           DISPLAY 'COTACOES: ' WRK-QTD-COTACOES
               ' CONVERTIDAS: ' WRK-QTD-CONVERTIDAS
               ' PERDIDAS: ' WRK-QTD-PERDIDAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-CONVERSAO.

           IF WRK-QTD-COTACOES = 0
               DISPLAY 'COMPETENCIA SEM COTACOES'
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********LINHA DE UM GRUPO******************************
      *FATIA DO FRETE = FRETE / VALOR DAS COTACOES, SEPARADA
      *ENTRE CONVERTIDAS E PERDIDAS
       0350-IMPRIMIR-GRUPO.
           COMPUTE WRK-PCT-CONVERSAO ROUNDED =
               WRK-GRP-CONVERTIDAS(WRK-SUB) * 100 /
               WRK-GRP-COTACOES(WRK-SUB)
           MOVE 0 TO WRK-PCT-FRETE-CONV
           IF WRK-GRP-VALOR-CONV(WRK-SUB) > 0
               COMPUTE WRK-PCT-FRETE-CONV ROUNDED =
                   WRK-GRP-FRETE-CONV(WRK-SUB) * 100 /
                   WRK-GRP-VALOR-CONV(WRK-SUB)
                   ON SIZE ERROR MOVE 999,99 TO WRK-PCT-FRETE-CONV
               END-COMPUTE
           END-IF
           MOVE 0 TO WRK-PCT-FRETE-PERD
           IF WRK-GRP-VALOR-PERD(WRK-SUB) > 0
               COMPUTE WRK-PCT-FRETE-PERD ROUNDED =
                   WRK-GRP-FRETE-PERD(WRK-SUB) * 100 /
                   WRK-GRP-VALOR-PERD(WRK-SUB)
                   ON SIZE ERROR MOVE 999,99 TO WRK-PCT-FRETE-PERD
               END-COMPUTE
           END-IF
           MOVE WRK-PCT-CONVERSAO  TO WRK-PCT-ED
           MOVE WRK-PCT-FRETE-CONV TO WRK-PCT-CONV-ED
           MOVE WRK-PCT-FRETE-PERD TO WRK-PCT-PERD-ED

           MOVE SPACES TO REL-LINHA
           MOVE WRK-GRP-CHAVE(WRK-SUB) TO REL-LINHA(3:20)
           IF WRK-GRP-TIPO(WRK-SUB) = 'T'
               PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                       UNTIL WRK-TRP-SUB > WRK-TRP-QTD
                   IF WRK-TRP-CODIGO(WRK-TRP-SUB) =
                       WRK-GRP-CHAVE(WRK-SUB)(1:3)
                       MOVE WRK-TRP-NOME(WRK-TRP-SUB) TO
                           REL-LINHA(7:20)
                   END-IF
               END-PERFORM
           END-IF
           STRING ' COTACOES ' DELIMITED BY SIZE
               WRK-GRP-COTACOES(WRK-SUB) DELIMITED BY SIZE
               ' CONVERTIDAS ' DELIMITED BY SIZE
               WRK-GRP-CONVERTIDAS(WRK-SUB) DELIMITED BY SIZE
               ' TAXA ' WRK-PCT-ED DELIMITED BY SIZE
               '% FRETE/VALOR CONVERTIDAS ' DELIMITED BY SIZE
               WRK-PCT-CONV-ED DELIMITED BY SIZE
               '% PERDIDAS ' WRK-PCT-PERD-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO REL-LINHA(27:114)
           END-STRING
           WRITE REL-LINHA.
