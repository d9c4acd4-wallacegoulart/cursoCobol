      *            MESTRE DE CLIENTES NA PARTIDA E LIBERA NO FIM,
      *            PARA O CLIMANUT NAO EDITAR O MESTRE NO MEIO DE
      *            UM LOTE DE COTACOES
      *ALTERACAO = 15/10/2026 - PEDIDO NASCE COM O CUSTO UNITARIO
      *            ZERADO; O CUSTO MEDIO E GRAVADO PELO PEDSTAT NO
      *            ENVIO
      *ALTERACAO = 15/10/2026 - PEDIDO COM VARIOS ITENS: O CABECALHO
      *            (CLIENTE, UF, TRANSPORTADORA, CONDICAO, PROMESSA)
      *            CONTINUA NO PEDIDOS.DAT E CADA PRODUTO VIRA UMA
      *            LINHA NO PEDITENS.DAT (PEDITEM.CPY) COM QUANTIDADE
      *            E PRECO UNITARIO DO CADASTRO; NO CONSOLE O OPERADOR
      *            INFORMA OS PRODUTOS ADICIONAIS DEPOIS DA
      *            TRANSPORTADORA E NO LOTE AS LINHAS SEGUIDAS COM O
      *            MESMO GRUPO (LOT-GRUPO) FORMAM UM SO PEDIDO; O
      *            FRETE E COTADO UMA VEZ SOBRE O VALOR E O PESO
      *            TOTAIS DO PEDIDO (MULTIPLICADOR DA UF E FAIXA DE
      *            PESO), E PEDIDO CUJO VALOR OU FRETE NAO CABE NO
      *            LAYOUT E RECUSADO
      *ALTERACAO = 15/10/2026 - RESERVA DE ESTOQUE NA GERACAO DO
      *            PEDIDO: CADA LINHA RESERVA O QUE HOUVER DE
      *            DISPONIVEL NO ESTOQUE.DAT (SALDO MENOS RESERVADO) E
      *            O QUE FALTAR FICA PENDENTE NA LINHA (BACKORDER),
      *            LIBERADO PELO ESTOQMOV NA ENTRADA DA MERCADORIA
      *ALTERACAO = 15/10/2026 - LISTAS DE PRECO COM VIGENCIA
      *            (PRECOS.DAT, PRECOS.CPY): O PRECO DE CADA ITEM E O
      *            DA LINHA EM VIGOR NA DATA DO PEDIDO PARA O
      *            PRODUTO, O TIPO DE PESSOA DO CLIENTE (CLIMAST) E A
      *            FAIXA DE QUANTIDADE, COM A PROMOCAO VIGENTE NA
      *            FRENTE; A LISTA, A FAIXA E A PROMOCAO USADAS FICAM
      *            NA LINHA DO PEDIDO E, SEM LINHA APLICAVEL, VALE O
      *            VALOR DO PRODMAST
      *ALTERACAO = 15/10/2026 - LAYOUT DO PRODMAST COM A CLASSE
      *            FISCAL DO ICMS NO FINAL DO REGISTRO
      *ALTERACAO = 15/10/2026 - PEDIDO NOVO GRAVADO SEM ROMANEIO DE
      *            EMBARQUE (PED-ROMANEIO ZERADO)
      *ALTERACAO = 15/10/2026 - ZONAS DE FRETE POR FAIXA DE CEP
      *            DENTRO DA UF (UFCEPFX.DAT, CEPFAIXA.CPY,
      *            MANTIDAS PELO UFMANUT): O CEP DE ENTREGA - O DO LOTE
      *            (LOT-CEP) OU, SEM ELE, O CEP CADASTRADO DO CLIENTE -
      *            ESCOLHE A FAIXA VIGENTE, CUJO MULTIPLICADOR E PRAZO
      *            SUBSTITUEM OS DA UF; SEM FAIXA APLICAVEL VALE A
      *            TARIFA DA UF
      *ALTERACAO = 15/10/2026 - SCORECARD DAS TRANSPORTADORAS
      *            (TRPSCORE.DAT, GRAVADO PELO TRPSCORE): NA COMPRA DE
      *            FRETE A TRANSPORTADORA ABAIXO DA NOTA MINIMA DA
      *            COMPETENCIA MAIS RECENTE E AVISADA OU, COM A ACAO E
      *            NO SCOREPARM, FICA FORA DA COMPARACAO
      *ALTERACAO = 15/10/2026 - CURVA ABC NO LIMITE DE CREDITO:
      *            CLIENTE CLASSIFICADO NA CLASSE A PELO ABCANAL
      *            (ABCCLASS.DAT) TEM O LIMITE AMPLIADO PELA
      *            TOLERANCIA DO ABCPARM (PADRAO 10%) ANTES DA RECUSA
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-FRETE-UF ASSIGN TO "DATA/UFFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FAIXAS-CEP ASSIGN TO "DATA/UFCEPFX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CFX-STATUS.

           SELECT HISTORICO-FRETE ASSIGN TO "DATA/FRETEHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CKP-PEDIDOS ASSIGN TO "DATA/PEDIDOSCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.

           SELECT SALDOS-ESTOQUE ASSIGN TO "DATA/ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PARAMETRO-MOEDA ASSIGN TO "DATA/MOEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT LISTA-PRECOS ASSIGN TO "DATA/PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRC-STATUS.

           SELECT CONDICOES-PAGAMENTO ASSIGN TO "DATA/CONDPAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CPG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-STATUS.

           SELECT SCORECARD-TRANSP ASSIGN TO "DATA/TRPSCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCO-STATUS.

           SELECT PARAMETRO-SCORE ASSIGN TO "DATA/SCOREPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCP-STATUS.

           SELECT CLASSIFICACAO-ABC ASSIGN TO "DATA/ABCCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABC-STATUS.

           SELECT PARAMETRO-ABC ASSIGN TO "DATA/ABCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FRETE-UF.
           05  TAB-UF-VIGENCIA    PIC 9(08).
           05  TAB-UF-PRAZO       PIC 9(03).

       FD  FAIXAS-CEP.
       COPY "CEPFAIXA.CPY".

       FD  HISTORICO-FRETE.
       01  HIS-REC.
           05  HIS-PROD           PIC X(20).
       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  CKP-PEDIDOS.
       01  CKP-PED-REC.
           05  CKP-PED-NUMERO      PIC 9(06).
           05  LOT-TRANSP          PIC 9(03).
           05  LOT-QTD             PIC 9(05).
           05  LOT-CONDPAG         PIC 9(02).
           05  LOT-GRUPO           PIC 9(04).
           05  LOT-CEP             PIC 9(08).

       FD  RELATORIO-LOTE.
       01  REL-LINHA               PIC X(80).
           05  TRP-FATOR          PIC 9V99.
           05  TRP-ATIVA          PIC X(01).

       FD  SCORECARD-TRANSP.
       COPY "TRPSCORE.CPY".

       FD  PARAMETRO-SCORE.
       COPY "SCOREPRM.CPY".

       FD  CLASSIFICACAO-ABC.
       COPY "ABCCLASS.CPY".

       FD  PARAMETRO-ABC.
       COPY "ABCPARM.CPY".

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA         PIC 9(06).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  LISTA-PRECOS.
       COPY "PRECOS.CPY".

       FD  CONDICOES-PAGAMENTO.
       01  CPG-REC.
               10  WRK-UF-PRAZO    PIC 9(03).

       77  WRK-PRAZO-UF     PIC 9(03)  VALUE ZEROS.
       77  WRK-CFX-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-CFX-EOF      PIC X      VALUE 'N'.
           88  FIM-FAIXAS-CEP VALUE 'Y'.
       77  WRK-CFX-QTD      PIC 9(03)  VALUE ZEROS.
       77  WRK-CFX-SUB      PIC 9(03)  VALUE ZEROS.
       77  WRK-CEP          PIC 9(08)  VALUE ZEROS.
       77  WRK-VIG-ZONA     PIC 9(08)  VALUE ZEROS.
       77  WRK-ZONA         PIC X(10)  VALUE SPACES.

       01  WRK-TAB-FAIXAS-CEP.
           05  WRK-CFX-ITEM OCCURS 500 TIMES.
               10  WRK-CFX-REGISTRO PIC X(44).
       77  WRK-PROMESSA     PIC 9(08)  VALUE ZEROS.
       77  WRK-PROMESSA-INT PIC 9(08)  VALUE ZEROS.

               10  WRK-TRP-NOME   PIC X(20).
               10  WRK-TRP-FATOR  PIC 9V99.
               10  WRK-TRP-ATIVA  PIC X(01).
               10  WRK-TRP-COMPET PIC 9(06).
               10  WRK-TRP-NOTA   PIC 9(03)V9.
               10  WRK-TRP-ABAIXO PIC X(01).

      *SCORECARD DAS TRANSPORTADORAS (TRPSCORE): A TRANSPORTADORA
      *ABAIXO DA NOTA MINIMA E AVISADA (A) OU EXCLUIDA (E) DA
      *COMPRA DE FRETE CONFORME O SCOREPARM
       77  WRK-SCO-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-SCO-EOF      PIC X      VALUE 'N'.
           88  FIM-SCORECARD VALUE 'Y'.
       77  WRK-SCP-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-ACAO-SCORE   PIC X(01)  VALUE 'A'.
           88  SCORE-EXCLUI VALUE 'E'.
       77  WRK-TRP-CANDIDATA PIC X     VALUE 'S'.
           88  TRANSP-CANDIDATA VALUE 'S'.
       77  WRK-NOTA-ED      PIC ZZ9,9  VALUE ZEROS.

      *CURVA ABC (ABCANAL): CLIENTE DA CLASSE A TEM O LIMITE DE
      *CREDITO AMPLIADO PELA TOLERANCIA DO ABCPARM
       77  WRK-ABC-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-ABP-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-CLASSE-CLI   PIC X(01)  VALUE SPACES.
           88  CLIENTE-CURVA-A VALUE 'A'.
       77  WRK-TOLERANCIA-A PIC 9(03)  VALUE 10.
       77  WRK-LIMITE-EFETIVO PIC 9(11)V99 VALUE ZEROS.

       77  WRK-MODO-FRETE   PIC X      VALUE 'U'.
           88  MODO-SHOPPING VALUE 'S'.
       77  WRK-FCL-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-CRE-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO     PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS     PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM     PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM     PIC X(01)  VALUE 'N'.
       77  WRK-AUX-EOF     PIC X      VALUE 'N'.
           88  FIM-AUXILIAR VALUE 'Y'.
       77  WRK-EXPOSICAO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CPG-ACHADA  PIC X      VALUE 'N'.
           88  CONDICAO-ENCONTRADA VALUE 'Y'.

       77  WRK-ITM-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-ITM-QTD     PIC 9(02)  VALUE ZEROS.
       77  WRK-ITM-SUB     PIC 9(02)  VALUE ZEROS.
       77  WRK-FIM-ITENS   PIC X      VALUE 'N'.
           88  FIM-ITENS   VALUE 'S'.
       77  WRK-PROD-ADIC   PIC X(20)  VALUE SPACES.
       77  WRK-QTD-ADIC    PIC 9(05)  VALUE ZEROS.
       77  WRK-VALOR-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PESO-TOTAL  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-GRUPO       PIC 9(04)  VALUE ZEROS.
       77  WRK-VALOR-OK    PIC X      VALUE 'S'.
           88  VALOR-NO-LIMITE VALUE 'S'.
       77  WRK-FRETE-OK    PIC X      VALUE 'S'.
           88  FRETE-NO-LIMITE VALUE 'S'.
       77  WRK-EST-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-EST-EOF     PIC X      VALUE 'N'.
           88  FIM-ESTOQUE VALUE 'Y'.
       77  WRK-EST-QTD     PIC 9(03)  VALUE ZEROS.
       77  WRK-EST-SUB     PIC 9(03)  VALUE ZEROS.
       77  WRK-EST-MUDOU   PIC X      VALUE 'N'.
       77  WRK-DISPONIVEL  PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-RESERVA PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-BACKORDER PIC 9(06) VALUE ZEROS.

       01  WRK-TAB-ESTOQUE.
           05  WRK-EST-ITEM OCCURS 200 TIMES.
               10  WRK-EST-REGISTRO PIC X(49).

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 20 TIMES.
               10  WRK-ITM-PROD       PIC X(20).
               10  WRK-ITM-QUANTIDADE PIC 9(05).
               10  WRK-ITM-PRECO      PIC 9(06)V99.
               10  WRK-ITM-PESO       PIC 9(04)V99.
               10  WRK-ITM-LISTA      PIC X(06).
               10  WRK-ITM-FAIXA      PIC 9(05).
               10  WRK-ITM-PROMOCAO   PIC X(01).

       77  WRK-PRC-STATUS  PIC X(02)  VALUE '00'.
       77  WRK-PRC-EOF     PIC X      VALUE 'N'.
           88  FIM-PRECOS  VALUE 'Y'.
       77  WRK-PRC-QTD     PIC 9(03)  VALUE ZEROS.
       77  WRK-PRC-SUB     PIC 9(03)  VALUE ZEROS.
       77  WRK-PRC-ESCOLHIDA PIC 9(03) VALUE ZEROS.
       77  WRK-TIPO-PRECO  PIC X(01)  VALUE 'F'.

      *    ORDEM DE PREFERENCIA ENTRE AS LINHAS APLICAVEIS: PROMOCAO,
      *    VIGENCIA MAIS RECENTE, TIPO DE PESSOA ESPECIFICO E MAIOR
      *    FAIXA DE QUANTIDADE ALCANCADA
       01  WRK-CHAVE-PRECO.
           05  WRK-CHP-PROMOCAO   PIC X(01).
           05  WRK-CHP-VIGENCIA   PIC 9(08).
           05  WRK-CHP-TIPO       PIC X(01).
           05  WRK-CHP-FAIXA      PIC 9(05).
       77  WRK-CHAVE-MELHOR PIC X(15) VALUE SPACES.

       01  WRK-TAB-PRECOS.
           05  WRK-PRC-ITEM OCCURS 500 TIMES.
               10  WRK-PRC-REGISTRO   PIC X(58).

       01  WRK-TAB-CONDICOES.
           05  WRK-CPG-ITEM OCCURS 20 TIMES INDEXED BY WRK-CPG-IDX.
               10  WRK-CPG-CODIGO PIC 9(02).
               PERFORM 0140-DIALOGO-CONSOLE
               PERFORM 0160-VALIDAR-CLIENTE
               PERFORM 0170-VALIDAR-TRANSPORTADORA
               PERFORM 0176-VALIDAR-ITENS
               PERFORM 0178-VALIDAR-CONDICAO
               EVALUATE TRUE
                   WHEN NOT CLIENTE-ENCONTRADO
                       DISPLAY 'PRODUTO ' WRK-PROD ' INEXISTENTE OU '
                           'INATIVO NO CADASTRO - COTACAO RECUSADA'
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT VALOR-NO-LIMITE
                       DISPLAY 'VALOR DA MERCADORIA DO PEDIDO ACIMA DE '
                           '999.999,99 - COTACAO RECUSADA'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0200-PROCESSAR
                       PERFORM 0300-FINALIZAR

           PERFORM 0132-CARREGAR-ADICIONAIS.

           PERFORM 0133-CARREGAR-PRECOS.

           PERFORM 0134-CARREGAR-FAIXAS-CEP.

           PERFORM 0150-LER-CHECKPOINT-PEDIDO.

           PERFORM 0130-VERIFICAR-MODO-LOTE.
                   MOVE TRP-FATOR TO WRK-TRP-FATOR(WRK-TRP-QTD)
               END-IF
               MOVE TRP-ATIVA  TO WRK-TRP-ATIVA(WRK-TRP-QTD)
               MOVE ZEROS TO WRK-TRP-COMPET(WRK-TRP-QTD)
               MOVE ZEROS TO WRK-TRP-NOTA(WRK-TRP-QTD)
               MOVE 'N'   TO WRK-TRP-ABAIXO(WRK-TRP-QTD)
               READ TRANSPORTADORA-MASTER
                   AT END MOVE 'Y' TO WRK-TRP-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANSPORTADORA-MASTER.

           PERFORM 0127-CARREGAR-SCORECARD.

      **********NOTA DAS TRANSPORTADORAS NO SCORECARD**********
      *VALE A COMPETENCIA MAIS RECENTE DE CADA TRANSPORTADORA;
      *SEM SCORECARD NINGUEM E AVISADO NEM EXCLUIDO
       0127-CARREGAR-SCORECARD.
           OPEN INPUT PARAMETRO-SCORE
           IF WRK-SCP-STATUS = '00'
               READ PARAMETRO-SCORE
                   AT END CONTINUE
                   NOT AT END
                       IF SCP-ACAO = 'E'
                           MOVE 'E' TO WRK-ACAO-SCORE
                       END-IF
               END-READ
               CLOSE PARAMETRO-SCORE
           END-IF

           OPEN INPUT SCORECARD-TRANSP
           IF WRK-SCO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ SCORECARD-TRANSP
               AT END MOVE 'Y' TO WRK-SCO-EOF
           END-READ

           PERFORM UNTIL FIM-SCORECARD
               SET WRK-TRP-IDX TO 1
               SEARCH WRK-TRP-ITEM
                   AT END CONTINUE
                   WHEN WRK-TRP-CODIGO(WRK-TRP-IDX) = SCO-TRANSP
                       IF SCO-COMPETENCIA >=
                           WRK-TRP-COMPET(WRK-TRP-IDX)
                           MOVE SCO-COMPETENCIA TO
                               WRK-TRP-COMPET(WRK-TRP-IDX)
                           MOVE SCO-NOTA TO WRK-TRP-NOTA(WRK-TRP-IDX)
                           MOVE SCO-ABAIXO-MINIMO TO
                               WRK-TRP-ABAIXO(WRK-TRP-IDX)
                       END-IF
               END-SEARCH
               READ SCORECARD-TRANSP
                   AT END MOVE 'Y' TO WRK-SCO-EOF
               END-READ
           END-PERFORM
           CLOSE SCORECARD-TRANSP.

      ****************CARGA DO CADASTRO DE PRODUTOS************
       0128-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER
           END-PERFORM.
           CLOSE PRODUTO-MASTER.

      ****************CARGA DAS LISTAS DE PRECO****************
      *SEM O ARQUIVO, TODOS OS ITENS SAEM PELO VALOR DO PRODMAST
       0133-CARREGAR-PRECOS.
           OPEN INPUT LISTA-PRECOS
           IF WRK-PRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ LISTA-PRECOS
               AT END MOVE 'Y' TO WRK-PRC-EOF
           END-READ

           PERFORM UNTIL FIM-PRECOS
               IF WRK-PRC-QTD >= 500
                   DISPLAY 'ERRO: LISTAS DE PRECO EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-LIBERAR-RECURSO
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRC-QTD
               MOVE PRC-REC TO WRK-PRC-REGISTRO(WRK-PRC-QTD)
               READ LISTA-PRECOS
                   AT END MOVE 'Y' TO WRK-PRC-EOF
               END-READ
           END-PERFORM.
           CLOSE LISTA-PRECOS.

      **********CARGA DAS ZONAS DE FRETE POR FAIXA DE CEP******
      *SEM O ARQUIVO, TODA COTACAO SAI PELA TARIFA DA UF
       0134-CARREGAR-FAIXAS-CEP.
           OPEN INPUT FAIXAS-CEP
           IF WRK-CFX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ FAIXAS-CEP
               AT END MOVE 'Y' TO WRK-CFX-EOF
           END-READ

           PERFORM UNTIL FIM-FAIXAS-CEP
               IF WRK-CFX-QTD >= 500
                   DISPLAY 'ERRO: ZONAS DE FRETE POR CEP EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-LIBERAR-RECURSO
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CFX-QTD
               MOVE CFX-REC TO WRK-CFX-REGISTRO(WRK-CFX-QTD)
               READ FAIXAS-CEP
                   AT END MOVE 'Y' TO WRK-CFX-EOF
               END-READ
           END-PERFORM.
           CLOSE FAIXAS-CEP.

      ****************CARGA DAS CONDICOES DE PAGAMENTO*********
       0129-CARREGAR-CONDICOES.
           OPEN INPUT CONDICOES-PAGAMENTO
                   MOVE WRK-PRD-PESO(WRK-PRD-IDX)  TO WRK-PESO
           END-SEARCH.

      **********ITENS DO PEDIDO: VALOR E PESO TOTAIS***********
      *CADA LINHA E VALIDADA NO CADASTRO; O PRIMEIRO PRODUTO
      *RECUSADO FICA EM WRK-PROD PARA A MENSAGEM; O VALOR E O PESO
      *TOTAIS SAO A BASE DA COTACAO UNICA DO FRETE
       0176-VALIDAR-ITENS.
           MOVE 0 TO WRK-VALOR-TOTAL
           MOVE 0 TO WRK-PESO-TOTAL
           MOVE 'S' TO WRK-VALOR-OK
           SET PRODUTO-ENCONTRADO TO TRUE

           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   OR NOT PRODUTO-ENCONTRADO
               MOVE WRK-ITM-PROD(WRK-ITM-SUB) TO WRK-PROD
               PERFORM 0175-VALIDAR-PRODUTO
               IF PRODUTO-ENCONTRADO
      *            ITEM SEM QUANTIDADE VALE UMA UNIDADE (MESMA REGRA
      *            DO FATURAMENTO NO FATGER)
                   IF WRK-ITM-QUANTIDADE(WRK-ITM-SUB) = 0
                       MOVE 1 TO WRK-ITM-QUANTIDADE(WRK-ITM-SUB)
                   END-IF
                   PERFORM 0177-APLICAR-LISTA-PRECO
                   MOVE WRK-VALOR TO WRK-ITM-PRECO(WRK-ITM-SUB)
                   MOVE WRK-PESO  TO WRK-ITM-PESO(WRK-ITM-SUB)
                   COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-TOTAL +
                       (WRK-VALOR * WRK-ITM-QUANTIDADE(WRK-ITM-SUB))
                       ON SIZE ERROR MOVE 'N' TO WRK-VALOR-OK
                   END-COMPUTE
                   COMPUTE WRK-PESO-TOTAL = WRK-PESO-TOTAL +
                       (WRK-PESO * WRK-ITM-QUANTIDADE(WRK-ITM-SUB))
                       ON SIZE ERROR MOVE 'N' TO WRK-VALOR-OK
                   END-COMPUTE
               END-IF
           END-PERFORM

           IF WRK-VALOR-TOTAL > 999999,99
               MOVE 'N' TO WRK-VALOR-OK
           END-IF

      *    O CABECALHO LEVA O PRODUTO QUANDO HA UM SO ITEM
           IF PRODUTO-ENCONTRADO
               IF WRK-ITM-QTD = 1
                   MOVE WRK-ITM-PROD(1) TO WRK-PROD
               ELSE
                   MOVE 'DIVERSOS' TO WRK-PROD
               END-IF
           END-IF.

      **********PRECO EM VIGOR NA LISTA DE PRECOS**************
      *ENTRE AS LINHAS DO PRODUTO VIGENTES NA DATA DO PEDIDO, DO
      *TIPO DE PESSOA DO CLIENTE (OU DE QUALQUER PESSOA) E COM A
      *QUANTIDADE MINIMA ALCANCADA, VALE A DE MAIOR PREFERENCIA
      *(WRK-CHAVE-PRECO); SEM NENHUMA, FICA O VALOR DO PRODMAST
       0177-APLICAR-LISTA-PRECO.
           MOVE SPACES TO WRK-ITM-LISTA(WRK-ITM-SUB)
           MOVE ZEROS  TO WRK-ITM-FAIXA(WRK-ITM-SUB)
           MOVE 'N'    TO WRK-ITM-PROMOCAO(WRK-ITM-SUB)
           MOVE ZEROS  TO WRK-PRC-ESCOLHIDA
           MOVE LOW-VALUES TO WRK-CHAVE-MELHOR

           PERFORM VARYING WRK-PRC-SUB FROM 1 BY 1
                   UNTIL WRK-PRC-SUB > WRK-PRC-QTD
               MOVE WRK-PRC-REGISTRO(WRK-PRC-SUB) TO PRC-REC
               IF PRC-PRODUTO = WRK-PROD
                   AND PRC-VIGENCIA <= WRK-DATA-COTACAO
                   AND (PRC-VALIDADE = ZEROS
                       OR PRC-VALIDADE >= WRK-DATA-COTACAO)
                   AND (PRC-QUALQUER-PESSOA
                       OR PRC-TIPO-PESSOA = WRK-TIPO-PRECO)
                   AND PRC-QTD-MINIMA <=
                       WRK-ITM-QUANTIDADE(WRK-ITM-SUB)
                   IF PRC-EM-PROMOCAO
                       MOVE '1' TO WRK-CHP-PROMOCAO
                   ELSE
                       MOVE '0' TO WRK-CHP-PROMOCAO
                   END-IF
                   MOVE PRC-VIGENCIA TO WRK-CHP-VIGENCIA
                   IF PRC-QUALQUER-PESSOA
                       MOVE '0' TO WRK-CHP-TIPO
                   ELSE
                       MOVE '1' TO WRK-CHP-TIPO
                   END-IF
                   MOVE PRC-QTD-MINIMA TO WRK-CHP-FAIXA
                   IF WRK-CHAVE-PRECO > WRK-CHAVE-MELHOR
                       MOVE WRK-CHAVE-PRECO TO WRK-CHAVE-MELHOR
                       MOVE WRK-PRC-SUB TO WRK-PRC-ESCOLHIDA
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-PRC-ESCOLHIDA > 0
               MOVE WRK-PRC-REGISTRO(WRK-PRC-ESCOLHIDA) TO PRC-REC
               IF PRC-PRECO > 999999,99
                   MOVE 'N' TO WRK-VALOR-OK
               ELSE
                   MOVE PRC-PRECO TO WRK-VALOR
               END-IF
               MOVE PRC-LISTA      TO WRK-ITM-LISTA(WRK-ITM-SUB)
               MOVE PRC-QTD-MINIMA TO WRK-ITM-FAIXA(WRK-ITM-SUB)
               IF PRC-EM-PROMOCAO
                   MOVE 'S' TO WRK-ITM-PROMOCAO(WRK-ITM-SUB)
               END-IF
           END-IF.

      ****************VALIDACAO DA TRANSPORTADORA**************
      *TRANSPORTADORA ZERO DISPARA O MODO DE COMPRA (COTACAO
      *CONTRA TODAS AS ATIVAS); CODIGO INFORMADO E VALIDADO E O
                   END-IF
           END-READ.

      *    O TIPO DE PESSOA DO CADASTRO ESCOLHE O PRECO DA LISTA
           MOVE 'F' TO WRK-TIPO-PRECO
           IF CLIENTE-ENCONTRADO AND CLI-TIPO-PESSOA = 'J'
               MOVE 'J' TO WRK-TIPO-PRECO
           END-IF.

      *    UF EM BRANCO ASSUME O DESTINO CADASTRADO DO CLIENTE
           IF CLIENTE-ENCONTRADO AND WRK-UF = SPACES
               MOVE CLI-UF TO WRK-UF
               DISPLAY 'UF ASSUMIDA DO CADASTRO DO CLIENTE: ' WRK-UF
           END-IF.

      *    SEM CEP INFORMADO NO LOTE, A ZONA DE FRETE SAI DO CEP
      *    CADASTRADO DO CLIENTE
           IF CLIENTE-ENCONTRADO AND WRK-CEP = ZEROS
               AND CLI-CEP IS NUMERIC
               MOVE CLI-CEP TO WRK-CEP
           END-IF.

      ****************DETECCAO DO MODO DE EXECUCAO*************
       0130-VERIFICAR-MODO-LOTE.
           OPEN INPUT LOTE-COTACOES
           DISPLAY 'TRANSPORTADORA..'
           ACCEPT WRK-TRANSP.

      *    O PRIMEIRO PRODUTO E OS ADICIONAIS FORMAM AS LINHAS DO
      *    PEDIDO; PRODUTO EM BRANCO ENCERRA A DIGITACAO
           MOVE 1 TO WRK-ITM-QTD
           MOVE WRK-PROD       TO WRK-ITM-PROD(1)
           MOVE WRK-QTD-PEDIDA TO WRK-ITM-QUANTIDADE(1)
           MOVE 'N' TO WRK-FIM-ITENS
           PERFORM UNTIL FIM-ITENS
               MOVE SPACES TO WRK-PROD-ADIC
               DISPLAY 'OUTRO PRODUTO DO PEDIDO (BRANCO ENCERRA)..'
               ACCEPT WRK-PROD-ADIC
               IF WRK-PROD-ADIC = SPACES
                   SET FIM-ITENS TO TRUE
               ELSE
                   MOVE 0 TO WRK-QTD-ADIC
                   DISPLAY 'QUANTIDADE..'
                   ACCEPT WRK-QTD-ADIC
                   ADD 1 TO WRK-ITM-QTD
                   MOVE WRK-PROD-ADIC TO WRK-ITM-PROD(WRK-ITM-QTD)
                   MOVE WRK-QTD-ADIC  TO
                       WRK-ITM-QUANTIDADE(WRK-ITM-QTD)
                   IF WRK-ITM-QTD >= 20
                       DISPLAY 'LIMITE DE 20 ITENS POR PEDIDO '
                           'ATINGIDO'
                       SET FIM-ITENS TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       0150-LER-CHECKPOINT-PEDIDO.
           OPEN INPUT CKP-PEDIDOS
           IF WRK-CKP-STATUS = '00'
           END-READ
           CLOSE PARAMETRO-MOEDA.

      *O FRETE E COTADO UMA VEZ POR PEDIDO SOBRE O VALOR E O PESO
      *TOTAIS DOS ITENS (0176-VALIDAR-ITENS)
       0200-PROCESSAR.
           MOVE 'S' TO WRK-FRETE-OK

           PERFORM 0210-LOCALIZAR-TARIFA-VIGENTE.


           IF UF-ENCONTRADA
               COMPUTE WRK-COMP-BASE =
                   (WRK-VALOR-TOTAL * WRK-MULT-ESCOLHIDO) -
                   WRK-VALOR-TOTAL
                   ON SIZE ERROR MOVE 'N' TO WRK-FRETE-OK
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WRK-PESO-TOTAL <= 5
                       MOVE 0 TO WRK-ADIC-PESO
                   WHEN WRK-PESO-TOTAL <= 20
                       MOVE 10,00 TO WRK-ADIC-PESO
                   WHEN WRK-PESO-TOTAL <= 50
                       MOVE 25,00 TO WRK-ADIC-PESO
                   WHEN OTHER
                       MOVE 50,00 TO WRK-ADIC-PESO
               END-EVALUATE
               COMPUTE WRK-COMP-SEGURO ROUNDED =
                   WRK-VALOR-TOTAL * WRK-PCT-ADV / 100
                   ON SIZE ERROR MOVE 'N' TO WRK-FRETE-OK
               END-COMPUTE
               COMPUTE WRK-COMP-COMB ROUNDED =
                   (WRK-COMP-BASE + WRK-ADIC-PESO) *
                   WRK-PCT-COMB / 100
                   ON SIZE ERROR MOVE 'N' TO WRK-FRETE-OK
               END-COMPUTE
               COMPUTE WRK-FRETE-BASE =
                   WRK-COMP-BASE + WRK-ADIC-PESO +
                   WRK-COMP-SEGURO + WRK-COMP-COMB
                   ON SIZE ERROR MOVE 'N' TO WRK-FRETE-OK
               END-COMPUTE

               IF FRETE-NO-LIMITE
                   IF MODO-SHOPPING
                       PERFORM 0220-COMPRAR-FRETE
                   ELSE
                       COMPUTE WRK-FRETE ROUNDED =
                           WRK-FRETE-BASE * WRK-FATOR
                           ON SIZE ERROR MOVE 'N' TO WRK-FRETE-OK
                       END-COMPUTE
                   END-IF
               END-IF

               IF FRETE-NO-LIMITE
                   MOVE 'S' TO WRK-ESCOLHIDA
                   PERFORM 0250-GRAVAR-HISTORICO
                   PERFORM 0260-GRAVAR-PEDIDO
               ELSE
                   DISPLAY 'FRETE DO PEDIDO ACIMA DE 9.999,99 - '
                       'COTACAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      **********COMPRA DE FRETE ENTRE AS TRANSPORTADORAS*******
      *CADA TRANSPORTADORA ATIVA RECEBE O FRETE BASE AJUSTADO PELO
      *SEU FATOR; CADA CANDIDATA VIRA UMA LINHA DE COMPARACAO NO
      *HISTORICO (ESCOLHIDA N) E A MAIS BARATA FECHA O PEDIDO;
      *A ABAIXO DA NOTA MINIMA DO SCORECARD E AVISADA OU FICA FORA
       0220-COMPRAR-FRETE.
           MOVE 0 TO WRK-TRANSP-MENOR
           MOVE 9999,99 TO WRK-FRETE-MENOR

           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB > WRK-TRP-QTD
               PERFORM 0222-AVALIAR-SCORECARD
               IF (WRK-TRP-ATIVA(WRK-TRP-SUB) = 'S'
                   OR WRK-TRP-ATIVA(WRK-TRP-SUB) = SPACE)
                   AND TRANSP-CANDIDATA
                   COMPUTE WRK-FRETE-CAND ROUNDED =
                       WRK-FRETE-BASE * WRK-TRP-FATOR(WRK-TRP-SUB)
                       ON SIZE ERROR MOVE 9999,99 TO WRK-FRETE-CAND
                   END-COMPUTE
                   MOVE WRK-TRP-CODIGO(WRK-TRP-SUB) TO WRK-TRANSP
                   MOVE WRK-FRETE-CAND TO WRK-FRETE
                   MOVE 'N' TO WRK-ESCOLHIDA
           END-PERFORM

           IF WRK-TRANSP-MENOR = 0
               DISPLAY 'NENHUMA TRANSPORTADORA ATIVA E ELEGIVEL '
                   'PARA A COMPRA DE FRETE - COTACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               PERFORM 0350-LIBERAR-RECURSO
               STOP RUN
           DISPLAY 'FRETE FECHADO COM A TRANSPORTADORA '
               WRK-TRANSP ' (MAIS BARATA)'.

       0222-AVALIAR-SCORECARD.
           MOVE 'S' TO WRK-TRP-CANDIDATA
           IF WRK-TRP-ABAIXO(WRK-TRP-SUB) NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           IF WRK-TRP-ATIVA(WRK-TRP-SUB) NOT = 'S'
               AND WRK-TRP-ATIVA(WRK-TRP-SUB) NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-TRP-NOTA(WRK-TRP-SUB) TO WRK-NOTA-ED
           IF SCORE-EXCLUI
               MOVE 'N' TO WRK-TRP-CANDIDATA
               DISPLAY 'TRANSPORTADORA ' WRK-TRP-CODIGO(WRK-TRP-SUB)
                   ' FORA DA COMPRA DE FRETE - NOTA ' WRK-NOTA-ED
                   ' ABAIXO DO MINIMO NO SCORECARD '
                   WRK-TRP-COMPET(WRK-TRP-SUB)
           ELSE
               DISPLAY 'AVISO: TRANSPORTADORA '
                   WRK-TRP-CODIGO(WRK-TRP-SUB) ' COM NOTA '
                   WRK-NOTA-ED ' ABAIXO DO MINIMO NO SCORECARD '
                   WRK-TRP-COMPET(WRK-TRP-SUB)
           END-IF.

      ****************TARIFA VIGENTE NA DATA DA COTACAO********
       0210-LOCALIZAR-TARIFA-VIGENTE.
           MOVE 'N' TO WRK-UF-ACHADA
               END-IF
           END-PERFORM.

           PERFORM 0215-LOCALIZAR-ZONA-CEP.

      **********ZONA DE FRETE PELA FAIXA DE CEP DA UF**********
      *ENTRE AS FAIXAS DA UF QUE CONTEM O CEP DE ENTREGA, VALE A
      *DE MAIOR VIGENCIA IGUAL OU ANTERIOR A DATA DA COTACAO, COM
      *MULTIPLICADOR E PRAZO PROPRIOS NO LUGAR DOS DA UF; CEP
      *ZERADO OU FORA DE TODAS AS FAIXAS FICA COM A TARIFA DA UF
       0215-LOCALIZAR-ZONA-CEP.
           MOVE SPACES TO WRK-ZONA
           MOVE 0 TO WRK-VIG-ZONA

           IF WRK-CEP = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                   UNTIL WRK-CFX-SUB > WRK-CFX-QTD
               MOVE WRK-CFX-REGISTRO(WRK-CFX-SUB) TO CFX-REC
               IF CFX-UF = WRK-UF
                   AND WRK-CEP >= CFX-CEP-INICIAL
                   AND WRK-CEP <= CFX-CEP-FINAL
                   AND CFX-VIGENCIA <= WRK-DATA-COTACAO
                   AND CFX-VIGENCIA >= WRK-VIG-ZONA
                   SET UF-ENCONTRADA TO TRUE
                   MOVE CFX-VIGENCIA TO WRK-VIG-ZONA
                   MOVE CFX-MULT     TO WRK-MULT-ESCOLHIDO
                   MOVE CFX-PRAZO    TO WRK-PRAZO-UF
                   MOVE CFX-ZONA     TO WRK-ZONA
                   IF WRK-ZONA = SPACES
                       MOVE 'FAIXA CEP' TO WRK-ZONA
                   END-IF
               END-IF
           END-PERFORM.

      ****************PROCESSAMENTO DO LOTE DE COTACOES********
       0400-PROCESSAR-LOTE.
           OPEN OUTPUT RELATORIO-LOTE.
               MOVE LOT-TRANSP TO WRK-TRANSP
               MOVE LOT-QTD   TO WRK-QTD-PEDIDA
               MOVE LOT-CONDPAG TO WRK-CONDPAG
               IF LOT-CEP IS NUMERIC
                   MOVE LOT-CEP TO WRK-CEP
               ELSE
                   MOVE ZEROS TO WRK-CEP
               END-IF

      *        LINHAS SEGUIDAS COM O MESMO GRUPO (DIFERENTE DE ZERO)
      *        SAO ITENS DE UM SO PEDIDO; O CABECALHO VEM DA PRIMEIRA
               MOVE 1 TO WRK-ITM-QTD
               MOVE LOT-PROD TO WRK-ITM-PROD(1)
               MOVE LOT-QTD  TO WRK-ITM-QUANTIDADE(1)
               IF LOT-GRUPO NUMERIC
                   MOVE LOT-GRUPO TO WRK-GRUPO
               ELSE
                   MOVE 0 TO WRK-GRUPO
               END-IF
               READ LOTE-COTACOES
                   AT END MOVE 'Y' TO WRK-LOT-EOF
               END-READ
               PERFORM UNTIL FIM-LOTE OR WRK-GRUPO = 0
                       OR LOT-GRUPO NOT NUMERIC
                       OR LOT-GRUPO NOT = WRK-GRUPO
                   IF WRK-ITM-QTD < 20
                       ADD 1 TO WRK-ITM-QTD
                       MOVE LOT-PROD TO WRK-ITM-PROD(WRK-ITM-QTD)
                       MOVE LOT-QTD  TO
                           WRK-ITM-QUANTIDADE(WRK-ITM-QTD)
                   ELSE
                       DISPLAY 'GRUPO ' WRK-GRUPO ' COM MAIS DE 20 '
                           'ITENS - PRODUTO ' LOT-PROD ' IGNORADO'
                   END-IF
                   READ LOTE-COTACOES
                       AT END MOVE 'Y' TO WRK-LOT-EOF
                   END-READ
               END-PERFORM

               PERFORM 0160-VALIDAR-CLIENTE
               PERFORM 0170-VALIDAR-TRANSPORTADORA
               PERFORM 0176-VALIDAR-ITENS
               PERFORM 0178-VALIDAR-CONDICAO
               IF NOT CONDICAO-ENCONTRADA
                   MOVE 1 TO WRK-CONDPAG
                       PERFORM 0470-GRAVAR-RECUSA-TRANSP
                   WHEN NOT PRODUTO-ENCONTRADO
                       PERFORM 0480-GRAVAR-RECUSA-PRODUTO
                   WHEN NOT VALOR-NO-LIMITE
                       PERFORM 0485-GRAVAR-RECUSA-VALOR
                   WHEN OTHER
                       PERFORM 0200-PROCESSAR
                       PERFORM 0450-GRAVAR-RESULTADO
               END-EVALUATE
           END-PERFORM.

           MOVE '---------------------------------------------' TO
      ****************RESULTADO DE UMA COTACAO DO LOTE*********
       0450-GRAVAR-RESULTADO.
           MOVE SPACES TO REL-LINHA
           IF UF-ENCONTRADA AND NOT FRETE-NO-LIMITE
               STRING WRK-PROD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-UF DELIMITED BY SIZE
                   ' FRETE ACIMA DE 9.999,99 - COTACAO RECUSADA'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF
           IF UF-ENCONTRADA
               ADD 1 TO WRK-QTD-COTADAS
               MOVE WRK-FRETE TO WRK-FRETE-ED
               IF WRK-ZONA = SPACES
                   MOVE 'TARIFA UF' TO WRK-ZONA
               END-IF
               STRING WRK-PROD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-UF DELIMITED BY SIZE
                   WRK-FRETE-ED DELIMITED BY SIZE
                   ' PEDIDO: ' DELIMITED BY SIZE
                   WRK-PED-NUMERO DELIMITED BY SIZE
                   ' ZONA ' DELIMITED BY SIZE
                   WRK-ZONA DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
           END-STRING
           WRITE REL-LINHA.

      ****************RECUSA POR VALOR ACIMA DO LAYOUT*********
       0485-GRAVAR-RECUSA-VALOR.
           MOVE SPACES TO REL-LINHA
           STRING WRK-PROD DELIMITED BY SIZE
               ' VALOR DA MERCADORIA ACIMA DE 999.999,99 - COTACAO'
               DELIMITED BY SIZE
               ' RECUSADA' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      ****************RECUSA POR TRANSPORTADORA INVALIDA*******
       0470-GRAVAR-RECUSA-TRANSP.
           ADD 1 TO WRK-QTD-RECUSADAS

           MOVE WRK-PROD      TO EXC-UF-PROD
           MOVE WRK-UF        TO EXC-UF-UF
           MOVE WRK-VALOR-TOTAL TO EXC-UF-VALOR
           MOVE WRK-DATA-HORA TO EXC-UF-DATA
           WRITE EXC-UF-REC.
           CLOSE EXCECOES-UF.

           MOVE WRK-PROD     TO HIS-PROD
           MOVE WRK-UF       TO HIS-UF
           MOVE WRK-VALOR-TOTAL TO HIS-VALOR
           MOVE WRK-FRETE    TO HIS-FRETE
           MOVE WRK-DATA-HORA TO HIS-DATA
           MOVE WRK-HORA      TO HIS-HORA
      **********LIMITE DE CREDITO DO CLIENTE*******************
      *A EXPOSICAO SOMA AS PARCELAS EM ABERTO DAS FATURAS
      *VINCULADAS AO CPF (FATUCLI), OS PEDIDOS EM ABERTO E O
      *PEDIDO NOVO; LIMITE ZERO NO CADASTRO SIGNIFICA SEM CONTROLE;
      *CLIENTE DA CURVA A TEM O LIMITE AMPLIADO PELA TOLERANCIA
       0265-VERIFICAR-CREDITO.
           MOVE 'S' TO WRK-CREDITO-OK

           ELSE
               PERFORM 0266-CALCULAR-EXPOSICAO
               COMPUTE WRK-EXPOSICAO = WRK-EXPOSICAO +
                   WRK-VALOR-TOTAL + WRK-FRETE
               PERFORM 0261-LIMITE-CURVA-ABC
               IF WRK-EXPOSICAO > WRK-LIMITE-EFETIVO
                   MOVE 'N' TO WRK-CREDITO-OK
                   IF MODO-CONSOLE
                       PERFORM 0267-LIBERAR-CREDITO
               END-PERFORM
               CLOSE USUARIOS-MASTER

               PERFORM 0196-LER-ULTIMO-ELO-SEG
               OPEN EXTEND AUDITORIA-SEGURANCA
               IF WRK-SEG-STATUS NOT = '00'
                   OPEN OUTPUT AUDITORIA-SEGURANCA
                   MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
               END-IF
               MOVE WRK-DATA-COTACAO TO SEG-DATA-HORA
               MOVE 'CREDLIB' TO SEG-FUNCAO
               PERFORM 0197-ENCADEAR-SEG
               WRITE SEG-REC
               CLOSE AUDITORIA-SEGURANCA

           MOVE WRK-CPF       TO CRE-CPF
           MOVE WRK-PROD      TO CRE-PROD
           COMPUTE CRE-VALOR-PEDIDO =
               WRK-VALOR-TOTAL + WRK-FRETE
           MOVE WRK-EXPOSICAO TO CRE-EXPOSICAO
           MOVE WRK-LIMITE-EFETIVO TO CRE-LIMITE
           MOVE WRK-DATA-COTACAO TO CRE-DATA
           MOVE 'EXPOSICAO ACIMA DO LIMITE' TO CRE-MOTIVO
           WRITE CRE-REC
           DISPLAY 'PEDIDO RECUSADO POR LIMITE DE CREDITO - CPF '
               WRK-CPF.

      **********PRIORIDADE DE CREDITO DO CLIENTE A*************
       0261-LIMITE-CURVA-ABC.
           MOVE CLI-LIMITE-CRED TO WRK-LIMITE-EFETIVO
           MOVE SPACES TO WRK-CLASSE-CLI

           MOVE 'N' TO WRK-AUX-EOF
           OPEN INPUT CLASSIFICACAO-ABC
           IF WRK-ABC-STATUS NOT = '00'
               MOVE 'Y' TO WRK-AUX-EOF
           ELSE
               READ CLASSIFICACAO-ABC
                   AT END MOVE 'Y' TO WRK-AUX-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-AUXILIAR
               IF ABC-CLIENTE AND ABC-CHAVE(1:11) = WRK-CPF
                   MOVE ABC-CLASSE TO WRK-CLASSE-CLI
                   MOVE 'Y' TO WRK-AUX-EOF
               ELSE
                   READ CLASSIFICACAO-ABC
                       AT END MOVE 'Y' TO WRK-AUX-EOF
                   END-READ
               END-IF
           END-PERFORM
           IF WRK-ABC-STATUS = '00' OR WRK-ABC-STATUS = '10'
               CLOSE CLASSIFICACAO-ABC
           END-IF

           IF NOT CLIENTE-CURVA-A
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARAMETRO-ABC
           IF WRK-ABP-STATUS = '00'
               READ PARAMETRO-ABC
                   AT END CONTINUE
                   NOT AT END
                       IF ABP-TOLERANCIA-A IS NUMERIC
                           MOVE ABP-TOLERANCIA-A TO WRK-TOLERANCIA-A
                       END-IF
               END-READ
               CLOSE PARAMETRO-ABC
           END-IF

           COMPUTE WRK-LIMITE-EFETIVO ROUNDED = CLI-LIMITE-CRED *
               (100 + WRK-TOLERANCIA-A) / 100
           IF WRK-EXPOSICAO > CLI-LIMITE-CRED
               AND WRK-EXPOSICAO NOT > WRK-LIMITE-EFETIVO
               DISPLAY 'CLIENTE CURVA A - PEDIDO ACEITO NA TOLERANCIA '
                   'DE ' WRK-TOLERANCIA-A '% SOBRE O LIMITE DE CREDITO'
           END-IF.

       0262-EFETIVAR-PEDIDO.
           ADD 1 TO WRK-PED-NUMERO.

           MOVE WRK-PED-NUMERO TO PED-NUMERO
           MOVE WRK-PROD       TO PED-PROD
           MOVE WRK-UF         TO PED-UF
      *    UM ITEM: PRODUTO, QUANTIDADE E PRECO UNITARIO COMO SEMPRE;
      *    VARIOS ITENS: QUANTIDADE 1 E O TOTAL DA MERCADORIA
           IF WRK-ITM-QTD = 1
               MOVE WRK-ITM-PRECO(1)      TO PED-VALOR
               MOVE WRK-ITM-QUANTIDADE(1) TO PED-QTD
           ELSE
               MOVE WRK-VALOR-TOTAL TO PED-VALOR
               MOVE 1               TO PED-QTD
           END-IF
           MOVE WRK-FRETE      TO PED-FRETE
           MOVE WRK-DATA-HORA  TO PED-DATA
           MOVE WRK-CPF        TO PED-CPF
           MOVE 'A'            TO PED-STATUS
           MOVE WRK-DATA-HORA  TO PED-STATUS-DATA
           MOVE SPACES         TO PED-STATUS-USUARIO
           MOVE 'N'            TO PED-FATURADO
           MOVE WRK-CONDPAG    TO PED-CONDPAG
           MOVE WRK-TRANSP     TO PED-TRANSP
           COMPUTE WRK-PROMESSA =
               FUNCTION DATE-OF-INTEGER(WRK-PROMESSA-INT)
           MOVE WRK-PROMESSA   TO PED-PROMESSA
           MOVE ZEROS          TO PED-CUSTO-UNIT
           MOVE WRK-ITM-QTD    TO PED-QTD-ITENS
           MOVE ZEROS          TO PED-ROMANEIO
           WRITE PED-REC.
           CLOSE ARQUIVO-PEDIDOS.

           PERFORM 0263-CARREGAR-ESTOQUE
           MOVE ZEROS TO WRK-QTD-BACKORDER

           OPEN EXTEND ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               OPEN OUTPUT ITENS-PEDIDO
           END-IF
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-PED-NUMERO TO ITM-PEDIDO
               MOVE WRK-ITM-SUB    TO ITM-SEQ
               MOVE WRK-ITM-PROD(WRK-ITM-SUB)  TO ITM-PROD
               MOVE WRK-ITM-QUANTIDADE(WRK-ITM-SUB) TO ITM-QTD
               MOVE WRK-ITM-PRECO(WRK-ITM-SUB) TO ITM-PRECO-UNIT
               MOVE WRK-ITM-PESO(WRK-ITM-SUB)  TO ITM-PESO-UNIT
               MOVE ZEROS          TO ITM-CUSTO-UNIT
               MOVE 'N'            TO ITM-DEVOLVIDO
               MOVE WRK-DATA-HORA  TO ITM-DATA-PEDIDO
               MOVE WRK-ITM-LISTA(WRK-ITM-SUB)    TO ITM-LISTA-PRECO
               MOVE WRK-ITM-FAIXA(WRK-ITM-SUB)    TO ITM-FAIXA-QTD
               MOVE WRK-ITM-PROMOCAO(WRK-ITM-SUB) TO ITM-PROMOCAO
               PERFORM 0264-RESERVAR-ITEM
               WRITE ITM-REC
           END-PERFORM
           CLOSE ITENS-PEDIDO.

           IF WRK-EST-MUDOU = 'S'
               PERFORM 0269-REGRAVAR-ESTOQUE
           END-IF.

           IF WRK-QTD-BACKORDER > 0
               DISPLAY 'PEDIDO ' WRK-PED-NUMERO ' EM BACKORDER: '
                   WRK-QTD-BACKORDER ' UNIDADES PENDENTES'
           END-IF.

           OPEN OUTPUT CKP-PEDIDOS
           MOVE WRK-PED-NUMERO   TO CKP-PED-NUMERO
           MOVE WRK-DATA-COTACAO TO CKP-PED-DATA-NEGOCIO
           WRITE CKP-PED-REC.
           CLOSE CKP-PEDIDOS.

      ****************RESERVA DE ESTOQUE DO PEDIDO************
       0263-CARREGAR-ESTOQUE.
           MOVE ZEROS TO WRK-EST-QTD
           MOVE 'N'   TO WRK-EST-MUDOU
           MOVE 'N'   TO WRK-EST-EOF
           OPEN INPUT SALDOS-ESTOQUE
           IF WRK-EST-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EST-EOF
           ELSE
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EST-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ESTOQUE
               IF WRK-EST-QTD >= 200
                   DISPLAY 'ERRO: SALDOS DE ESTOQUE EXCEDEM O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-LIBERAR-RECURSO
                   STOP RUN
               END-IF
               IF EST-CUSTO-MEDIO IS NOT NUMERIC
                   MOVE ZEROS TO EST-CUSTO-MEDIO
               END-IF
               IF EST-RESERVADO IS NOT NUMERIC
                   MOVE ZEROS TO EST-RESERVADO
               END-IF
               ADD 1 TO WRK-EST-QTD
               MOVE EST-REC TO WRK-EST-REGISTRO(WRK-EST-QTD)
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EST-EOF
               END-READ
           END-PERFORM
           IF WRK-EST-STATUS = '00' OR WRK-EST-STATUS = '10'
               CLOSE SALDOS-ESTOQUE
           END-IF.

      *    RESERVA O QUE HOUVER DE DISPONIVEL PARA A LINHA EM ITM-REC;
      *    PRODUTO SEM SALDO CADASTRADO FICA TODO PENDENTE
       0264-RESERVAR-ITEM.
           MOVE ZEROS TO WRK-QTD-RESERVA
           PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                   UNTIL WRK-EST-SUB > WRK-EST-QTD
               MOVE WRK-EST-REGISTRO(WRK-EST-SUB) TO EST-REC
               IF EST-PRODUTO = ITM-PROD
                   IF EST-SALDO > EST-RESERVADO
                       COMPUTE WRK-DISPONIVEL =
                           EST-SALDO - EST-RESERVADO
                   ELSE
                       MOVE ZEROS TO WRK-DISPONIVEL
                   END-IF
                   IF ITM-QTD < WRK-DISPONIVEL
                       MOVE ITM-QTD TO WRK-QTD-RESERVA
                   ELSE
                       MOVE WRK-DISPONIVEL TO WRK-QTD-RESERVA
                   END-IF
                   IF WRK-QTD-RESERVA > 0
                       ADD WRK-QTD-RESERVA TO EST-RESERVADO
                       MOVE EST-REC TO WRK-EST-REGISTRO(WRK-EST-SUB)
                       MOVE 'S' TO WRK-EST-MUDOU
                   END-IF
                   MOVE WRK-EST-QTD TO WRK-EST-SUB
               END-IF
           END-PERFORM
           MOVE WRK-QTD-RESERVA TO ITM-QTD-RESERVADA
           COMPUTE ITM-QTD-PENDENTE = ITM-QTD - WRK-QTD-RESERVA
           ADD ITM-QTD-PENDENTE TO WRK-QTD-BACKORDER.

       0269-REGRAVAR-ESTOQUE.
           OPEN OUTPUT SALDOS-ESTOQUE
           PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                   UNTIL WRK-EST-SUB > WRK-EST-QTD
               MOVE WRK-EST-REGISTRO(WRK-EST-SUB) TO EST-REC
               WRITE EST-REC
           END-PERFORM
           CLOSE SALDOS-ESTOQUE.

       0300-FINALIZAR.
           IF UF-ENCONTRADA AND FRETE-NO-LIMITE
               DISPLAY '================'
               IF WRK-ZONA NOT = SPACES
                   DISPLAY 'ZONA DE FRETE.......: ' WRK-ZONA
                       ' CEP ' WRK-CEP
               ELSE
                   DISPLAY 'ZONA DE FRETE.......: TARIFA DA UF'
               END-IF
               MOVE WRK-COMP-BASE TO WRK-COMP-ED
               DISPLAY 'FRETE BASE UF.......: ' WRK-MOEDA-SIMBOLO
                   WRK-COMP-ED

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO.
           PERFORM 0115-REGISTRAR-RUN.

      **********TRILHA DE SEGURANCA - ULTIMO ELO DA CADEIA*****
      *    LE O SEGAUDIT ATE O FIM PARA OBTER A SEQUENCIA E O ELO
      *    DO ULTIMO REGISTRO ENCADEADO (REGISTROS ANTIGOS, SEM
      *    ENCADEAMENTO, SAO IGNORADOS; ARQUIVO VAZIO COMECA EM 1)
       0196-LER-ULTIMO-ELO-SEG.
           MOVE ZEROS TO WRK-SEG-ULT-SEQ
           MOVE ZEROS TO WRK-SEG-ULT-ELO
           MOVE 'N' TO WRK-SEG-FIM

           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-SEG-FIM
           END-READ
           PERFORM UNTIL WRK-SEG-FIM = 'Y'
               IF SEG-SEQUENCIA IS NUMERIC
                   AND SEG-ELO IS NUMERIC
                   MOVE SEG-SEQUENCIA TO WRK-SEG-ULT-SEQ
                   MOVE SEG-ELO       TO WRK-SEG-ULT-ELO
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-SEG-FIM
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - ENCADEAMENTO DO REGISTRO*
      *    PROXIMA SEQUENCIA, ELO DO REGISTRO ANTERIOR E ELO DESTE
      *    REGISTRO: PARTINDO DO ELO ANTERIOR, ELO = RESTO DE
      *    (ELO * 31 + ORDINAL DO BYTE) POR 9999999967 PARA CADA
      *    UM DOS 62 BYTES (DADOS, SEQUENCIA E ELO ANTERIOR) E DOS
      *    QUE VEM DEPOIS DO ELO (FUNCAO E COMPLEMENTOS) ATE O
      *    ULTIMO NAO BRANCO - A MESMA CONTA E REFEITA PELO SEGVERIF
       0197-ENCADEAR-SEG.
           ADD 1 TO WRK-SEG-ULT-SEQ
           MOVE WRK-SEG-ULT-SEQ TO SEG-SEQUENCIA
           MOVE WRK-SEG-ULT-ELO TO SEG-ELO-ANTERIOR
           MOVE WRK-SEG-ULT-ELO TO WRK-SEG-ELO

           MOVE LENGTH OF SEG-REC TO WRK-SEG-TAM
           PERFORM UNTIL WRK-SEG-TAM < 73
                   OR SEG-REC(WRK-SEG-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-SEG-TAM
           END-PERFORM

           PERFORM VARYING WRK-SEG-POS FROM 1 BY 1
                   UNTIL WRK-SEG-POS > WRK-SEG-TAM
               IF WRK-SEG-POS < 63 OR WRK-SEG-POS > 72
                   COMPUTE WRK-SEG-ELO = FUNCTION MOD(WRK-SEG-ELO
                       * 31 + FUNCTION ORD(SEG-REC(WRK-SEG-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM

           MOVE WRK-SEG-ELO TO SEG-ELO
           MOVE WRK-SEG-ELO TO WRK-SEG-ULT-ELO.
