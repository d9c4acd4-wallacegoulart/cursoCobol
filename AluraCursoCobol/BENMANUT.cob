       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE ADESAO A BENEFICIOS
      *          (BENEFIC.DAT, LAYOUT BENEFIC.CPY), NO MESMO MODELO
      *          DA MANUTENCAO DE EMPRESTIMOS CONSIGNADOS:
      *          C-CONSULTAR AS ADESOES DE UM FUNCIONARIO, I-INCLUIR
      *          UMA ADESAO (TIPO, FORNECEDOR, CUSTO MENSAL E REGRA
      *          DA PARTE DO FUNCIONARIO), A-ALTERAR FORNECEDOR,
      *          CUSTO OU PERCENTUAL E E-ENCERRAR A ADESAO (FICA NO
      *          CADASTRO COMO CANCELADA); A INCLUSAO EXIGE
      *          FUNCIONARIO ATIVO NO MESTRE E FORNECEDOR ATIVO NO
      *          FORNMAST, E O VALE-TRANSPORTE SO ACEITA A REGRA S
      *          ATE 6 POR CENTO DO SALARIO BASE; O DESCONTO E
      *          APLICADO PELO EXE02 E O PEDIDO SAI PELO BENCOMPRA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADESOES-BENEFICIOS ASSIGN TO "DATA/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNF-STATUS.

           SELECT FORNECEDOR-MASTER ASSIGN TO "DATA/FORNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADESOES-BENEFICIOS.
       COPY "BENEFIC.CPY".

       FD  FORNECEDOR-MASTER.
       COPY "FORNMAST.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-BNF-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-FOR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-BNF-EOF         PIC X      VALUE 'N'.
           88  FIM-BENEFICIOS  VALUE 'Y'.
       77  WRK-FOR-EOF         PIC X      VALUE 'N'.
           88  FIM-FORNECEDORES VALUE 'Y'.
       77  WRK-BNF-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-BNF-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-BNF-ACHADA      PIC 9(04)  VALUE ZEROS.
       77  WRK-FOR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-ACHADO      PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-LISTADAS    PIC 9(04)  VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-OPERACAO        PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR    VALUE 'I'.
           88  OPER-ALTERAR    VALUE 'A'.
           88  OPER-ENCERRAR   VALUE 'E'.
           88  OPER-CONSULTA   VALUE 'C'.
       77  WRK-NUMERO          PIC 9(06)  VALUE ZEROS.
       77  WRK-TIPO            PIC X(01)  VALUE SPACES.
           88  TIPO-TRANSPORTE VALUE 'T'.
           88  TIPO-VALIDO     VALUE 'T' 'R'.
       77  WRK-FORNECEDOR      PIC 9(05)  VALUE ZEROS.
       77  WRK-CUSTO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-REGRA           PIC X(01)  VALUE SPACES.
           88  REGRA-SALARIO   VALUE 'S'.
           88  REGRA-OK        VALUE 'S' 'C'.
       77  WRK-PERCENTUAL      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DATA-ADESAO     PIC 9(08)  VALUE ZEROS.
       77  WRK-DADOS-OK        PIC X      VALUE 'S'.
           88  DADOS-VALIDOS   VALUE 'S'.
       77  WRK-DESCRICAO-TIPO  PIC X(15)  VALUE SPACES.
       77  WRK-SITUACAO        PIC X(09)  VALUE SPACES.
       77  WRK-CUSTO-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-ED   PIC ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-BENEFICIOS.
           05  WRK-BNF-ITEM OCCURS 2000 TIMES.
               10  WRK-BNF-NUMERO     PIC 9(06).
               10  WRK-BNF-TIPO       PIC X(01).
               10  WRK-BNF-FORNECEDOR PIC 9(05).
               10  WRK-BNF-CUSTO      PIC 9(07)V99.
               10  WRK-BNF-REGRA      PIC X(01).
               10  WRK-BNF-PERCENTUAL PIC 9(03)V99.
               10  WRK-BNF-ADESAO     PIC 9(08).
               10  WRK-BNF-SITUACAO   PIC X(01).

       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR-ITEM OCCURS 500 TIMES.
               10  WRK-FOR-CODIGO     PIC 9(05).
               10  WRK-FOR-NOME       PIC X(30).
               10  WRK-FOR-ATIVO      PIC X(01).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-BENEFICIOS.
           PERFORM 0130-CARREGAR-FORNECEDORES.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR A-ALTERAR '
               'E-ENCERRAR).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'NUMERO DO FUNCIONARIO.. '
           ACCEPT WRK-NUMERO.

      **********CARGA DO CADASTRO DE ADESOES*******************
      *SEM O ARQUIVO O CADASTRO COMECA VAZIO E E CRIADO NA
      *PRIMEIRA INCLUSAO
       0120-CARREGAR-BENEFICIOS.
           OPEN INPUT ADESOES-BENEFICIOS
           IF WRK-BNF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ADESOES-BENEFICIOS
               AT END MOVE 'Y' TO WRK-BNF-EOF
           END-READ

           PERFORM UNTIL FIM-BENEFICIOS
               IF WRK-BNF-QTD >= 2000
                   DISPLAY 'ERRO: CADASTRO DE BENEFICIOS EXCEDE O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-BNF-QTD
               MOVE BNF-NUMERO       TO WRK-BNF-NUMERO(WRK-BNF-QTD)
               MOVE BNF-TIPO         TO WRK-BNF-TIPO(WRK-BNF-QTD)
               MOVE BNF-FORNECEDOR   TO
                   WRK-BNF-FORNECEDOR(WRK-BNF-QTD)
               MOVE BNF-CUSTO-MENSAL TO WRK-BNF-CUSTO(WRK-BNF-QTD)
               MOVE BNF-REGRA        TO WRK-BNF-REGRA(WRK-BNF-QTD)
               MOVE BNF-PERCENTUAL   TO
                   WRK-BNF-PERCENTUAL(WRK-BNF-QTD)
               MOVE BNF-DATA-ADESAO  TO WRK-BNF-ADESAO(WRK-BNF-QTD)
               MOVE BNF-SITUACAO     TO WRK-BNF-SITUACAO(WRK-BNF-QTD)
               READ ADESOES-BENEFICIOS
                   AT END MOVE 'Y' TO WRK-BNF-EOF
               END-READ
           END-PERFORM
           CLOSE ADESOES-BENEFICIOS.

      **********CARGA DOS FORNECEDORES*************************
       0130-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-MASTER
           IF WRK-FOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ FORNECEDOR-MASTER
               AT END MOVE 'Y' TO WRK-FOR-EOF
           END-READ

           PERFORM UNTIL FIM-FORNECEDORES
               IF WRK-FOR-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FOR-QTD
               MOVE FOR-CODIGO TO WRK-FOR-CODIGO(WRK-FOR-QTD)
               MOVE FOR-NOME   TO WRK-FOR-NOME(WRK-FOR-QTD)
               MOVE FOR-ATIVO  TO WRK-FOR-ATIVO(WRK-FOR-QTD)
               READ FORNECEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-FOR-EOF
               END-READ
           END-PERFORM
           CLOSE FORNECEDOR-MASTER.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-ADESAO
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-ADESAO
               WHEN OPER-ENCERRAR
                   PERFORM 0230-ENCERRAR-ADESAO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-ADESOES
           END-EVALUATE.

      ****************INCLUSAO DE ADESAO***********************
       0210-INCLUIR-ADESAO.
           MOVE WRK-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO - INCLUSAO '
                       'RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ

           IF NOT EMP-ATIVO
               DISPLAY 'FUNCIONARIO DESLIGADO - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'TIPO (T-VALE-TRANSPORTE R-VALE-REFEICAO).. '
           ACCEPT WRK-TIPO
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE BENEFICIO INVALIDO - INCLUSAO '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-LOCALIZAR-ADESAO
           IF WRK-BNF-ACHADA > 0
               DISPLAY 'FUNCIONARIO JA TEM ADESAO ATIVA DESTE TIPO '
                   '- ALTERE OU ENCERRE ANTES DE INCLUIR OUTRA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0250-ACEITAR-DADOS
           IF NOT DADOS-VALIDOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'DATA DA ADESAO (AAAAMMDD, ZERO PARA HOJE).. '
           ACCEPT WRK-DATA-ADESAO
           IF WRK-DATA-ADESAO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-ADESAO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ADESAO) NOT = 0
               DISPLAY 'DATA DA ADESAO INVALIDA - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WRK-BNF-QTD >= 2000
               DISPLAY 'ERRO: CADASTRO DE BENEFICIOS EXCEDE O '
                   'LIMITE DE 2000 REGISTROS - INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-BNF-QTD
           MOVE WRK-NUMERO      TO WRK-BNF-NUMERO(WRK-BNF-QTD)
           MOVE WRK-TIPO        TO WRK-BNF-TIPO(WRK-BNF-QTD)
           MOVE WRK-FORNECEDOR  TO WRK-BNF-FORNECEDOR(WRK-BNF-QTD)
           MOVE WRK-CUSTO       TO WRK-BNF-CUSTO(WRK-BNF-QTD)
           MOVE WRK-REGRA       TO WRK-BNF-REGRA(WRK-BNF-QTD)
           MOVE WRK-PERCENTUAL  TO WRK-BNF-PERCENTUAL(WRK-BNF-QTD)
           MOVE WRK-DATA-ADESAO TO WRK-BNF-ADESAO(WRK-BNF-QTD)
           MOVE 'A'             TO WRK-BNF-SITUACAO(WRK-BNF-QTD)

           PERFORM 0270-REGRAVAR-BENEFICIOS
           DISPLAY 'ADESAO INCLUIDA COM SUCESSO'.

      ****************ALTERACAO DE ADESAO**********************
       0220-ALTERAR-ADESAO.
           DISPLAY 'TIPO (T-VALE-TRANSPORTE R-VALE-REFEICAO).. '
           ACCEPT WRK-TIPO
           PERFORM 0255-LOCALIZAR-ADESAO
           IF WRK-BNF-ACHADA = 0
               DISPLAY 'FUNCIONARIO SEM ADESAO ATIVA DESTE TIPO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-BNF-ACHADA TO WRK-BNF-SUB
           PERFORM 0245-EXIBIR-ADESAO
           PERFORM 0250-ACEITAR-DADOS
           IF NOT DADOS-VALIDOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-FORNECEDOR TO WRK-BNF-FORNECEDOR(WRK-BNF-ACHADA)
           MOVE WRK-CUSTO      TO WRK-BNF-CUSTO(WRK-BNF-ACHADA)
           MOVE WRK-REGRA      TO WRK-BNF-REGRA(WRK-BNF-ACHADA)
           MOVE WRK-PERCENTUAL TO WRK-BNF-PERCENTUAL(WRK-BNF-ACHADA)
           PERFORM 0270-REGRAVAR-BENEFICIOS
           DISPLAY 'ADESAO ALTERADA COM SUCESSO'.

      ****************ENCERRAMENTO DE ADESAO*******************
      *A ADESAO ENCERRADA FICA NO CADASTRO COMO CANCELADA E SAI
      *DO DESCONTO E DO PEDIDO DO MES SEGUINTE
       0230-ENCERRAR-ADESAO.
           DISPLAY 'TIPO (T-VALE-TRANSPORTE R-VALE-REFEICAO).. '
           ACCEPT WRK-TIPO
           PERFORM 0255-LOCALIZAR-ADESAO
           IF WRK-BNF-ACHADA = 0
               DISPLAY 'FUNCIONARIO SEM ADESAO ATIVA DESTE TIPO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WRK-BNF-SITUACAO(WRK-BNF-ACHADA)
           PERFORM 0270-REGRAVAR-BENEFICIOS
           DISPLAY 'ADESAO ENCERRADA COM SUCESSO'.

      ****************CONSULTA DAS ADESOES*********************
       0240-CONSULTAR-ADESOES.
           MOVE 0 TO WRK-QTD-LISTADAS
           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
               IF WRK-BNF-NUMERO(WRK-BNF-SUB) = WRK-NUMERO
                   ADD 1 TO WRK-QTD-LISTADAS
                   PERFORM 0245-EXIBIR-ADESAO
               END-IF
           END-PERFORM

           IF WRK-QTD-LISTADAS = 0
               DISPLAY 'NENHUMA ADESAO A BENEFICIO CADASTRADA PARA O '
                   'FUNCIONARIO ' WRK-NUMERO
           END-IF.

       0245-EXIBIR-ADESAO.
           IF WRK-BNF-TIPO(WRK-BNF-SUB) = 'T'
               MOVE 'VALE-TRANSPORTE' TO WRK-DESCRICAO-TIPO
           ELSE
               MOVE 'VALE-REFEICAO'   TO WRK-DESCRICAO-TIPO
           END-IF
           IF WRK-BNF-SITUACAO(WRK-BNF-SUB) = 'A'
               MOVE 'ATIVA'     TO WRK-SITUACAO
           ELSE
               MOVE 'CANCELADA' TO WRK-SITUACAO
           END-IF
           MOVE WRK-BNF-CUSTO(WRK-BNF-SUB) TO WRK-CUSTO-ED
           MOVE WRK-BNF-PERCENTUAL(WRK-BNF-SUB) TO WRK-PERCENTUAL-ED

           DISPLAY WRK-DESCRICAO-TIPO ' FORNECEDOR '
               WRK-BNF-FORNECEDOR(WRK-BNF-SUB) ' CUSTO '
               WRK-CUSTO-ED ' REGRA ' WRK-BNF-REGRA(WRK-BNF-SUB)
               ' ' WRK-PERCENTUAL-ED '%'
           DISPLAY '    ADESAO ' WRK-BNF-ADESAO(WRK-BNF-SUB) ' '
               WRK-SITUACAO.

      ****************ACEITE DOS DADOS DA ADESAO***************
      *O FORNECEDOR PRECISA ESTAR ATIVO NO FORNMAST; A PARTE DO
      *FUNCIONARIO E UM PERCENTUAL SOBRE O SALARIO BASE (S) OU
      *SOBRE O CUSTO (C); NO VALE-TRANSPORTE SO VALE S ATE 6
       0250-ACEITAR-DADOS.
           MOVE 'S' TO WRK-DADOS-OK
           DISPLAY 'CODIGO DO FORNECEDOR.. '
           ACCEPT WRK-FORNECEDOR
           DISPLAY 'CUSTO MENSAL.. '
           ACCEPT WRK-CUSTO
           DISPLAY 'REGRA DA PARTE DO FUNCIONARIO (S-SOBRE O SALARIO '
               'C-SOBRE O CUSTO).. '
           ACCEPT WRK-REGRA
           DISPLAY 'PERCENTUAL DA PARTE DO FUNCIONARIO.. '
           ACCEPT WRK-PERCENTUAL

           MOVE 0 TO WRK-FOR-ACHADO
           PERFORM VARYING WRK-FOR-SUB FROM 1 BY 1
                   UNTIL WRK-FOR-SUB > WRK-FOR-QTD
               IF WRK-FOR-CODIGO(WRK-FOR-SUB) = WRK-FORNECEDOR
                   AND WRK-FOR-ATIVO(WRK-FOR-SUB) = 'S'
                   MOVE WRK-FOR-SUB TO WRK-FOR-ACHADO
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WRK-FOR-ACHADO = 0
                   DISPLAY 'FORNECEDOR INEXISTENTE OU INATIVO NO '
                       'FORNMAST - OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-CUSTO = 0
                   DISPLAY 'CUSTO MENSAL DEVE SER MAIOR QUE ZERO - '
                       'OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN NOT REGRA-OK OR WRK-PERCENTUAL > 100
                   DISPLAY 'REGRA OU PERCENTUAL INVALIDO - '
                       'OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN TIPO-TRANSPORTE
                   AND (NOT REGRA-SALARIO OR WRK-PERCENTUAL > 6)
                   DISPLAY 'VALE-TRANSPORTE ACEITA SO A REGRA S ATE 6 '
                       'POR CENTO - OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
           END-EVALUATE.

       0255-LOCALIZAR-ADESAO.
           MOVE 0 TO WRK-BNF-ACHADA
           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
                   OR WRK-BNF-ACHADA > 0
               IF WRK-BNF-NUMERO(WRK-BNF-SUB) = WRK-NUMERO
                   AND WRK-BNF-TIPO(WRK-BNF-SUB) = WRK-TIPO
                   AND WRK-BNF-SITUACAO(WRK-BNF-SUB) = 'A'
                   MOVE WRK-BNF-SUB TO WRK-BNF-ACHADA
               END-IF
           END-PERFORM.

      ****************REGRAVACAO DO CADASTRO*******************
       0270-REGRAVAR-BENEFICIOS.
           OPEN OUTPUT ADESOES-BENEFICIOS

           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
               MOVE WRK-BNF-NUMERO(WRK-BNF-SUB)     TO BNF-NUMERO
               MOVE WRK-BNF-TIPO(WRK-BNF-SUB)       TO BNF-TIPO
               MOVE WRK-BNF-FORNECEDOR(WRK-BNF-SUB) TO BNF-FORNECEDOR
               MOVE WRK-BNF-CUSTO(WRK-BNF-SUB)      TO BNF-CUSTO-MENSAL
               MOVE WRK-BNF-REGRA(WRK-BNF-SUB)      TO BNF-REGRA
               MOVE WRK-BNF-PERCENTUAL(WRK-BNF-SUB) TO BNF-PERCENTUAL
               MOVE WRK-BNF-ADESAO(WRK-BNF-SUB)     TO BNF-DATA-ADESAO
               MOVE WRK-BNF-SITUACAO(WRK-BNF-SUB)   TO BNF-SITUACAO
               WRITE BNF-REC
           END-PERFORM

           CLOSE ADESOES-BENEFICIOS.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
