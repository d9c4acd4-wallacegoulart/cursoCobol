       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE ORDENS JUDICIAIS DE
      *          PENSAO ALIMENTICIA (PENSAO.DAT, LAYOUT PENSAO.CPY),
      *          NO MESMO MODELO DA MANUTENCAO DE BENEFICIOS:
      *          C-CONSULTAR AS ORDENS DE UM FUNCIONARIO, I-INCLUIR
      *          UMA ORDEM (PROCESSO, BENEFICIARIO, CONTA, BASE DE
      *          CALCULO E VIGENCIA), A-ALTERAR CONTA, BASE E
      *          VIGENCIA DE UMA ORDEM E E-ENCERRAR A ORDEM (GRAVA A
      *          DATA DE FIM); A INCLUSAO EXIGE FUNCIONARIO ATIVO NO
      *          MESTRE, CPF DO BENEFICIARIO VALIDO (MODULO 11, COMO
      *          NO FORNMANT) E BANCO DO BANCOMAST COM O DIGITO DA
      *          CONTA CONFERIDO PELA REGRA DO BANCO; O DESCONTO E
      *          APURADO PELO EXE02 E O CREDITO AO BENEFICIARIO SAI
      *          NA REMESSA DO BANCOPAG
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-PENSAO ASSIGN TO "DATA/PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.

           SELECT CADASTRO-BANCOS ASSIGN TO "DATA/BANCOMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BCO-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-PENSAO.
       COPY "PENSAO.CPY".

       FD  CADASTRO-BANCOS.
       01  BCO-REC.
           05  BCO-CODIGO         PIC 9(03).
           05  BCO-NOME           PIC X(20).
           05  BCO-REGRA-DIGITO   PIC X(01).

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-PEN-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-BCO-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PEN-EOF         PIC X      VALUE 'N'.
           88  FIM-PENSOES     VALUE 'Y'.
       77  WRK-BCO-EOF         PIC X      VALUE 'N'.
           88  FIM-BANCOS      VALUE 'Y'.
       77  WRK-PEN-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-PEN-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-PEN-ACHADA      PIC 9(04)  VALUE ZEROS.
       77  WRK-BCO-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-QTD-LISTADAS    PIC 9(04)  VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-OPERACAO        PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR    VALUE 'I'.
           88  OPER-ALTERAR    VALUE 'A'.
           88  OPER-ENCERRAR   VALUE 'E'.
           88  OPER-CONSULTA   VALUE 'C'.
       77  WRK-NUMERO          PIC 9(06)  VALUE ZEROS.
       77  WRK-SEQUENCIA       PIC 9(02)  VALUE ZEROS.
       77  WRK-MAIOR-SEQUENCIA PIC 9(02)  VALUE ZEROS.
       77  WRK-DATA-VALIDAR    PIC 9(08)  VALUE ZEROS.
       77  WRK-DADOS-OK        PIC X      VALUE 'S'.
           88  DADOS-VALIDOS   VALUE 'S'.
       77  WRK-SITUACAO        PIC X(09)  VALUE SPACES.
       77  WRK-VALOR-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-ED   PIC ZZ9,99 VALUE ZEROS.
       77  WRK-CPF-ED          PIC X(14)  VALUE SPACES.
       77  WRK-BCO-ACHADO      PIC X      VALUE 'N'.
           88  BANCO-ENCONTRADO VALUE 'Y'.
       77  WRK-REGRA-DIGITO    PIC X(01)  VALUE '0'.
       77  WRK-CRIT-MOTIVO     PIC X(45)  VALUE SPACES.

      *    DADOS DA ORDEM EM DIGITACAO (MESMO LAYOUT DO CADASTRO)
       01  WRK-ORDEM.
           05  WRK-ORD-NUMERO     PIC 9(06).
           05  WRK-ORD-SEQUENCIA  PIC 9(02).
           05  WRK-ORD-PROCESSO   PIC X(20).
           05  WRK-ORD-NOME       PIC X(30).
           05  WRK-ORD-CPF        PIC 9(11).
           05  WRK-ORD-BANCO      PIC 9(03).
           05  WRK-ORD-AGENCIA    PIC 9(04).
           05  WRK-ORD-CONTA      PIC 9(08).
           05  WRK-ORD-BASE       PIC X(01).
               88  ORDEM-VALOR-FIXO   VALUE 'F'.
               88  ORDEM-BASE-VALIDA  VALUE 'L' 'B' 'F'.
           05  WRK-ORD-PERCENTUAL PIC 9(03)V99.
           05  WRK-ORD-VALOR-FIXO PIC 9(07)V99.
           05  WRK-ORD-INICIO     PIC 9(08).
           05  WRK-ORD-FIM        PIC 9(08).

       01  WRK-TAB-PENSOES.
           05  WRK-PEN-ITEM OCCURS 500 TIMES.
               10  WRK-PEN-REGISTRO   PIC X(115).

       01  WRK-TAB-BANCOS.
           05  WRK-BCO-ITEM OCCURS 50 TIMES INDEXED BY WRK-BCO-IDX.
               10  WRK-BCO-CODIGO PIC 9(03).
               10  WRK-BCO-REGRA  PIC X(01).

       01  WRK-CONTA-VALIDAR   PIC 9(08)  VALUE ZEROS.
       01  WRK-CONTA-DIGITOS REDEFINES WRK-CONTA-VALIDAR.
           05  WRK-CONTA-DIG   PIC 9(01) OCCURS 8 TIMES.
       77  WRK-DV-CALC         PIC 9(02)  VALUE ZEROS.

       01  WRK-CPF        PIC 9(11)            VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF.
           05  WRK-CPF-DIG        PIC 9(01) OCCURS 11 TIMES.
       77  WRK-SOMA           PIC 9(04)     VALUE ZEROS.
       77  WRK-PRODUTO        PIC 9(05)     VALUE ZEROS.
       77  WRK-QUOCIENTE      PIC 9(04)     VALUE ZEROS.
       77  WRK-RESTO          PIC 9(02)     VALUE ZEROS.
       77  WRK-DV1-CALC       PIC 9(01)     VALUE ZEROS.
       77  WRK-DV2-CALC       PIC 9(01)     VALUE ZEROS.
       77  WRK-PESO           PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX            PIC 9(02)     VALUE ZEROS.
       77  WRK-CPF-STATUS     PIC X(09)     VALUE SPACES.
           88  CPF-VALIDO     VALUE 'VALIDO'.
           88  CPF-INVALIDO   VALUE 'INVALIDO'.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-PENSOES.
           PERFORM 0130-CARREGAR-BANCOS.

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

      **********CARGA DO CADASTRO DE ORDENS********************
      *SEM O ARQUIVO O CADASTRO COMECA VAZIO E E CRIADO NA
      *PRIMEIRA INCLUSAO
       0120-CARREGAR-PENSOES.
           OPEN INPUT ORDENS-PENSAO
           IF WRK-PEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ORDENS-PENSAO
               AT END MOVE 'Y' TO WRK-PEN-EOF
           END-READ

           PERFORM UNTIL FIM-PENSOES
               IF WRK-PEN-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE PENSOES EXCEDE O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PEN-QTD
               MOVE PEN-REC TO WRK-PEN-REGISTRO(WRK-PEN-QTD)
               READ ORDENS-PENSAO
                   AT END MOVE 'Y' TO WRK-PEN-EOF
               END-READ
           END-PERFORM
           CLOSE ORDENS-PENSAO.

      **********CARGA DO CADASTRO DE BANCOS********************
       0130-CARREGAR-BANCOS.
           OPEN INPUT CADASTRO-BANCOS
           IF WRK-BCO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE BANCOS - '
                   'STATUS ' WRK-BCO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CADASTRO-BANCOS
               AT END MOVE 'Y' TO WRK-BCO-EOF
           END-READ
           PERFORM UNTIL FIM-BANCOS
               IF WRK-BCO-QTD >= 50
                   DISPLAY 'ERRO: CADASTRO DE BANCOS EXCEDE O '
                       'LIMITE DE 50 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-BCO-QTD
               MOVE BCO-CODIGO       TO WRK-BCO-CODIGO(WRK-BCO-QTD)
               MOVE BCO-REGRA-DIGITO TO WRK-BCO-REGRA(WRK-BCO-QTD)
               READ CADASTRO-BANCOS
                   AT END MOVE 'Y' TO WRK-BCO-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-BANCOS.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-ORDEM
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-ORDEM
               WHEN OPER-ENCERRAR
                   PERFORM 0230-ENCERRAR-ORDEM
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-ORDENS
           END-EVALUATE.

      ****************INCLUSAO DE ORDEM************************
      *A SEQUENCIA E A PROXIMA LIVRE DO FUNCIONARIO; UM MESMO
      *FUNCIONARIO PODE TER MAIS DE UMA ORDEM (UMA POR BENEFICIARIO)
       0210-INCLUIR-ORDEM.
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

           MOVE 0 TO WRK-MAIOR-SEQUENCIA
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
               IF PEN-NUMERO = WRK-NUMERO
                   AND PEN-SEQUENCIA > WRK-MAIOR-SEQUENCIA
                   MOVE PEN-SEQUENCIA TO WRK-MAIOR-SEQUENCIA
               END-IF
           END-PERFORM
           IF WRK-MAIOR-SEQUENCIA >= 99
               DISPLAY 'FUNCIONARIO JA TEM 99 ORDENS CADASTRADAS - '
                   'INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WRK-ORDEM
           MOVE WRK-NUMERO TO WRK-ORD-NUMERO
           COMPUTE WRK-ORD-SEQUENCIA = WRK-MAIOR-SEQUENCIA + 1

           DISPLAY 'NUMERO DO PROCESSO JUDICIAL.. '
           ACCEPT WRK-ORD-PROCESSO
           DISPLAY 'NOME DO BENEFICIARIO.. '
           ACCEPT WRK-ORD-NOME
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS).. '
           ACCEPT WRK-ORD-CPF

           IF WRK-ORD-PROCESSO = SPACES OR WRK-ORD-NOME = SPACES
               DISPLAY 'PROCESSO E NOME DO BENEFICIARIO SAO '
                   'OBRIGATORIOS - INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-ORD-CPF TO WRK-CPF
           PERFORM 0270-VALIDAR-CPF
           IF CPF-INVALIDO
               DISPLAY 'CPF DO BENEFICIARIO INVALIDO - INCLUSAO '
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0250-ACEITAR-DADOS
           IF NOT DADOS-VALIDOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WRK-PEN-QTD >= 500
               DISPLAY 'ERRO: CADASTRO DE PENSOES EXCEDE O '
                   'LIMITE DE 500 REGISTROS - INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-PEN-QTD
           MOVE WRK-ORDEM TO WRK-PEN-REGISTRO(WRK-PEN-QTD)
           PERFORM 0280-REGRAVAR-PENSOES
           DISPLAY 'ORDEM ' WRK-ORD-SEQUENCIA
               ' INCLUIDA COM SUCESSO'.

      ****************ALTERACAO DE ORDEM***********************
       0220-ALTERAR-ORDEM.
           PERFORM 0255-LOCALIZAR-ORDEM
           IF WRK-PEN-ACHADA = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-PEN-ACHADA TO WRK-PEN-SUB
           PERFORM 0245-EXIBIR-ORDEM
           MOVE WRK-PEN-REGISTRO(WRK-PEN-ACHADA) TO WRK-ORDEM
           PERFORM 0250-ACEITAR-DADOS
           IF NOT DADOS-VALIDOS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-ORDEM TO WRK-PEN-REGISTRO(WRK-PEN-ACHADA)
           PERFORM 0280-REGRAVAR-PENSOES
           DISPLAY 'ORDEM ALTERADA COM SUCESSO'.

      ****************ENCERRAMENTO DE ORDEM********************
      *A ORDEM ENCERRADA FICA NO CADASTRO COM A DATA DE FIM E SAI
      *DO DESCONTO A PARTIR DO MES SEGUINTE A ESSA DATA
       0230-ENCERRAR-ORDEM.
           PERFORM 0255-LOCALIZAR-ORDEM
           IF WRK-PEN-ACHADA = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-PEN-REGISTRO(WRK-PEN-ACHADA) TO WRK-ORDEM
           DISPLAY 'DATA DE FIM DA ORDEM (AAAAMMDD, ZERO PARA '
               'HOJE).. '
           ACCEPT WRK-DATA-VALIDAR
           IF WRK-DATA-VALIDAR = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-VALIDAR
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-VALIDAR) NOT = 0
               OR WRK-DATA-VALIDAR < WRK-ORD-INICIO
               DISPLAY 'DATA DE FIM INVALIDA OU ANTERIOR AO INICIO '
                   '- ENCERRAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA-VALIDAR TO WRK-ORD-FIM
           MOVE WRK-ORDEM TO WRK-PEN-REGISTRO(WRK-PEN-ACHADA)
           PERFORM 0280-REGRAVAR-PENSOES
           DISPLAY 'ORDEM ENCERRADA COM SUCESSO'.

      ****************CONSULTA DAS ORDENS**********************
       0240-CONSULTAR-ORDENS.
           MOVE 0 TO WRK-QTD-LISTADAS
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               IF WRK-PEN-REGISTRO(WRK-PEN-SUB)(1:6) = WRK-NUMERO
                   ADD 1 TO WRK-QTD-LISTADAS
                   PERFORM 0245-EXIBIR-ORDEM
               END-IF
           END-PERFORM

           IF WRK-QTD-LISTADAS = 0
               DISPLAY 'NENHUMA ORDEM DE PENSAO CADASTRADA PARA O '
                   'FUNCIONARIO ' WRK-NUMERO
           END-IF.

      *CPF MASCARADO COMO NA CONSULTA DO FORNMANT
       0245-EXIBIR-ORDEM.
           MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
           IF PEN-DATA-FIM = ZEROS OR PEN-DATA-FIM >= WRK-DATA-HOJE
               MOVE 'VIGENTE'   TO WRK-SITUACAO
           ELSE
               MOVE 'ENCERRADA' TO WRK-SITUACAO
           END-IF
           MOVE '***.***.***-' TO WRK-CPF-ED
           MOVE PEN-BENEF-CPF(10:2) TO WRK-CPF-ED(13:2)

           DISPLAY 'ORDEM ' PEN-SEQUENCIA ' PROCESSO ' PEN-PROCESSO
               ' ' WRK-SITUACAO
           DISPLAY '    BENEFICIARIO ' PEN-BENEF-NOME ' CPF '
               WRK-CPF-ED
           DISPLAY '    BANCO ' PEN-BANCO ' AG ' PEN-AGENCIA
               ' CONTA ' PEN-CONTA
           EVALUATE TRUE
               WHEN PENSAO-VALOR-FIXO
                   MOVE PEN-VALOR-FIXO TO WRK-VALOR-ED
                   DISPLAY '    VALOR FIXO MENSAL ' WRK-VALOR-ED
               WHEN PENSAO-SOBRE-BRUTO
                   MOVE PEN-PERCENTUAL TO WRK-PERCENTUAL-ED
                   DISPLAY '    ' WRK-PERCENTUAL-ED
                       '% DOS RENDIMENTOS BRUTOS'
               WHEN OTHER
                   MOVE PEN-PERCENTUAL TO WRK-PERCENTUAL-ED
                   DISPLAY '    ' WRK-PERCENTUAL-ED
                       '% DOS RENDIMENTOS MENOS INSS E IRRF'
           END-EVALUATE
           DISPLAY '    VIGENCIA ' PEN-DATA-INICIO ' A ' PEN-DATA-FIM.

      ****************ACEITE DOS DADOS DA ORDEM****************
      *CONTA DO BENEFICIARIO CONFERIDA NO BANCOMAST; BASE L OU B
      *PEDE PERCENTUAL ATE 100 E BASE F PEDE O VALOR FIXO; DATA DE
      *FIM ZERO E ORDEM SEM TERMINO
       0250-ACEITAR-DADOS.
           MOVE 'S' TO WRK-DADOS-OK
           DISPLAY 'BANCO DO BENEFICIARIO.. '
           ACCEPT WRK-ORD-BANCO
           DISPLAY 'AGENCIA.. '
           ACCEPT WRK-ORD-AGENCIA
           DISPLAY 'CONTA COM DIGITO (8 POSICOES).. '
           ACCEPT WRK-ORD-CONTA
           DISPLAY 'BASE DE CALCULO (L-RENDIMENTOS MENOS INSS E IRRF '
               'B-RENDIMENTOS BRUTOS F-VALOR FIXO).. '
           ACCEPT WRK-ORD-BASE
           MOVE 0 TO WRK-ORD-PERCENTUAL
           MOVE 0 TO WRK-ORD-VALOR-FIXO
           IF ORDEM-VALOR-FIXO
               DISPLAY 'VALOR FIXO MENSAL.. '
               ACCEPT WRK-ORD-VALOR-FIXO
           ELSE
               DISPLAY 'PERCENTUAL DA PENSAO.. '
               ACCEPT WRK-ORD-PERCENTUAL
           END-IF
           DISPLAY 'DATA DE INICIO (AAAAMMDD).. '
           ACCEPT WRK-ORD-INICIO
           DISPLAY 'DATA DE FIM (AAAAMMDD, ZERO SEM TERMINO).. '
           ACCEPT WRK-ORD-FIM

           MOVE SPACES TO WRK-CRIT-MOTIVO
           PERFORM 0275-VALIDAR-DADOS-BANCARIOS
           IF WRK-CRIT-MOTIVO NOT = SPACES
               DISPLAY WRK-CRIT-MOTIVO ' - OPERACAO RECUSADA'
               MOVE 'N' TO WRK-DADOS-OK
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN NOT ORDEM-BASE-VALIDA
                   DISPLAY 'BASE DE CALCULO INVALIDA - OPERACAO '
                       'RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN ORDEM-VALOR-FIXO AND WRK-ORD-VALOR-FIXO = 0
                   DISPLAY 'VALOR FIXO DEVE SER MAIOR QUE ZERO - '
                       'OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN NOT ORDEM-VALOR-FIXO
                   AND (WRK-ORD-PERCENTUAL = 0
                        OR WRK-ORD-PERCENTUAL > 100)
                   DISPLAY 'PERCENTUAL DEVE SER MAIOR QUE ZERO E ATE '
                       '100 - OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-ORD-INICIO) NOT = 0
                   DISPLAY 'DATA DE INICIO INVALIDA - OPERACAO '
                       'RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-ORD-FIM NOT = ZEROS
                   AND (FUNCTION TEST-DATE-YYYYMMDD(WRK-ORD-FIM)
                            NOT = 0
                        OR WRK-ORD-FIM < WRK-ORD-INICIO)
                   DISPLAY 'DATA DE FIM INVALIDA OU ANTERIOR AO '
                       'INICIO - OPERACAO RECUSADA'
                   MOVE 'N' TO WRK-DADOS-OK
           END-EVALUATE.

       0255-LOCALIZAR-ORDEM.
           DISPLAY 'SEQUENCIA DA ORDEM.. '
           ACCEPT WRK-SEQUENCIA
           MOVE 0 TO WRK-PEN-ACHADA
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
                   OR WRK-PEN-ACHADA > 0
               MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
               IF PEN-NUMERO = WRK-NUMERO
                   AND PEN-SEQUENCIA = WRK-SEQUENCIA
                   MOVE WRK-PEN-SUB TO WRK-PEN-ACHADA
               END-IF
           END-PERFORM
           IF WRK-PEN-ACHADA = 0
               DISPLAY 'ORDEM DE PENSAO NAO CADASTRADA PARA O '
                   'FUNCIONARIO'
           END-IF.

      ********* VALIDACAO DOS DIGITOS VERIFICADORES (MOD 11) ****
       0270-VALIDAR-CPF.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 10 TO WRK-PESO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CPF-DIG(WRK-IDX) * WRK-PESO)
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM.

           COMPUTE WRK-PRODUTO = WRK-SOMA * 10.
           DIVIDE WRK-PRODUTO BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO > 9
               MOVE 0 TO WRK-DV1-CALC
           ELSE
               MOVE WRK-RESTO TO WRK-DV1-CALC
           END-IF.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 11 TO WRK-PESO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CPF-DIG(WRK-IDX) * WRK-PESO)
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM.
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DV1-CALC * 2).

           COMPUTE WRK-PRODUTO = WRK-SOMA * 10.
           DIVIDE WRK-PRODUTO BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO > 9
               MOVE 0 TO WRK-DV2-CALC
           ELSE
               MOVE WRK-RESTO TO WRK-DV2-CALC
           END-IF.

           IF WRK-DV1-CALC = WRK-CPF-DIG(10)
              AND WRK-DV2-CALC = WRK-CPF-DIG(11)
               SET CPF-VALIDO TO TRUE
           ELSE
               SET CPF-INVALIDO TO TRUE
           END-IF.

      **********BANCO E DIGITO VERIFICADOR DA CONTA************
      *MESMA REGRA DE MODULO 11 DO FORNMANT E DA CRITICA DE
      *REMESSA DO BANCOEDIT: PESOS 8 A 2 SOBRE OS 7 PRIMEIROS
      *DIGITOS, RESTO SUBTRAIDO DE 11, COM 10 E 11 VALENDO ZERO
       0275-VALIDAR-DADOS-BANCARIOS.
           MOVE 'N' TO WRK-BCO-ACHADO
           MOVE '0' TO WRK-REGRA-DIGITO
           SET WRK-BCO-IDX TO 1

           SEARCH WRK-BCO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-BCO-CODIGO(WRK-BCO-IDX) = WRK-ORD-BANCO
                   SET BANCO-ENCONTRADO TO TRUE
                   MOVE WRK-BCO-REGRA(WRK-BCO-IDX) TO
                       WRK-REGRA-DIGITO
           END-SEARCH

           IF NOT BANCO-ENCONTRADO
               MOVE 'BANCO INEXISTENTE NO CADASTRO' TO
                   WRK-CRIT-MOTIVO
           END-IF

           IF WRK-REGRA-DIGITO = '1'
               MOVE WRK-ORD-CONTA TO WRK-CONTA-VALIDAR
               MOVE ZEROS TO WRK-SOMA
               MOVE 8 TO WRK-PESO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 7
                   COMPUTE WRK-SOMA = WRK-SOMA +
                       (WRK-CONTA-DIG(WRK-IDX) * WRK-PESO)
                   SUBTRACT 1 FROM WRK-PESO
               END-PERFORM
               DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               COMPUTE WRK-DV-CALC = 11 - WRK-RESTO
               IF WRK-DV-CALC > 9
                   MOVE 0 TO WRK-DV-CALC
               END-IF
               IF WRK-DV-CALC NOT = WRK-CONTA-DIG(8)
                   MOVE 'DIGITO VERIFICADOR DA CONTA INVALIDO' TO
                       WRK-CRIT-MOTIVO
               END-IF
           END-IF.

      ****************REGRAVACAO DO CADASTRO*******************
       0280-REGRAVAR-PENSOES.
           OPEN OUTPUT ORDENS-PENSAO

           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
               WRITE PEN-REC
           END-PERFORM

           CLOSE ORDENS-PENSAO.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
