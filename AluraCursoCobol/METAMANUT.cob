       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DAS METAS DE VENDA (VENDMETA.DAT, LIDO
      *          PELO METAREL E PELO COMISSAO) NO MOLDE DO ORCMANUT:
      *          LISTAR/INCLUIR/ALTERAR A META DE CADA VENDEDOR POR
      *          EXERCICIO E PERIODO FISCAL (EXERCICIO INICIADO EM
      *          ABRIL, COMO NO PRGCOB03), COM O VENDEDOR VALIDADO
      *          CONTRA O VENDMAST; INCLUSAO E ALTERACAO EXIGEM
      *          USUARIO COM O NIVEL MINIMO DA FUNCAO METAMANU NA
      *          MATRIZ DE AUTORIZACAO E DEIXAM TRILHA NO
      *          VENDMETAAUD.DAT
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS-VENDA ASSIGN TO "DATA/VENDMETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MET-STATUS.

           SELECT VENDEDOR-MASTER ASSIGN TO "DATA/VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT AUDITORIA-METAS ASSIGN TO
               "DATA/VENDMETAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METAS-VENDA.
       COPY "VENDMETA.CPY".

       FD  VENDEDOR-MASTER.
       01  VDD-REC.
           05  VDD-CODIGO         PIC 9(03).
           05  VDD-NOME           PIC X(20).
           05  VDD-PCT-COMISSAO   PIC 9(02)V99.
           05  VDD-EMP-NUMERO     PIC 9(06).

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  USR-USUARIO       PIC X(20).
           05  USR-NIVEL         PIC 9(02).
           05  USR-SENHA         PIC X(08).
           05  USR-FALHAS        PIC 9(01).
           05  USR-BLOQUEADO     PIC X(01).

       FD  MATRIZ-AUTORIZACAO.
       01  AUT-REC.
           05  AUT-FUNCAO        PIC X(08).
           05  AUT-NIVEL-MINIMO  PIC 9(02).

       FD  AUDITORIA-SEGURANCA.
       01  SEG-REC.
           05  SEG-USUARIO       PIC X(20).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  AUDITORIA-METAS.
       01  AUD-REC.
           05  AUD-VENDEDOR      PIC 9(03).
           05  AUD-EXERCICIO     PIC 9(04).
           05  AUD-PERIODO       PIC 9(02).
           05  AUD-OPERACAO      PIC X(01).
           05  AUD-VALOR-ANTERIOR PIC 9(09)V99.
           05  AUD-VALOR         PIC 9(09)V99.
           05  AUD-USUARIO       PIC X(20).
           05  AUD-DATA          PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WRK-MET-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-AUD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-METAS     VALUE 'Y'.
       77  WRK-VDD-EOF       PIC X      VALUE 'N'.
           88  FIM-VENDEDORES VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-MET-QTD       PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(04)  VALUE ZEROS.
       77  WRK-MET-ACHADA    PIC X      VALUE 'N'.
           88  META-ENCONTRADA VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'L'.
           88  OPER-LISTAR   VALUE 'L'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
       77  WRK-VENDEDOR      PIC 9(03)  VALUE ZEROS.
       77  WRK-EXERCICIO     PIC 9(04)  VALUE ZEROS.
       77  WRK-PERIODO       PIC 9(02)  VALUE ZEROS.
       77  WRK-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NOME-VENDEDOR PIC X(20)  VALUE SPACES.
       77  WRK-VENDEDOR-OK   PIC X      VALUE 'N'.
           88  VENDEDOR-VALIDO VALUE 'Y'.
       77  WRK-VDD-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-VDD-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.
       77  WRK-MES-INICIO-FISCAL PIC 9(02) VALUE 04.
       77  WRK-ANO-DATA      PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-DATA      PIC 9(02)  VALUE ZEROS.
       77  WRK-MES-PERIODO   PIC 9(02)  VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-METAS.
           05  WRK-MET-ITEM OCCURS 1000 TIMES.
               10  WRK-MET-VENDEDOR  PIC 9(03).
               10  WRK-MET-EXERCICIO PIC 9(04).
               10  WRK-MET-PERIODO   PIC 9(02).
               10  WRK-MET-VALOR     PIC 9(09)V99.

       01  WRK-TAB-VENDEDORES.
           05  WRK-VDD-ITEM OCCURS 100 TIMES.
               10  WRK-VDD-CODIGO PIC 9(03).
               10  WRK-VDD-NOME   PIC X(20).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0150-CARREGAR-VENDEDORES.
           PERFORM 0160-CARREGAR-METAS.

           DISPLAY 'OPERACAO (L-LISTAR I-INCLUIR A-ALTERAR).. '
           ACCEPT WRK-OPERACAO.

       0150-CARREGAR-VENDEDORES.
           OPEN INPUT VENDEDOR-MASTER
           READ VENDEDOR-MASTER
               AT END MOVE 'Y' TO WRK-VDD-EOF
           END-READ
           PERFORM UNTIL FIM-VENDEDORES
               IF WRK-VDD-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE VENDEDORES EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-VDD-QTD
               MOVE VDD-CODIGO TO WRK-VDD-CODIGO(WRK-VDD-QTD)
               MOVE VDD-NOME   TO WRK-VDD-NOME(WRK-VDD-QTD)
               READ VENDEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-VDD-EOF
               END-READ
           END-PERFORM
           CLOSE VENDEDOR-MASTER.

       0160-CARREGAR-METAS.
           OPEN INPUT METAS-VENDA
           IF WRK-MET-STATUS = '00'
               READ METAS-VENDA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-METAS
                   IF WRK-MET-QTD >= 1000
                       DISPLAY 'ERRO: METAS DE VENDA EXCEDEM O LIMITE '
                           'DE 1000 LINHAS - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-MET-QTD
                   MOVE MET-VENDEDOR  TO WRK-MET-VENDEDOR(WRK-MET-QTD)
                   MOVE MET-EXERCICIO TO
                       WRK-MET-EXERCICIO(WRK-MET-QTD)
                   MOVE MET-PERIODO   TO WRK-MET-PERIODO(WRK-MET-QTD)
                   MOVE MET-VALOR     TO WRK-MET-VALOR(WRK-MET-QTD)
                   READ METAS-VENDA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE METAS-VENDA
           END-IF.

       0200-PROCESSAR.
           IF OPER-INCLUIR OR OPER-ALTERAR
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-META
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-META
               WHEN OTHER
                   PERFORM 0240-LISTAR-METAS
           END-EVALUATE.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'METAMANU'
                   MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
               END-IF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-AUT-EOF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-AUTORIZACAO

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO

           MOVE 'N' TO WRK-USUARIO-OK
           MOVE 0 TO WRK-NIVEL-USUARIO
           OPEN INPUT USUARIOS-MASTER
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-USR-EOF
           END-READ
           PERFORM UNTIL FIM-USUARIOS
               IF USR-USUARIO = WRK-USUARIO
                   MOVE USR-NIVEL TO WRK-NIVEL-USUARIO
                   IF USR-NIVEL >= 1
                       AND USR-NIVEL <= WRK-NIVEL-MINIMO
                       MOVE 'Y' TO WRK-USUARIO-OK
                   END-IF
               END-IF
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-USR-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE WRK-USUARIO       TO SEG-USUARIO
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           IF USUARIO-AUTORIZADO
               MOVE 'AUTORIZADO' TO SEG-RESULTADO
           ELSE
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'METAMANU' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'METAMANU - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********VENDEDOR DEVE EXISTIR NO VENDMAST**************
       0206-VALIDAR-VENDEDOR.
           MOVE 'N' TO WRK-VENDEDOR-OK
           MOVE SPACES TO WRK-NOME-VENDEDOR
           PERFORM VARYING WRK-VDD-SUB FROM 1 BY 1
                   UNTIL WRK-VDD-SUB > WRK-VDD-QTD
               IF WRK-VDD-CODIGO(WRK-VDD-SUB) = WRK-VENDEDOR
                   MOVE 'Y' TO WRK-VENDEDOR-OK
                   MOVE WRK-VDD-NOME(WRK-VDD-SUB) TO
                       WRK-NOME-VENDEDOR
               END-IF
           END-PERFORM

           IF NOT VENDEDOR-VALIDO
               DISPLAY 'VENDEDOR ' WRK-VENDEDOR ' INEXISTENTE NO '
                   'CADASTRO DE VENDEDORES - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************INCLUSAO DE META*************************
       0210-INCLUIR-META.
           PERFORM 0215-ACEITAR-CHAVE
           PERFORM 0206-VALIDAR-VENDEDOR
           PERFORM 0245-LOCALIZAR-META

           IF META-ENCONTRADA
               DISPLAY 'META JA EXISTE PARA O VENDEDOR/PERIODO - USE '
                   'A OPERACAO DE ALTERACAO'
           ELSE
               IF WRK-MET-QTD >= 1000
                   DISPLAY 'ERRO: METAS DE VENDA EXCEDEM O LIMITE DE '
                       '1000 LINHAS'
               ELSE
                   PERFORM 0216-ACEITAR-VALOR
                   MOVE 0 TO WRK-VALOR-ANTERIOR
                   ADD 1 TO WRK-MET-QTD
                   MOVE WRK-VENDEDOR  TO WRK-MET-VENDEDOR(WRK-MET-QTD)
                   MOVE WRK-EXERCICIO TO
                       WRK-MET-EXERCICIO(WRK-MET-QTD)
                   MOVE WRK-PERIODO   TO WRK-MET-PERIODO(WRK-MET-QTD)
                   MOVE WRK-VALOR     TO WRK-MET-VALOR(WRK-MET-QTD)
                   PERFORM 0260-REGRAVAR-METAS
                   PERFORM 0270-GRAVAR-TRILHA
                   DISPLAY 'META INCLUIDA COM SUCESSO - '
                       WRK-NOME-VENDEDOR
               END-IF
           END-IF.

      ****************ALTERACAO DE META************************
       0220-ALTERAR-META.
           PERFORM 0215-ACEITAR-CHAVE
           PERFORM 0245-LOCALIZAR-META

           IF META-ENCONTRADA
               PERFORM 0216-ACEITAR-VALOR
               MOVE WRK-MET-VALOR(WRK-SUB) TO WRK-VALOR-ANTERIOR
               MOVE WRK-VALOR TO WRK-MET-VALOR(WRK-SUB)
               PERFORM 0260-REGRAVAR-METAS
               PERFORM 0270-GRAVAR-TRILHA
               DISPLAY 'META ALTERADA COM SUCESSO'
           ELSE
               DISPLAY 'META NAO ENCONTRADA PARA O VENDEDOR/PERIODO'
           END-IF.

       0215-ACEITAR-CHAVE.
           DISPLAY 'VENDEDOR (3 POSICOES).. '
           ACCEPT WRK-VENDEDOR
           DISPLAY 'EXERCICIO FISCAL (AAAA, INICIO EM ABRIL).. '
           ACCEPT WRK-EXERCICIO
           DISPLAY 'PERIODO FISCAL (01-12, 01 = ABRIL).. '
           ACCEPT WRK-PERIODO

           IF WRK-EXERCICIO < 2000
               DISPLAY 'EXERCICIO FISCAL INVALIDO - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WRK-PERIODO < 1 OR WRK-PERIODO > 12
               DISPLAY 'PERIODO FISCAL INVALIDO - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    MES CIVIL DO PERIODO, SO PARA CONFERENCIA NA TELA
           IF WRK-PERIODO <= 13 - WRK-MES-INICIO-FISCAL
               COMPUTE WRK-MES-PERIODO =
                   WRK-PERIODO + WRK-MES-INICIO-FISCAL - 1
               MOVE WRK-EXERCICIO TO WRK-ANO-DATA
           ELSE
               COMPUTE WRK-MES-PERIODO =
                   WRK-PERIODO + WRK-MES-INICIO-FISCAL - 13
               COMPUTE WRK-ANO-DATA = WRK-EXERCICIO + 1
           END-IF
           DISPLAY 'PERIODO CORRESPONDE AO MES ' WRK-MES-PERIODO
               '/' WRK-ANO-DATA.

       0216-ACEITAR-VALOR.
           DISPLAY 'VALOR DA META (VENDA LIQUIDA).. '
           ACCEPT WRK-VALOR

           IF WRK-VALOR = 0
               DISPLAY 'VALOR DA META DEVE SER MAIOR QUE ZERO - '
                   'OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0245-LOCALIZAR-META.
           MOVE 'N' TO WRK-MET-ACHADA
           MOVE 1 TO WRK-SUB
           PERFORM UNTIL WRK-SUB > WRK-MET-QTD OR META-ENCONTRADA
               IF WRK-MET-VENDEDOR(WRK-SUB) = WRK-VENDEDOR
                   AND WRK-MET-EXERCICIO(WRK-SUB) = WRK-EXERCICIO
                   AND WRK-MET-PERIODO(WRK-SUB) = WRK-PERIODO
                   MOVE 'Y' TO WRK-MET-ACHADA
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM.

      ****************REGRAVACAO DAS METAS*********************
       0260-REGRAVAR-METAS.
           OPEN OUTPUT METAS-VENDA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-MET-QTD
               MOVE WRK-MET-VENDEDOR(WRK-SUB)  TO MET-VENDEDOR
               MOVE WRK-MET-EXERCICIO(WRK-SUB) TO MET-EXERCICIO
               MOVE WRK-MET-PERIODO(WRK-SUB)   TO MET-PERIODO
               MOVE WRK-MET-VALOR(WRK-SUB)     TO MET-VALOR
               WRITE MET-REC
           END-PERFORM
           CLOSE METAS-VENDA.

      ****************TRILHA DA MUDANCA************************
       0270-GRAVAR-TRILHA.
           OPEN EXTEND AUDITORIA-METAS
           IF WRK-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-METAS
           END-IF

           MOVE WRK-VENDEDOR       TO AUD-VENDEDOR
           MOVE WRK-EXERCICIO      TO AUD-EXERCICIO
           MOVE WRK-PERIODO        TO AUD-PERIODO
           MOVE WRK-OPERACAO       TO AUD-OPERACAO
           MOVE WRK-VALOR-ANTERIOR TO AUD-VALOR-ANTERIOR
           MOVE WRK-VALOR          TO AUD-VALOR
           MOVE WRK-USUARIO        TO AUD-USUARIO
           MOVE WRK-DATA-EXEC      TO AUD-DATA
           WRITE AUD-REC
           CLOSE AUDITORIA-METAS.

      ****************LISTAGEM DAS METAS***********************
       0240-LISTAR-METAS.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-MET-QTD
               MOVE WRK-MET-VENDEDOR(WRK-SUB) TO WRK-VENDEDOR
               MOVE SPACES TO WRK-NOME-VENDEDOR
               PERFORM VARYING WRK-VDD-SUB FROM 1 BY 1
                       UNTIL WRK-VDD-SUB > WRK-VDD-QTD
                   IF WRK-VDD-CODIGO(WRK-VDD-SUB) = WRK-VENDEDOR
                       MOVE WRK-VDD-NOME(WRK-VDD-SUB) TO
                           WRK-NOME-VENDEDOR
                   END-IF
               END-PERFORM
               MOVE WRK-MET-VALOR(WRK-SUB) TO WRK-VALOR-ED
               DISPLAY 'VENDEDOR ' WRK-MET-VENDEDOR(WRK-SUB)
                   ' ' WRK-NOME-VENDEDOR
                   ' EXERCICIO ' WRK-MET-EXERCICIO(WRK-SUB)
                   ' PERIODO ' WRK-MET-PERIODO(WRK-SUB)
                   ' META ' WRK-VALOR-ED
           END-PERFORM.

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
