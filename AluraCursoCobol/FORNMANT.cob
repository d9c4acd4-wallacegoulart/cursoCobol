       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNMANT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES (CONSULTAR/
      *          INCLUIR/ALTERAR/INATIVAR), NO MOLDE DO CTAMANUT, PARA
      *          AS CONTAS A PAGAR QUE NAO SAO FRETE (MATERIAL DE
      *          ESCRITORIO, ALUGUEL, CONSUMO, PRESTADORES): O CPF OU
      *          CNPJ E VALIDADO PELOS DIGITOS VERIFICADORES (MESMA
      *          LOGICA DO CLIMANUT), OS DADOS BANCARIOS CONTRA O
      *          CADASTRO DE BANCOS (BANCOMAST.DAT, COM O DIGITO DA
      *          CONTA QUANDO A REGRA DO BANCO EXIGE, COMO NO
      *          EMPMANUT), A CONTA DE DESPESA PADRAO DEVE SER DE
      *          DESPESA E ATIVA NO PLANO DE CONTAS E O PRAZO DE
      *          PAGAMENTO PADRAO E EM DIAS (ZERO = PRAZO DO
      *          CTPGPARM); DOCUMENTO JA CADASTRADO EM OUTRO CODIGO E
      *          RECUSADO; FORNECEDOR NAO E EXCLUIDO, E INATIVADO, E
      *          TODA GRAVACAO EXIGE USUARIO COM O NIVEL MINIMO DA
      *          FUNCAO FORNMANT NA MATRIZ DE AUTORIZACAO
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
           SELECT FORNECEDOR-MASTER ASSIGN TO "DATA/FORNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT CADASTRO-BANCOS ASSIGN TO "DATA/BANCOMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BCO-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-MASTER.
       COPY "FORNMAST.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  CADASTRO-BANCOS.
       01  BCO-REC.
           05  BCO-CODIGO         PIC 9(03).
           05  BCO-NOME           PIC X(20).
           05  BCO-REGRA-DIGITO   PIC X(01).

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

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-FOR-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-BCO-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-FORNECEDORES VALUE 'Y'.
       77  WRK-CTA-EOF       PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-BCO-EOF       PIC X      VALUE 'N'.
           88  FIM-BANCOS    VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-FOR-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-BCO-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-FOR-ACHADO    PIC X      VALUE 'N'.
           88  FORNECEDOR-ENCONTRADO VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-INATIVAR VALUE 'N'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-CODIGO        PIC 9(05)  VALUE ZEROS.
       77  WRK-NOME-NOVO     PIC X(30)  VALUE SPACES.
       77  WRK-TIPO-PESSOA   PIC X(01)  VALUE 'J'.
           88  PESSOA-FISICA   VALUE 'F'.
           88  PESSOA-JURIDICA VALUE 'J'.
       77  WRK-DOCUMENTO     PIC 9(14)  VALUE ZEROS.
       77  WRK-BANCO-NOVO    PIC 9(03)  VALUE ZEROS.
       77  WRK-AGENCIA-NOVA  PIC 9(04)  VALUE ZEROS.
       77  WRK-CONTA-NOVA    PIC 9(08)  VALUE ZEROS.
       77  WRK-DESPESA-NOVA  PIC X(10)  VALUE SPACES.
       77  WRK-PRAZO-NOVO    PIC 9(03)  VALUE ZEROS.
       77  WRK-CRIT-MOTIVO   PIC X(45)  VALUE SPACES.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.
       77  WRK-BCO-ACHADO    PIC X      VALUE 'N'.
           88  BANCO-ENCONTRADO VALUE 'Y'.
       77  WRK-REGRA-DIGITO  PIC X(01)  VALUE '0'.
       77  WRK-CTA-ACHADA    PIC X      VALUE 'N'.
           88  CONTA-DESPESA-VALIDA VALUE 'Y'.
       77  WRK-DOCUMENTO-ED  PIC X(18)  VALUE SPACES.

       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR-ITEM OCCURS 200 TIMES INDEXED BY WRK-FOR-IDX.
               10  WRK-FOR-REGISTRO PIC X(79).

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-TIPO   PIC X(01).
               10  WRK-CTA-ATIVA  PIC X(01).

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

       01  WRK-CNPJ           PIC 9(14)     VALUE ZEROS.
       01  WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ.
           05  WRK-CNPJ-DIG   PIC 9(01) OCCURS 14 TIMES.
       01  WRK-TAB-PESOS-CNPJ VALUE '6543298765432'.
           05  WRK-PESO-CNPJ  PIC 9(01) OCCURS 13 TIMES.
       77  WRK-CNPJ-STATUS    PIC X(09)     VALUE SPACES.
           88  CNPJ-VALIDO    VALUE 'VALIDO'.
           88  CNPJ-INVALIDO  VALUE 'INVALIDO'.
       77  WRK-DV-POSICAO     PIC 9(02)     VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           OPEN INPUT FORNECEDOR-MASTER.
           IF WRK-FOR-STATUS = '00'
               READ FORNECEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-FORNECEDORES
                   IF WRK-FOR-QTD >= 200
                       DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE '
                           'O LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-FOR-QTD
                   MOVE FOR-REC TO WRK-FOR-REGISTRO(WRK-FOR-QTD)
                   READ FORNECEDOR-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDOR-MASTER
           END-IF.

           PERFORM 0150-CARREGAR-PLANO.
           PERFORM 0152-CARREGAR-BANCOS.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR A-ALTERAR '
               'N-INATIVAR).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'CODIGO DO FORNECEDOR.. '
           ACCEPT WRK-CODIGO.

       0150-CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS
           IF WRK-CTA-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS - STATUS '
                   WRK-CTA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-CTA-EOF
           END-READ
           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CTA-QTD
               MOVE CTA-CODIGO TO WRK-CTA-CODIGO(WRK-CTA-QTD)
               MOVE CTA-TIPO   TO WRK-CTA-TIPO(WRK-CTA-QTD)
               MOVE CTA-ATIVA  TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS.

       0152-CARREGAR-BANCOS.
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
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF OPER-INCLUIR OR OPER-ALTERAR OR OPER-INATIVAR
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-FORNECEDOR
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-FORNECEDOR
               WHEN OPER-INATIVAR
                   PERFORM 0230-INATIVAR-FORNECEDOR
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-FORNECEDOR
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
      *MESMA DISCIPLINA DO CTAMANUT: NIVEL MENOR E MAIS
      *PRIVILEGIADO; A DECISAO E GRAVADA NA TRILHA SEGAUDIT
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'FORNMANT'
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
           MOVE 'FORNMANT' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'FORNMANT - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************INCLUSAO DE FORNECEDOR*******************
       0210-INCLUIR-FORNECEDOR.
           PERFORM 0245-LOCALIZAR-FORNECEDOR

           IF FORNECEDOR-ENCONTRADO
               DISPLAY 'FORNECEDOR JA CADASTRADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-FOR-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE O '
                       'LIMITE DE 200 REGISTROS'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0250-ACEITAR-DADOS
                   PERFORM 0255-CRITICAR-DADOS
                   IF WRK-CRIT-MOTIVO NOT = SPACES
                       DISPLAY WRK-CRIT-MOTIVO ' - INCLUSAO RECUSADA'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-FOR-QTD
                       SET WRK-FOR-IDX TO WRK-FOR-QTD
                       PERFORM 0258-MONTAR-REGISTRO
                       PERFORM 0260-REGRAVAR-CADASTRO
                       DISPLAY 'FORNECEDOR INCLUIDO COM SUCESSO'
                   END-IF
               END-IF
           END-IF.

      ****************ALTERACAO DE FORNECEDOR******************
       0220-ALTERAR-FORNECEDOR.
           PERFORM 0245-LOCALIZAR-FORNECEDOR

           IF FORNECEDOR-ENCONTRADO
               PERFORM 0250-ACEITAR-DADOS
               PERFORM 0255-CRITICAR-DADOS
               IF WRK-CRIT-MOTIVO NOT = SPACES
                   DISPLAY WRK-CRIT-MOTIVO ' - ALTERACAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0258-MONTAR-REGISTRO
                   PERFORM 0260-REGRAVAR-CADASTRO
                   DISPLAY 'FORNECEDOR ALTERADO COM SUCESSO'
               END-IF
           ELSE
               DISPLAY 'FORNECEDOR NAO CADASTRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ****************INATIVACAO DE FORNECEDOR*****************
      *O FORNECEDOR INATIVO FICA NO CADASTRO PARA OS TITULOS JA
      *LANCADOS, MAS NAO RECEBE NOTA NOVA
       0230-INATIVAR-FORNECEDOR.
           PERFORM 0245-LOCALIZAR-FORNECEDOR

           IF FORNECEDOR-ENCONTRADO
               MOVE WRK-FOR-REGISTRO(WRK-FOR-IDX) TO FOR-REC
               MOVE 'N' TO FOR-ATIVO
               MOVE FOR-REC TO WRK-FOR-REGISTRO(WRK-FOR-IDX)
               PERFORM 0260-REGRAVAR-CADASTRO
               DISPLAY 'FORNECEDOR INATIVADO COM SUCESSO'
           ELSE
               DISPLAY 'FORNECEDOR NAO CADASTRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ****************LOCALIZACAO NA TABELA********************
       0245-LOCALIZAR-FORNECEDOR.
           SET WRK-FOR-IDX TO 1
           MOVE 'N' TO WRK-FOR-ACHADO

           SEARCH WRK-FOR-ITEM
               AT END
                   CONTINUE
               WHEN WRK-FOR-REGISTRO(WRK-FOR-IDX)(1:5) = WRK-CODIGO
                   SET FORNECEDOR-ENCONTRADO TO TRUE
           END-SEARCH.

      ****************ACEITE DOS DADOS DO FORNECEDOR***********
       0250-ACEITAR-DADOS.
           DISPLAY 'NOME / RAZAO SOCIAL.. '
           ACCEPT WRK-NOME-NOVO
           DISPLAY 'TIPO DE PESSOA (F-FISICA J-JURIDICA).. '
           ACCEPT WRK-TIPO-PESSOA
           IF PESSOA-FISICA
               DISPLAY 'CPF DO FORNECEDOR.. '
               ACCEPT WRK-CPF
               MOVE WRK-CPF TO WRK-DOCUMENTO
           ELSE
               DISPLAY 'CNPJ DO FORNECEDOR (14 DIGITOS).. '
               ACCEPT WRK-CNPJ
               MOVE WRK-CNPJ TO WRK-DOCUMENTO
           END-IF
           DISPLAY 'BANCO.. '
           ACCEPT WRK-BANCO-NOVO
           DISPLAY 'AGENCIA.. '
           ACCEPT WRK-AGENCIA-NOVA
           DISPLAY 'CONTA (COM DIGITO).. '
           ACCEPT WRK-CONTA-NOVA
           DISPLAY 'CONTA DE DESPESA PADRAO.. '
           ACCEPT WRK-DESPESA-NOVA
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = PRAZO PADRAO).. '
           ACCEPT WRK-PRAZO-NOVO.

      **********CRITICA DOS DADOS DO FORNECEDOR****************
      *DOCUMENTO PELOS DIGITOS VERIFICADORES E SEM DUPLICIDADE,
      *BANCO E DIGITO DA CONTA E CONTA DE DESPESA DO PLANO; O
      *PRIMEIRO MOTIVO ENCONTRADO RECUSA A GRAVACAO
       0255-CRITICAR-DADOS.
           MOVE SPACES TO WRK-CRIT-MOTIVO

           EVALUATE TRUE
               WHEN PESSOA-FISICA
                   PERFORM 0270-VALIDAR-CPF
                   IF CPF-INVALIDO
                       MOVE 'CPF COM DIGITOS VERIFICADORES INVALIDOS'
                           TO WRK-CRIT-MOTIVO
                   END-IF
               WHEN PESSOA-JURIDICA
                   PERFORM 0272-VALIDAR-CNPJ
                   IF CNPJ-INVALIDO
                       MOVE 'CNPJ COM DIGITOS VERIFICADORES INVALIDOS'
                           TO WRK-CRIT-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE PESSOA INVALIDO' TO WRK-CRIT-MOTIVO
           END-EVALUATE

           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-FOR-QTD
                   MOVE WRK-FOR-REGISTRO(WRK-SUB) TO FOR-REC
                   IF FOR-DOCUMENTO = WRK-DOCUMENTO
                       AND FOR-TIPO-PESSOA = WRK-TIPO-PESSOA
                       AND FOR-CODIGO NOT = WRK-CODIGO
                       MOVE 'DOCUMENTO JA CADASTRADO EM OUTRO CODIGO'
                           TO WRK-CRIT-MOTIVO
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM 0275-VALIDAR-DADOS-BANCARIOS
           END-IF

           IF WRK-CRIT-MOTIVO = SPACES
               MOVE 'N' TO WRK-CTA-ACHADA
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-CTA-QTD
                   IF WRK-CTA-CODIGO(WRK-SUB) = WRK-DESPESA-NOVA
                       AND WRK-CTA-TIPO(WRK-SUB) = 'D'
                       AND WRK-CTA-ATIVA(WRK-SUB) = 'S'
                       SET CONTA-DESPESA-VALIDA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CONTA-DESPESA-VALIDA
                   MOVE 'CONTA DE DESPESA INEXISTENTE OU INATIVA'
                       TO WRK-CRIT-MOTIVO
               END-IF
           END-IF.

       0258-MONTAR-REGISTRO.
           MOVE WRK-CODIGO       TO FOR-CODIGO
           MOVE WRK-NOME-NOVO    TO FOR-NOME
           MOVE WRK-TIPO-PESSOA  TO FOR-TIPO-PESSOA
           MOVE WRK-DOCUMENTO    TO FOR-DOCUMENTO
           MOVE WRK-BANCO-NOVO   TO FOR-BANCO
           MOVE WRK-AGENCIA-NOVA TO FOR-AGENCIA
           MOVE WRK-CONTA-NOVA   TO FOR-CONTA
           MOVE WRK-DESPESA-NOVA TO FOR-CONTA-DESPESA
           MOVE WRK-PRAZO-NOVO   TO FOR-PRAZO-DIAS
           MOVE 'S'              TO FOR-ATIVO
           MOVE FOR-REC TO WRK-FOR-REGISTRO(WRK-FOR-IDX).

      ****************REGRAVACAO DO CADASTRO*******************
       0260-REGRAVAR-CADASTRO.
           OPEN OUTPUT FORNECEDOR-MASTER

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FOR-QTD
               MOVE WRK-FOR-REGISTRO(WRK-SUB) TO FOR-REC
               WRITE FOR-REC
           END-PERFORM.

           CLOSE FORNECEDOR-MASTER.

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

      ******VALIDACAO DOS DIGITOS DO CNPJ (MODULO 11)**********
      *PRIMEIRO DIGITO SOBRE OS 12 PRIMEIROS (PESOS 5,4,3,2,9,8,7,
      *6,5,4,3,2) E SEGUNDO SOBRE OS 13 (PESOS 6,5,4,3,2,9,8,7,6,
      *5,4,3,2); RESTO MENOR QUE 2 DA DIGITO ZERO
       0272-VALIDAR-CNPJ.
           MOVE ZEROS TO WRK-SOMA
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
               COMPUTE WRK-DV-POSICAO = WRK-IDX + 1
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CNPJ-DIG(WRK-IDX) *
                       WRK-PESO-CNPJ(WRK-DV-POSICAO))
           END-PERFORM
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV1-CALC
           ELSE
               COMPUTE WRK-DV1-CALC = 11 - WRK-RESTO
           END-IF

           MOVE ZEROS TO WRK-SOMA
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CNPJ-DIG(WRK-IDX) * WRK-PESO-CNPJ(WRK-IDX))
           END-PERFORM
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DV1-CALC * 2)
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV2-CALC
           ELSE
               COMPUTE WRK-DV2-CALC = 11 - WRK-RESTO
           END-IF

           IF WRK-DV1-CALC = WRK-CNPJ-DIG(13)
               AND WRK-DV2-CALC = WRK-CNPJ-DIG(14)
               SET CNPJ-VALIDO TO TRUE
           ELSE
               SET CNPJ-INVALIDO TO TRUE
           END-IF.

      **********BANCO E DIGITO VERIFICADOR DA CONTA************
      *MESMA REGRA DE MODULO 11 DO EMPMANUT E DA CRITICA DE
      *REMESSA DO BANCOEDIT: PESOS 8 A 2 SOBRE OS 7 PRIMEIROS
      *DIGITOS, RESTO SUBTRAIDO DE 11, COM 10 E 11 VALENDO ZERO
       0275-VALIDAR-DADOS-BANCARIOS.
           MOVE 'N' TO WRK-BCO-ACHADO
           MOVE '0' TO WRK-REGRA-DIGITO
           SET WRK-BCO-IDX TO 1

           SEARCH WRK-BCO-ITEM
               AT END
                   CONTINUE
               WHEN WRK-BCO-CODIGO(WRK-BCO-IDX) = WRK-BANCO-NOVO
                   SET BANCO-ENCONTRADO TO TRUE
                   MOVE WRK-BCO-REGRA(WRK-BCO-IDX) TO
                       WRK-REGRA-DIGITO
           END-SEARCH

           IF NOT BANCO-ENCONTRADO
               MOVE 'BANCO INEXISTENTE NO CADASTRO' TO
                   WRK-CRIT-MOTIVO
           END-IF

           IF WRK-REGRA-DIGITO = '1'
               MOVE WRK-CONTA-NOVA TO WRK-CONTA-VALIDAR
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

      ****************CONSULTA DE FORNECEDOR*******************
      *DOCUMENTO MASCARADO COMO NA CONSULTA DO CLIMANUT
       0240-CONSULTAR-FORNECEDOR.
           PERFORM 0245-LOCALIZAR-FORNECEDOR

           IF FORNECEDOR-ENCONTRADO
               MOVE WRK-FOR-REGISTRO(WRK-FOR-IDX) TO FOR-REC
               MOVE SPACES TO WRK-DOCUMENTO-ED
               IF FOR-PESSOA-JURIDICA
                   MOVE '**.***.***/****-' TO WRK-DOCUMENTO-ED(1:16)
                   MOVE FOR-DOCUMENTO(13:2) TO WRK-DOCUMENTO-ED(17:2)
               ELSE
                   MOVE '***.***.***/' TO WRK-DOCUMENTO-ED(1:12)
                   MOVE FOR-DOCUMENTO(13:2) TO WRK-DOCUMENTO-ED(13:2)
               END-IF
               DISPLAY 'NOME.....: ' FOR-NOME
               DISPLAY 'DOCUMENTO: ' WRK-DOCUMENTO-ED
               DISPLAY 'BANCO....: ' FOR-BANCO ' AG ' FOR-AGENCIA
                   ' CONTA ' FOR-CONTA
               DISPLAY 'DESPESA..: ' FOR-CONTA-DESPESA
               DISPLAY 'PRAZO....: ' FOR-PRAZO-DIAS ' DIAS'
               IF FOR-E-ATIVO
                   DISPLAY 'SITUACAO.: ATIVO'
               ELSE
                   DISPLAY 'SITUACAO.: INATIVO'
               END-IF
           ELSE
               DISPLAY 'FORNECEDOR NAO CADASTRADO'
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'FORNMANT' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

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
