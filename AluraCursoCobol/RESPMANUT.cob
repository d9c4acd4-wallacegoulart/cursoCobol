       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE RESPONSAVEIS PELOS ALUNOS
      *          (CONSULTAR/INCLUIR/ALTERAR/EXCLUIR/VINCULAR), NO
      *          MOLDE DO FORNMANT: O CPF DO RESPONSAVEL E A CHAVE E
      *          TEM OS DIGITOS VERIFICADORES VALIDADOS COM A MESMA
      *          LOGICA DE MODULO 11 DO TESTECPF, A UF DO ENDERECO E
      *          CONFERIDA CONTRA OS ESTADOS DA TABELA DE FRETE COMO
      *          NO CLIMANUT E O E-MAIL, QUANDO INFORMADO, PRECISA
      *          TER ARROBA; A OPERACAO VINCULAR GRAVA O CPF DO
      *          RESPONSAVEL NO REGISTRO DO ALUNO (ALUNOS.DAT) E
      *          ATUALIZA O NOME DO RESPONSAVEL DO ALUNO, E E ESSE
      *          VINCULO QUE O MENSALIDADE (DESCONTO DE IRMAOS), O
      *          FREQALERT E O CERTEMIT (ENDERECAMENTO DAS CARTAS) E
      *          A COBRANCA E O EXTRATOCLI (MENSALIDADE EM ATRASO)
      *          USAM; RESPONSAVEL COM ALUNO VINCULADO NAO E EXCLUIDO;
      *          O REGISTRO DO ALUNO E REGRAVADO INTEIRO, COM A
      *          SITUACAO E A DATA DE SAIDA GRAVADAS PELO TRANSFAL
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEL-MASTER ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT TABELA-FRETE-UF ASSIGN TO "DATA/UFFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUF-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSAVEL-MASTER.
       COPY "RESPONS.CPY".

       FD  CADASTRO-ALUNOS.
       01  ALU-REC.
           05  ALU-MATRICULA    PIC 9(06).
           05  ALU-NOME         PIC X(20).
           05  ALU-NOTA1        PIC 9(02).
           05  ALU-NOTA2        PIC 9(02).
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  TABELA-FRETE-UF.
       01  TAB-UF-REC.
           05  TAB-UF-COD         PIC X(02).
           05  TAB-UF-MULT        PIC 9V9999.
           05  TAB-UF-VIGENCIA    PIC 9(08).
           05  TAB-UF-PRAZO       PIC 9(03).

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
       77  WRK-RSP-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-ALU-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-TUF-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-RESPONSAVEIS VALUE 'Y'.
       77  WRK-ALU-EOF       PIC X      VALUE 'N'.
           88  FIM-ALUNOS    VALUE 'Y'.
       77  WRK-UF-EOF        PIC X      VALUE 'N'.
           88  FIM-TABELA-UF VALUE 'Y'.
       77  WRK-RSP-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-ALU-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-UF-QTD        PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-UF-SUB        PIC 9(03)  VALUE ZEROS.
       77  WRK-RSP-ACHADO    PIC X      VALUE 'N'.
           88  RESPONSAVEL-ENCONTRADO VALUE 'Y'.
       77  WRK-ALU-ACHADO    PIC X      VALUE 'N'.
           88  ALUNO-ENCONTRADO VALUE 'Y'.
       77  WRK-UF-ACHADA     PIC X      VALUE 'N'.
           88  UF-ENCONTRADA VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-EXCLUIR  VALUE 'E'.
           88  OPER-VINCULAR VALUE 'V'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-NOME-NOVO     PIC X(30)  VALUE SPACES.
       77  WRK-ENDERECO      PIC X(30)  VALUE SPACES.
       77  WRK-CIDADE        PIC X(20)  VALUE SPACES.
       77  WRK-UF            PIC X(02)  VALUE SPACES.
       77  WRK-CEP           PIC 9(08)  VALUE ZEROS.
       77  WRK-TELEFONE      PIC 9(11)  VALUE ZEROS.
       77  WRK-EMAIL         PIC X(40)  VALUE SPACES.
       77  WRK-QTD-ARROBA    PIC 9(02)  VALUE ZEROS.
       77  WRK-MATRICULA     PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-VINCULADOS PIC 9(03) VALUE ZEROS.
       77  WRK-CRIT-MOTIVO   PIC X(45)  VALUE SPACES.
       77  WRK-CPF-ED        PIC ZZZ.ZZZ.ZZZ/ZZ VALUE ZEROS.
       77  WRK-CPF-MASCARADO PIC X(14)  VALUE SPACES.

       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 300 TIMES INDEXED BY WRK-RSP-IDX.
               10  WRK-RSP-REGISTRO PIC X(152).

       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES INDEXED BY WRK-ALU-IDX.
               10  WRK-ALU-REGISTRO PIC X(75).

       01  WRK-TAB-UF.
           05  WRK-UF-ITEM OCCURS 100 TIMES.
               10  WRK-UF-COD    PIC X(02).

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
           STOP RUN.

       0100-INICIALIZAR.
           OPEN INPUT RESPONSAVEL-MASTER.
           IF WRK-RSP-STATUS = '00'
               READ RESPONSAVEL-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-RESPONSAVEIS
                   IF WRK-RSP-QTD >= 300
                       DISPLAY 'ERRO: CADASTRO DE RESPONSAVEIS EXCEDE '
                           'O LIMITE DE 300 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-RSP-QTD
                   MOVE RSP-REC TO WRK-RSP-REGISTRO(WRK-RSP-QTD)
                   READ RESPONSAVEL-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE RESPONSAVEL-MASTER
           END-IF.

           PERFORM 0140-CARREGAR-ALUNOS.
           PERFORM 0150-CARREGAR-TABELA-UF.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR A-ALTERAR '
               'E-EXCLUIR V-VINCULAR ALUNO).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'CPF DO RESPONSAVEL.. '
           ACCEPT WRK-CPF.

      ****************CARGA DO CADASTRO DE ALUNOS**************
      *REGISTRO INTEIRO NA TABELA: O VINCULAR REGRAVA O ARQUIVO
       0140-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-ALU-EOF
           END-READ
           PERFORM UNTIL FIM-ALUNOS
               IF WRK-ALU-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE ALUNOS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ALU-QTD
               MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-ALU-QTD)
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-ALU-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS.

      ****************CARGA DAS UFS DA TABELA DE FRETE*********
       0150-CARREGAR-TABELA-UF.
           OPEN INPUT TABELA-FRETE-UF
           IF WRK-TUF-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR A TABELA DE UFS (UFFRETE) - '
                   'STATUS ' WRK-TUF-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ TABELA-FRETE-UF
               AT END MOVE 'Y' TO WRK-UF-EOF
           END-READ
           PERFORM UNTIL FIM-TABELA-UF
               MOVE 'N' TO WRK-UF-ACHADA
               PERFORM VARYING WRK-UF-SUB FROM 1 BY 1
                       UNTIL WRK-UF-SUB > WRK-UF-QTD
                   IF WRK-UF-COD(WRK-UF-SUB) = TAB-UF-COD
                       MOVE 'Y' TO WRK-UF-ACHADA
                   END-IF
               END-PERFORM
               IF NOT UF-ENCONTRADA AND WRK-UF-QTD < 100
                   ADD 1 TO WRK-UF-QTD
                   MOVE TAB-UF-COD TO WRK-UF-COD(WRK-UF-QTD)
               END-IF
               READ TABELA-FRETE-UF
                   AT END MOVE 'Y' TO WRK-UF-EOF
               END-READ
           END-PERFORM
           CLOSE TABELA-FRETE-UF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-RESPONSAVEL
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-RESPONSAVEL
               WHEN OPER-EXCLUIR
                   PERFORM 0230-EXCLUIR-RESPONSAVEL
               WHEN OPER-VINCULAR
                   PERFORM 0235-VINCULAR-ALUNO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-RESPONSAVEL
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      ****************INCLUSAO DE RESPONSAVEL******************
       0210-INCLUIR-RESPONSAVEL.
           PERFORM 0270-VALIDAR-CPF
           IF CPF-INVALIDO OR WRK-CPF = ZEROS
               DISPLAY 'CPF COM DIGITOS VERIFICADORES INVALIDOS - '
                   'INCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0245-LOCALIZAR-RESPONSAVEL

           IF RESPONSAVEL-ENCONTRADO
               DISPLAY 'RESPONSAVEL JA CADASTRADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-RSP-QTD >= 300
                   DISPLAY 'ERRO: CADASTRO DE RESPONSAVEIS EXCEDE O '
                       'LIMITE DE 300 REGISTROS'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0250-ACEITAR-DADOS
                   PERFORM 0255-CRITICAR-DADOS
                   IF WRK-CRIT-MOTIVO NOT = SPACES
                       DISPLAY WRK-CRIT-MOTIVO ' - INCLUSAO RECUSADA'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-RSP-QTD
                       SET WRK-RSP-IDX TO WRK-RSP-QTD
                       PERFORM 0258-MONTAR-REGISTRO
                       PERFORM 0260-REGRAVAR-CADASTRO
                       DISPLAY 'RESPONSAVEL INCLUIDO COM SUCESSO'
                   END-IF
               END-IF
           END-IF.

      ****************ALTERACAO DE RESPONSAVEL*****************
       0220-ALTERAR-RESPONSAVEL.
           PERFORM 0245-LOCALIZAR-RESPONSAVEL

           IF RESPONSAVEL-ENCONTRADO
               PERFORM 0250-ACEITAR-DADOS
               PERFORM 0255-CRITICAR-DADOS
               IF WRK-CRIT-MOTIVO NOT = SPACES
                   DISPLAY WRK-CRIT-MOTIVO ' - ALTERACAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0258-MONTAR-REGISTRO
                   PERFORM 0260-REGRAVAR-CADASTRO
                   PERFORM 0265-ATUALIZAR-NOME-ALUNOS
                   DISPLAY 'RESPONSAVEL ALTERADO COM SUCESSO'
               END-IF
           ELSE
               DISPLAY 'RESPONSAVEL NAO CADASTRADO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ****************EXCLUSAO DE RESPONSAVEL******************
      *COM ALUNO VINCULADO A EXCLUSAO DEIXARIA MENSALIDADE SEM
      *PAGADOR NA COBRANCA; O ALUNO PRECISA SER VINCULADO A OUTRO
      *RESPONSAVEL ANTES
       0230-EXCLUIR-RESPONSAVEL.
           PERFORM 0245-LOCALIZAR-RESPONSAVEL

           IF NOT RESPONSAVEL-ENCONTRADO
               DISPLAY 'RESPONSAVEL NAO CADASTRADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0248-CONTAR-VINCULADOS
           IF WRK-QTD-VINCULADOS > 0
               DISPLAY 'RESPONSAVEL COM ' WRK-QTD-VINCULADOS
                   ' ALUNO(S) VINCULADO(S) - EXCLUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-SUB FROM WRK-RSP-IDX BY 1
                   UNTIL WRK-SUB >= WRK-RSP-QTD
               MOVE WRK-RSP-REGISTRO(WRK-SUB + 1) TO
                   WRK-RSP-REGISTRO(WRK-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WRK-RSP-QTD
           PERFORM 0260-REGRAVAR-CADASTRO
           DISPLAY 'RESPONSAVEL EXCLUIDO COM SUCESSO'.

      ****************VINCULO DO ALUNO AO RESPONSAVEL**********
      *O NOME DO RESPONSAVEL NO ALUNO ACOMPANHA O CADASTRO, PARA
      *OS PROGRAMAS QUE AINDA SO LEEM O NOME
       0235-VINCULAR-ALUNO.
           PERFORM 0245-LOCALIZAR-RESPONSAVEL

           IF NOT RESPONSAVEL-ENCONTRADO
               DISPLAY 'RESPONSAVEL NAO CADASTRADO - VINCULO RECUSADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'MATRICULA DO ALUNO.. '
           ACCEPT WRK-MATRICULA

           MOVE 'N' TO WRK-ALU-ACHADO
           SET WRK-ALU-IDX TO 1
           IF WRK-ALU-QTD > 0
               SEARCH WRK-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ALU-REGISTRO(WRK-ALU-IDX)(1:6) =
                       WRK-MATRICULA
                       SET ALUNO-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF

           IF NOT ALUNO-ENCONTRADO
               DISPLAY 'ALUNO NAO CADASTRADO - VINCULO RECUSADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-RSP-REGISTRO(WRK-RSP-IDX) TO RSP-REC
           MOVE WRK-ALU-REGISTRO(WRK-ALU-IDX) TO ALU-REC
           IF ALU-CPF-RESPONSAVEL NOT NUMERIC
               MOVE ZEROS TO ALU-CPF-RESPONSAVEL
           END-IF
           IF ALU-CPF-RESPONSAVEL NOT = ZEROS
               AND ALU-CPF-RESPONSAVEL NOT = WRK-CPF
               DISPLAY 'ALUNO TROCA DE RESPONSAVEL (ANTERIOR '
                   'FINAL ' ALU-CPF-RESPONSAVEL(10:2) ')'
           END-IF
           MOVE WRK-CPF  TO ALU-CPF-RESPONSAVEL
           MOVE RSP-NOME TO ALU-RESPONSAVEL
           MOVE ALU-REC  TO WRK-ALU-REGISTRO(WRK-ALU-IDX)
           DISPLAY 'ALUNO ' WRK-MATRICULA ' ' ALU-NOME
               ' VINCULADO AO RESPONSAVEL'
           PERFORM 0268-REGRAVAR-ALUNOS.

      ****************LOCALIZACAO NA TABELA********************
       0245-LOCALIZAR-RESPONSAVEL.
           SET WRK-RSP-IDX TO 1
           MOVE 'N' TO WRK-RSP-ACHADO

           IF WRK-RSP-QTD > 0
               SEARCH WRK-RSP-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-RSP-REGISTRO(WRK-RSP-IDX)(1:11) = WRK-CPF
                       SET RESPONSAVEL-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF

           IF RESPONSAVEL-ENCONTRADO
               AND WRK-RSP-IDX > WRK-RSP-QTD
               MOVE 'N' TO WRK-RSP-ACHADO
           END-IF.

       0248-CONTAR-VINCULADOS.
           MOVE 0 TO WRK-QTD-VINCULADOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
               IF ALU-CPF-RESPONSAVEL IS NUMERIC
                   AND ALU-CPF-RESPONSAVEL = WRK-CPF
                   ADD 1 TO WRK-QTD-VINCULADOS
               END-IF
           END-PERFORM.

      ****************ACEITE DOS DADOS DO RESPONSAVEL**********
       0250-ACEITAR-DADOS.
           DISPLAY 'NOME DO RESPONSAVEL.. '
           ACCEPT WRK-NOME-NOVO
           DISPLAY 'ENDERECO (LOGRADOURO E NUMERO).. '
           ACCEPT WRK-ENDERECO
           DISPLAY 'CIDADE.. '
           ACCEPT WRK-CIDADE
           DISPLAY 'UF.. '
           ACCEPT WRK-UF
           DISPLAY 'CEP.. '
           ACCEPT WRK-CEP
           DISPLAY 'TELEFONE COM DDD.. '
           ACCEPT WRK-TELEFONE
           DISPLAY 'E-MAIL (EM BRANCO SE NAO HOUVER).. '
           ACCEPT WRK-EMAIL.

      **********CRITICA DOS DADOS DO RESPONSAVEL***************
      *O ENDERECO E OBRIGATORIO PORQUE E PARA ELE QUE SAEM AS
      *CARTAS DA SECRETARIA E DA COBRANCA
       0255-CRITICAR-DADOS.
           MOVE SPACES TO WRK-CRIT-MOTIVO

           EVALUATE TRUE
               WHEN WRK-NOME-NOVO = SPACES
                   MOVE 'NOME DO RESPONSAVEL NAO INFORMADO' TO
                       WRK-CRIT-MOTIVO
               WHEN WRK-ENDERECO = SPACES OR WRK-CIDADE = SPACES
                   MOVE 'ENDERECO INCOMPLETO' TO WRK-CRIT-MOTIVO
               WHEN WRK-CEP = ZEROS
                   MOVE 'CEP NAO INFORMADO' TO WRK-CRIT-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WRK-CRIT-MOTIVO = SPACES
               MOVE 'N' TO WRK-UF-ACHADA
               PERFORM VARYING WRK-UF-SUB FROM 1 BY 1
                       UNTIL WRK-UF-SUB > WRK-UF-QTD
                   IF WRK-UF-COD(WRK-UF-SUB) = WRK-UF
                       MOVE 'Y' TO WRK-UF-ACHADA
                   END-IF
               END-PERFORM
               IF NOT UF-ENCONTRADA
                   MOVE 'UF INEXISTENTE NA TABELA DE ESTADOS' TO
                       WRK-CRIT-MOTIVO
               END-IF
           END-IF

           IF WRK-CRIT-MOTIVO = SPACES AND WRK-EMAIL NOT = SPACES
               MOVE 0 TO WRK-QTD-ARROBA
               INSPECT WRK-EMAIL TALLYING WRK-QTD-ARROBA FOR ALL '@'
               IF WRK-QTD-ARROBA NOT = 1
                   MOVE 'E-MAIL INVALIDO' TO WRK-CRIT-MOTIVO
               END-IF
           END-IF.

       0258-MONTAR-REGISTRO.
           MOVE WRK-CPF        TO RSP-CPF
           MOVE WRK-NOME-NOVO  TO RSP-NOME
           MOVE WRK-ENDERECO   TO RSP-ENDERECO
           MOVE WRK-CIDADE     TO RSP-CIDADE
           MOVE WRK-UF         TO RSP-UF
           MOVE WRK-CEP        TO RSP-CEP
           MOVE WRK-TELEFONE   TO RSP-TELEFONE
           MOVE WRK-EMAIL      TO RSP-EMAIL
           MOVE RSP-REC TO WRK-RSP-REGISTRO(WRK-RSP-IDX).

      ****************REGRAVACAO DO CADASTRO*******************
       0260-REGRAVAR-CADASTRO.
           OPEN OUTPUT RESPONSAVEL-MASTER

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RSP-QTD
               MOVE WRK-RSP-REGISTRO(WRK-SUB) TO RSP-REC
               WRITE RSP-REC
           END-PERFORM.

           CLOSE RESPONSAVEL-MASTER.

      **********NOME DO RESPONSAVEL NOS ALUNOS VINCULADOS******
       0265-ATUALIZAR-NOME-ALUNOS.
           PERFORM 0248-CONTAR-VINCULADOS
           IF WRK-QTD-VINCULADOS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
               IF ALU-CPF-RESPONSAVEL IS NUMERIC
                   AND ALU-CPF-RESPONSAVEL = WRK-CPF
                   MOVE WRK-NOME-NOVO TO ALU-RESPONSAVEL
                   MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-SUB)
               END-IF
           END-PERFORM
           PERFORM 0268-REGRAVAR-ALUNOS.

       0268-REGRAVAR-ALUNOS.
           OPEN OUTPUT CADASTRO-ALUNOS

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
               WRITE ALU-REC
           END-PERFORM.

           CLOSE CADASTRO-ALUNOS.

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

      ****************CONSULTA DE RESPONSAVEL******************
      *CPF MASCARADO COMO NA CONSULTA DO CLIMANUT
       0240-CONSULTAR-RESPONSAVEL.
           PERFORM 0245-LOCALIZAR-RESPONSAVEL

           IF RESPONSAVEL-ENCONTRADO
               MOVE WRK-RSP-REGISTRO(WRK-RSP-IDX) TO RSP-REC
               MOVE RSP-CPF TO WRK-CPF-ED
               MOVE '***.***.***' TO WRK-CPF-MASCARADO(1:11)
               MOVE WRK-CPF-ED(12:3) TO WRK-CPF-MASCARADO(12:3)
               DISPLAY 'NOME.....: ' RSP-NOME
               DISPLAY 'CPF......: ' WRK-CPF-MASCARADO
               DISPLAY 'ENDERECO.: ' RSP-ENDERECO
               DISPLAY 'CIDADE...: ' RSP-CIDADE ' ' RSP-UF
                   ' CEP ' RSP-CEP
               DISPLAY 'TELEFONE.: ' RSP-TELEFONE
               DISPLAY 'E-MAIL...: ' RSP-EMAIL
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-ALU-QTD
                   MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
                   IF ALU-CPF-RESPONSAVEL IS NUMERIC
                       AND ALU-CPF-RESPONSAVEL = WRK-CPF
                       DISPLAY 'ALUNO....: ' ALU-MATRICULA ' '
                           ALU-NOME ' SERIE ' ALU-SERIE
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'RESPONSAVEL NAO CADASTRADO'
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'RESPMANU' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.
