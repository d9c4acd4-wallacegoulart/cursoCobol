       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIF.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: REVISAO TRIMESTRAL DE ACESSOS E SEGREGACAO DE
      *          FUNCOES. OPERACAO R (RELATORIO): PARA CADA USUARIO
      *          DO USERMAST LISTA AS FUNCOES DA AUTMATRIZ QUE O
      *          NIVEL DELE PERMITE EXECUTAR, O ULTIMO LOGIN NA
      *          TRILHA SEGAUDIT (MARCANDO A CONTA INATIVA HA MAIS
      *          DE N DIAS) E OS PARES DE FUNCOES CONFLITANTES DA
      *          TABELA DE CONFLITOS EM QUE ELE PODE OU JA ATUOU NOS
      *          DOIS LADOS, COM A EVIDENCIA DA TRILHA SEGAUDIT E DAS
      *          PENDENCIAS DE APROVACAO (APROVPEND: O SOLICITANTE
      *          ATUA NA FUNCAO PEDIDA E O APROVADOR NA FUNCAO
      *          APROVA); GERA NO ARQUIVO DE ASSINATURA
      *          (RECERTDEC.DAT) UMA LINHA POR USUARIO NO TRIMESTRE,
      *          PRESERVANDO AS DECISOES JA TOMADAS. OPERACAO D
      *          (DECISAO): O GESTOR, COM O NIVEL MINIMO DA FUNCAO
      *          RECERT NA AUTMATRIZ, REGISTRA MANTER OU REVOGAR
      *          PARA UM USUARIO (NUNCA PARA SI MESMO), COM A
      *          DECISAO GRAVADA NA TRILHA SEGAUDIT. PARAMETROS EM
      *          RECERTPARM.DAT (TIPO 0: DIAS DE INATIVIDADE, DEFAULT
      *          090; TIPO 1: PAR DE FUNCOES CONFLITANTES E
      *          DESCRICAO). RC=4 COM CONTA INATIVA OU USUARIO QUE
      *          ATUOU NOS DOIS LADOS DE UM CONFLITO
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - REGISTRO DA TRILHA SEGAUDIT COM AS 136
      *            POSICOES DA LINHA DO REMATLIB
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USR-STATUS.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUT-STATUS.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT APROVACOES-PENDENTES ASSIGN TO "DATA/APROVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APD-STATUS.

           SELECT PARAMETROS-REVISAO ASSIGN TO "DATA/RECERTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT DECISOES-REVISAO ASSIGN TO "DATA/RECERTDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEC-STATUS.

           SELECT RELATORIO-REVISAO ASSIGN TO "DATA/RECERTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *TRILHA PADRAO (USUARIO/NIVEL/RESULTADO/DATA/CADEIA/FUNCAO)
      *SEGUIDA DO USUARIO REVISADO NA DECISAO; O FILLER COMPLETA
      *AS 136 POSICOES DA LINHA MAIS LONGA (MATRICULA E MOTIVO DO
      *REMATLIB)
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
           05  SEG-USUARIO-ALVO  PIC X(20).
           05  FILLER            PIC X(36).

       FD  APROVACOES-PENDENTES.
       01  APD-REC.
           05  APD-ID             PIC 9(06).
           05  APD-FUNCAO         PIC X(08).
           05  APD-CHAVE          PIC X(20).
           05  APD-VALOR-ANTIGO   PIC 9(09)V9(05).
           05  APD-VALOR-NOVO     PIC 9(09)V9(05).
           05  APD-SOLICITANTE    PIC X(20).
           05  APD-DATA           PIC 9(08).
           05  APD-SITUACAO       PIC X(01).
           05  APD-APROVADOR      PIC X(20).

      *TIPO 0 - CONTROLE; TIPO 1 - PAR DE FUNCOES CONFLITANTES
       FD  PARAMETROS-REVISAO.
       01  PRM-CONTROLE.
           05  PRM-CTL-TIPO       PIC X(01).
           05  PRM-CTL-DIAS       PIC 9(03).
       01  PRM-CONFLITO.
           05  PRM-CNF-TIPO       PIC X(01).
           05  PRM-CNF-FUNCAO-A   PIC X(08).
           05  PRM-CNF-FUNCAO-B   PIC X(08).
           05  PRM-CNF-DESCRICAO  PIC X(40).

      *ASSINATURA DA REVISAO: UMA LINHA POR USUARIO E TRIMESTRE;
      *DECISAO BRANCO = PENDENTE, M = MANTER, R = REVOGAR
       FD  DECISOES-REVISAO.
       01  DEC-REC.
           05  DEC-ANO            PIC 9(04).
           05  DEC-TRIMESTRE      PIC 9(01).
           05  DEC-USUARIO        PIC X(20).
           05  DEC-NIVEL          PIC 9(02).
           05  DEC-INATIVO        PIC X(01).
           05  DEC-CONFLITO       PIC X(01).
           05  DEC-DECISAO        PIC X(01).
           05  DEC-GESTOR         PIC X(20).
           05  DEC-DATA           PIC 9(08).

       FD  RELATORIO-REVISAO.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-USR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-AUT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ     PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO     PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO         PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS         PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM         PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM         PIC X(01)  VALUE 'N'.
       77  WRK-APD-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-DEC-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-OPERACAO        PIC X(01)  VALUE 'R'.
           88  OPER-RELATORIO  VALUE 'R'.
           88  OPER-DECISAO    VALUE 'D'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-ANO             PIC 9(04)  VALUE ZEROS.
       77  WRK-MES             PIC 9(02)  VALUE ZEROS.
       77  WRK-TRIMESTRE       PIC 9(01)  VALUE ZEROS.
       77  WRK-DIAS-INATIVO    PIC 9(03)  VALUE 090.
       77  WRK-DIAS            PIC 9(05)  VALUE ZEROS.
       77  WRK-USR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-FUN-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-CNF-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-ATO-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-DEC-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(04)  VALUE ZEROS.
       77  WRK-ACHOU           PIC 9(04)  VALUE ZEROS.
       77  WRK-COL             PIC 9(03)  VALUE ZEROS.
       77  WRK-USUARIO         PIC X(20)  VALUE SPACES.
       77  WRK-FUNCAO          PIC X(08)  VALUE SPACES.
       77  WRK-ORIGEM          PIC X(01)  VALUE SPACE.
           88  ORIGEM-TRILHA   VALUE 'T'.
           88  ORIGEM-PENDENCIA VALUE 'P'.
       77  WRK-DATA-ATO        PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-AUX        PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ED         PIC X(10)  VALUE SPACES.
       77  WRK-DECISAO-ED      PIC X(07)  VALUE SPACES.
       77  WRK-PODE-A          PIC X      VALUE 'N'.
       77  WRK-PODE-B          PIC X      VALUE 'N'.
       77  WRK-ATO-A           PIC 9(04)  VALUE ZEROS.
       77  WRK-ATO-B           PIC 9(04)  VALUE ZEROS.
       77  WRK-ATOS            PIC 9(05)  VALUE ZEROS.
       77  WRK-PERMITE         PIC X      VALUE 'N'.
           88  FUNCAO-PERMITIDA VALUE 'S'.
       77  WRK-QTD-INATIVOS    PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-CONFLITOS   PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-DOIS-LADOS  PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-PENDENTES   PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-MANTER      PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-REVOGAR     PIC 9(03)  VALUE ZEROS.
       77  WRK-GESTOR          PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-GESTOR    PIC 9(02)  VALUE ZEROS.
       77  WRK-NIVEL-MINIMO    PIC 9(02)  VALUE 01.
       77  WRK-DECISAO         PIC X(01)  VALUE SPACE.
           88  DECISAO-MANTER  VALUE 'M'.
           88  DECISAO-REVOGAR VALUE 'R'.
       77  WRK-GESTOR-OK       PIC X      VALUE 'N'.
           88  GESTOR-AUTORIZADO VALUE 'S'.

       01  WRK-TAB-USUARIOS.
           05  WRK-USR-ITEM OCCURS 200 TIMES.
               10  WRK-USR-USUARIO    PIC X(20).
               10  WRK-USR-NIVEL      PIC 9(02).
               10  WRK-USR-BLOQUEADO  PIC X(01).
               10  WRK-USR-LOGIN      PIC 9(08).
               10  WRK-USR-INATIVO    PIC X(01).
               10  WRK-USR-CONFLITO   PIC X(01).

       01  WRK-TAB-FUNCOES.
           05  WRK-FUN-ITEM OCCURS 100 TIMES.
               10  WRK-FUN-FUNCAO     PIC X(08).
               10  WRK-FUN-NIVEL      PIC 9(02).

       01  WRK-TAB-CONFLITOS.
           05  WRK-CNF-ITEM OCCURS 50 TIMES.
               10  WRK-CNF-FUNCAO-A   PIC X(08).
               10  WRK-CNF-FUNCAO-B   PIC X(08).
               10  WRK-CNF-DESCRICAO  PIC X(40).

      *ATOS DE CADA USUARIO EM CADA FUNCAO: NA TRILHA SEGAUDIT E
      *NAS PENDENCIAS DE APROVACAO
       01  WRK-TAB-ATOS.
           05  WRK-ATO-ITEM OCCURS 2000 TIMES.
               10  WRK-ATO-USUARIO    PIC X(20).
               10  WRK-ATO-FUNCAO     PIC X(08).
               10  WRK-ATO-TRILHA     PIC 9(04).
               10  WRK-ATO-PENDENCIA  PIC 9(04).
               10  WRK-ATO-ULTIMA     PIC 9(08).

       01  WRK-TAB-DECISOES.
           05  WRK-DEC-ITEM OCCURS 3000 TIMES.
               10  WRK-DEC-ANO        PIC 9(04).
               10  WRK-DEC-TRIMESTRE  PIC 9(01).
               10  WRK-DEC-USUARIO    PIC X(20).
               10  WRK-DEC-NIVEL      PIC 9(02).
               10  WRK-DEC-INATIVO    PIC X(01).
               10  WRK-DEC-CONFLITO   PIC X(01).
               10  WRK-DEC-DECISAO    PIC X(01).
               10  WRK-DEC-GESTOR     PIC X(20).
               10  WRK-DEC-DATA       PIC 9(08).

       01  WRK-LINHA-USUARIO.
           05  FILLER                PIC X(09)  VALUE 'USUARIO: '.
           05  WRK-LU-USUARIO        PIC X(20).
           05  FILLER                PIC X(07)  VALUE ' NIVEL '.
           05  WRK-LU-NIVEL          PIC 9(02).
           05  FILLER                PIC X(16)  VALUE
               '  ULTIMO LOGIN '.
           05  WRK-LU-LOGIN          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LU-SITUACAO       PIC X(30).

       01  WRK-LINHA-CONFLITO.
           05  FILLER                PIC X(12)  VALUE
               '  CONFLITO: '.
           05  WRK-LC-FUNCAO-A       PIC X(08).
           05  FILLER                PIC X(03)  VALUE ' X '.
           05  WRK-LC-FUNCAO-B       PIC X(08).
           05  FILLER                PIC X(01)  VALUE SPACE.
           05  WRK-LC-DESCRICAO      PIC X(40).

       01  WRK-LINHA-EVIDENCIA.
           05  FILLER                PIC X(06)  VALUE SPACES.
           05  WRK-LE-PERMISSAO      PIC X(21).
           05  FILLER                PIC X(06)  VALUE 'ATOS '.
           05  WRK-LE-FUNCAO-A       PIC X(08).
           05  FILLER                PIC X(01)  VALUE SPACE.
           05  WRK-LE-ATOS-A         PIC ZZZ9.
           05  FILLER                PIC X(03)  VALUE ' / '.
           05  WRK-LE-FUNCAO-B       PIC X(08).
           05  FILLER                PIC X(01)  VALUE SPACE.
           05  WRK-LE-ATOS-B         PIC ZZZ9.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LE-ALERTA         PIC X(24).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO
           MOVE WRK-DATA-EXEC(5:2) TO WRK-MES
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1.

           DISPLAY 'OPERACAO (R-RELATORIO D-DECISAO DO GESTOR).. '
           ACCEPT WRK-OPERACAO.
           IF WRK-OPERACAO = SPACE
               MOVE 'R' TO WRK-OPERACAO
           END-IF.
           IF NOT OPER-RELATORIO AND NOT OPER-DECISAO
               DISPLAY 'OPERACAO INVALIDA - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CARREGAR-FUNCOES.
           PERFORM 0130-CARREGAR-USUARIOS.
           PERFORM 0160-CARREGAR-DECISOES.

      ****************PARAMETROS DA REVISAO********************
      *SEM ARQUIVO VALE O DEFAULT E NAO HA PARES DE CONFLITO
       0110-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-REVISAO
           IF WRK-PRM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ PARAMETROS-REVISAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               EVALUATE PRM-CTL-TIPO
                   WHEN '0'
                       IF PRM-CTL-DIAS IS NUMERIC
                           AND PRM-CTL-DIAS > 0
                           MOVE PRM-CTL-DIAS TO WRK-DIAS-INATIVO
                       END-IF
                   WHEN '1'
                       IF WRK-CNF-QTD >= 50
                           DISPLAY 'ERRO: TABELA DE CONFLITOS EXCEDE '
                               'O LIMITE DE 50 PARES - PROCESSAMENTO '
                               'ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-CNF-QTD
                       MOVE PRM-CNF-FUNCAO-A TO
                           WRK-CNF-FUNCAO-A(WRK-CNF-QTD)
                       MOVE PRM-CNF-FUNCAO-B TO
                           WRK-CNF-FUNCAO-B(WRK-CNF-QTD)
                       MOVE PRM-CNF-DESCRICAO TO
                           WRK-CNF-DESCRICAO(WRK-CNF-QTD)
               END-EVALUATE
               READ PARAMETROS-REVISAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-REVISAO.

       0120-CARREGAR-FUNCOES.
           OPEN INPUT MATRIZ-AUTORIZACAO
           IF WRK-AUT-STATUS NOT = '00'
               DISPLAY 'SEM MATRIZ DE AUTORIZACAO (AUTMATRIZ) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-EOF
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FUN-QTD >= 100
                   DISPLAY 'ERRO: MATRIZ DE AUTORIZACAO EXCEDE O '
                       'LIMITE DE 100 FUNCOES - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FUN-QTD
               MOVE AUT-FUNCAO       TO WRK-FUN-FUNCAO(WRK-FUN-QTD)
               MOVE AUT-NIVEL-MINIMO TO WRK-FUN-NIVEL(WRK-FUN-QTD)
               IF AUT-FUNCAO = 'RECERT  '
                   MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
               END-IF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-AUTORIZACAO.

       0130-CARREGAR-USUARIOS.
           OPEN INPUT USUARIOS-MASTER
           IF WRK-USR-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO DE USUARIOS (USERMAST) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-EOF
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-USR-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE USUARIOS EXCEDE O '
                       'LIMITE DE 200 USUARIOS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-USR-QTD
               MOVE USR-USUARIO   TO WRK-USR-USUARIO(WRK-USR-QTD)
               MOVE USR-NIVEL     TO WRK-USR-NIVEL(WRK-USR-QTD)
               MOVE USR-BLOQUEADO TO WRK-USR-BLOQUEADO(WRK-USR-QTD)
               MOVE ZEROS         TO WRK-USR-LOGIN(WRK-USR-QTD)
               MOVE 'N'           TO WRK-USR-INATIVO(WRK-USR-QTD)
               MOVE 'N'           TO WRK-USR-CONFLITO(WRK-USR-QTD)
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER.

      **********ULTIMO LOGIN E ATOS DA TRILHA DE SEGURANCA*****
      *LOGIN = FUNCAO LOGIN AUTORIZADA; REGISTROS ANTERIORES A
      *GRAVACAO DA FUNCAO NA TRILHA CONTAM COMO LOGIN QUANDO
      *AUTORIZADOS. TENTATIVA RECUSADA NAO E ATO NA FUNCAO
       0140-LER-TRILHA.
           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF SEG-DATA-HORA IS NUMERIC
                   AND SEG-RESULTADO NOT = 'NAO AUTORIZADO'
                   AND SEG-RESULTADO NOT = 'SENHA INVALIDA'
                   AND SEG-RESULTADO NOT = 'BLOQUEADO'
                   IF SEG-FUNCAO = 'LOGIN' OR SEG-FUNCAO = SPACES
                       IF SEG-RESULTADO = 'AUTORIZADO'
                           PERFORM 0145-REGISTRAR-LOGIN
                       END-IF
                   ELSE
                       MOVE SEG-USUARIO   TO WRK-USUARIO
                       MOVE SEG-FUNCAO    TO WRK-FUNCAO
                       MOVE SEG-DATA-HORA TO WRK-DATA-ATO
                       MOVE 'T' TO WRK-ORIGEM
                       PERFORM 0170-REGISTRAR-ATO
                   END-IF
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA.

       0145-REGISTRAR-LOGIN.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-USR-QTD
               IF WRK-USR-USUARIO(WRK-SUB) = SEG-USUARIO
                   AND SEG-DATA-HORA > WRK-USR-LOGIN(WRK-SUB)
                   MOVE SEG-DATA-HORA TO WRK-USR-LOGIN(WRK-SUB)
               END-IF
           END-PERFORM.

      **********ATOS NAS PENDENCIAS DE APROVACAO***************
       0150-LER-PENDENCIAS.
           OPEN INPUT APROVACOES-PENDENTES
           IF WRK-APD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ APROVACOES-PENDENTES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE 'P' TO WRK-ORIGEM
               MOVE APD-DATA TO WRK-DATA-ATO
               MOVE APD-SOLICITANTE TO WRK-USUARIO
               MOVE APD-FUNCAO      TO WRK-FUNCAO
               PERFORM 0170-REGISTRAR-ATO
               IF APD-APROVADOR NOT = SPACES
                   AND (APD-SITUACAO = 'A' OR APD-SITUACAO = 'R')
                   MOVE APD-APROVADOR TO WRK-USUARIO
                   MOVE 'APROVA'      TO WRK-FUNCAO
                   PERFORM 0170-REGISTRAR-ATO
               END-IF
               READ APROVACOES-PENDENTES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE APROVACOES-PENDENTES.

      ****************ASSINATURAS JA GRAVADAS******************
       0160-CARREGAR-DECISOES.
           OPEN INPUT DECISOES-REVISAO
           IF WRK-DEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ DECISOES-REVISAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-DEC-QTD >= 3000
                   DISPLAY 'ERRO: ASSINATURAS DA REVISAO EXCEDEM O '
                       'LIMITE DE 3000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-DEC-QTD
               MOVE DEC-ANO       TO WRK-DEC-ANO(WRK-DEC-QTD)
               MOVE DEC-TRIMESTRE TO WRK-DEC-TRIMESTRE(WRK-DEC-QTD)
               MOVE DEC-USUARIO   TO WRK-DEC-USUARIO(WRK-DEC-QTD)
               MOVE DEC-NIVEL     TO WRK-DEC-NIVEL(WRK-DEC-QTD)
               MOVE DEC-INATIVO   TO WRK-DEC-INATIVO(WRK-DEC-QTD)
               MOVE DEC-CONFLITO  TO WRK-DEC-CONFLITO(WRK-DEC-QTD)
               MOVE DEC-DECISAO   TO WRK-DEC-DECISAO(WRK-DEC-QTD)
               MOVE DEC-GESTOR    TO WRK-DEC-GESTOR(WRK-DEC-QTD)
               MOVE DEC-DATA      TO WRK-DEC-DATA(WRK-DEC-QTD)
               READ DECISOES-REVISAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE DECISOES-REVISAO.

       0170-REGISTRAR-ATO.
           IF WRK-USUARIO = SPACES OR WRK-FUNCAO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ATO-QTD OR WRK-ACHOU > 0
               IF WRK-ATO-USUARIO(WRK-SUB) = WRK-USUARIO
                   AND WRK-ATO-FUNCAO(WRK-SUB) = WRK-FUNCAO
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 0
               IF WRK-ATO-QTD >= 2000
                   DISPLAY 'ERRO: ATOS POR USUARIO E FUNCAO EXCEDEM '
                       'O LIMITE DE 2000 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ATO-QTD
               MOVE WRK-ATO-QTD TO WRK-ACHOU
               MOVE WRK-USUARIO TO WRK-ATO-USUARIO(WRK-ACHOU)
               MOVE WRK-FUNCAO  TO WRK-ATO-FUNCAO(WRK-ACHOU)
               MOVE ZEROS TO WRK-ATO-TRILHA(WRK-ACHOU)
               MOVE ZEROS TO WRK-ATO-PENDENCIA(WRK-ACHOU)
               MOVE ZEROS TO WRK-ATO-ULTIMA(WRK-ACHOU)
           END-IF
           IF ORIGEM-TRILHA
               ADD 1 TO WRK-ATO-TRILHA(WRK-ACHOU)
           ELSE
               ADD 1 TO WRK-ATO-PENDENCIA(WRK-ACHOU)
           END-IF
           IF WRK-DATA-ATO IS NUMERIC
               AND WRK-DATA-ATO > WRK-ATO-ULTIMA(WRK-ACHOU)
               MOVE WRK-DATA-ATO TO WRK-ATO-ULTIMA(WRK-ACHOU)
           END-IF.

       0200-PROCESSAR.
           IF OPER-DECISAO
               PERFORM 0250-REGISTRAR-DECISAO
           ELSE
               PERFORM 0140-LER-TRILHA
               PERFORM 0150-LER-PENDENCIAS
               PERFORM 0205-CABECALHO
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 > WRK-USR-QTD
                   PERFORM 0210-REVISAR-USUARIO
               END-PERFORM
               PERFORM 0240-REGRAVAR-DECISOES
           END-IF.

       0205-CABECALHO.
           OPEN OUTPUT RELATORIO-REVISAO
           MOVE SPACES TO REL-LINHA
           STRING 'REVISAO DE ACESSOS E SEGREGACAO DE FUNCOES - '
               DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               ' TRIMESTRE ' DELIMITED BY SIZE
               WRK-TRIMESTRE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'CONTA INATIVA: SEM LOGIN HA MAIS DE '
               DELIMITED BY SIZE
               WRK-DIAS-INATIVO DELIMITED BY SIZE
               ' DIAS; PARES DE CONFLITO: ' DELIMITED BY SIZE
               WRK-CNF-QTD DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA.

      **********REVISAO DE UM USUARIO**************************
       0210-REVISAR-USUARIO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-USR-USUARIO(WRK-SUB2) TO WRK-LU-USUARIO
           MOVE WRK-USR-NIVEL(WRK-SUB2)   TO WRK-LU-NIVEL
           MOVE SPACES TO WRK-LU-SITUACAO

           IF WRK-USR-LOGIN(WRK-SUB2) = ZEROS
               MOVE 'SEM LOGIN' TO WRK-LU-LOGIN
               MOVE 'S' TO WRK-USR-INATIVO(WRK-SUB2)
           ELSE
               MOVE WRK-USR-LOGIN(WRK-SUB2) TO WRK-DATA-AUX
               PERFORM 0290-EDITAR-DATA
               MOVE WRK-DATA-ED TO WRK-LU-LOGIN
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
               IF WRK-DIAS > WRK-DIAS-INATIVO
                   MOVE 'S' TO WRK-USR-INATIVO(WRK-SUB2)
               END-IF
           END-IF

           IF WRK-USR-INATIVO(WRK-SUB2) = 'S'
               ADD 1 TO WRK-QTD-INATIVOS
               MOVE '*** CONTA INATIVA' TO WRK-LU-SITUACAO
           END-IF
           IF WRK-USR-BLOQUEADO(WRK-SUB2) = 'S'
               MOVE 'BLOQUEADA' TO WRK-LU-SITUACAO(19:9)
           END-IF
           MOVE WRK-LINHA-USUARIO TO REL-LINHA
           WRITE REL-LINHA

           PERFORM 0215-LISTAR-FUNCOES
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CNF-QTD
               PERFORM 0220-AVALIAR-CONFLITO
           END-PERFORM
           PERFORM 0230-ASSINATURA-USUARIO.

      *    FUNCOES CUJO NIVEL MINIMO O NIVEL DO USUARIO ALCANCA
      *    (NIVEL MENOR E MAIS PRIVILEGIADO; 00 NAO EXECUTA NADA)
       0215-LISTAR-FUNCOES.
           MOVE SPACES TO REL-LINHA
           MOVE '  FUNCOES:' TO REL-LINHA
           MOVE 12 TO WRK-COL
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FUN-QTD
               IF WRK-USR-NIVEL(WRK-SUB2) >= 1
                   AND WRK-USR-NIVEL(WRK-SUB2) <= WRK-FUN-NIVEL(WRK-SUB)
                   IF WRK-COL > 84
                       WRITE REL-LINHA
                       MOVE SPACES TO REL-LINHA
                       MOVE 12 TO WRK-COL
                   END-IF
                   MOVE WRK-FUN-FUNCAO(WRK-SUB) TO
                       REL-LINHA(WRK-COL:8)
                   ADD 9 TO WRK-COL
               END-IF
           END-PERFORM
           IF WRK-COL = 12
               MOVE 'NENHUMA' TO REL-LINHA(12:7)
           END-IF
           WRITE REL-LINHA.

      *    PAR LISTADO QUANDO O USUARIO PODE EXECUTAR OU JA ATUOU
      *    EM CADA UM DOS LADOS; ATOS NOS DOIS LADOS SAO A EVIDENCIA
       0220-AVALIAR-CONFLITO.
           MOVE WRK-CNF-FUNCAO-A(WRK-SUB) TO WRK-FUNCAO
           PERFORM 0225-SITUACAO-FUNCAO
           MOVE WRK-PERMITE TO WRK-PODE-A
           MOVE WRK-ATOS TO WRK-ATO-A
           MOVE WRK-CNF-FUNCAO-B(WRK-SUB) TO WRK-FUNCAO
           PERFORM 0225-SITUACAO-FUNCAO
           MOVE WRK-PERMITE TO WRK-PODE-B
           MOVE WRK-ATOS TO WRK-ATO-B

           IF (WRK-PODE-A = 'N' AND WRK-ATO-A = 0)
               OR (WRK-PODE-B = 'N' AND WRK-ATO-B = 0)
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-CNF-FUNCAO-A(WRK-SUB)  TO WRK-LC-FUNCAO-A
           MOVE WRK-CNF-FUNCAO-B(WRK-SUB)  TO WRK-LC-FUNCAO-B
           MOVE WRK-CNF-DESCRICAO(WRK-SUB) TO WRK-LC-DESCRICAO
           MOVE WRK-LINHA-CONFLITO TO REL-LINHA
           WRITE REL-LINHA

           IF WRK-PODE-A = 'S' AND WRK-PODE-B = 'S'
               MOVE 'PODE EXECUTAR AMBAS' TO WRK-LE-PERMISSAO
           ELSE
               MOVE 'NAO PODE MAIS AMBAS' TO WRK-LE-PERMISSAO
           END-IF
           MOVE WRK-CNF-FUNCAO-A(WRK-SUB) TO WRK-LE-FUNCAO-A
           MOVE WRK-ATO-A TO WRK-LE-ATOS-A
           MOVE WRK-CNF-FUNCAO-B(WRK-SUB) TO WRK-LE-FUNCAO-B
           MOVE WRK-ATO-B TO WRK-LE-ATOS-B
           MOVE SPACES TO WRK-LE-ALERTA
           IF WRK-USR-CONFLITO(WRK-SUB2) = 'N'
               ADD 1 TO WRK-QTD-CONFLITOS
               MOVE 'P' TO WRK-USR-CONFLITO(WRK-SUB2)
           END-IF
           IF WRK-ATO-A > 0 AND WRK-ATO-B > 0
               MOVE '*** ATUOU NOS DOIS LADOS' TO WRK-LE-ALERTA
               IF WRK-USR-CONFLITO(WRK-SUB2) NOT = 'S'
                   ADD 1 TO WRK-QTD-DOIS-LADOS
                   MOVE 'S' TO WRK-USR-CONFLITO(WRK-SUB2)
               END-IF
           END-IF
           MOVE WRK-LINHA-EVIDENCIA TO REL-LINHA
           WRITE REL-LINHA

           IF WRK-ATO-A > 0 AND WRK-ATO-B > 0
               MOVE WRK-CNF-FUNCAO-A(WRK-SUB) TO WRK-FUNCAO
               PERFORM 0227-LISTAR-EVIDENCIA
               MOVE WRK-CNF-FUNCAO-B(WRK-SUB) TO WRK-FUNCAO
               PERFORM 0227-LISTAR-EVIDENCIA
           END-IF.

      *    PERMISSAO PELA MATRIZ E TOTAL DE ATOS DO USUARIO NA
      *    FUNCAO (TRILHA + PENDENCIAS)
       0225-SITUACAO-FUNCAO.
           MOVE 'N' TO WRK-PERMITE
           MOVE 0 TO WRK-ATOS
           PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                   UNTIL WRK-ACHOU > WRK-FUN-QTD
               IF WRK-FUN-FUNCAO(WRK-ACHOU) = WRK-FUNCAO
                   AND WRK-USR-NIVEL(WRK-SUB2) >= 1
                   AND WRK-USR-NIVEL(WRK-SUB2) <=
                       WRK-FUN-NIVEL(WRK-ACHOU)
                   MOVE 'S' TO WRK-PERMITE
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                   UNTIL WRK-ACHOU > WRK-ATO-QTD
               IF WRK-ATO-USUARIO(WRK-ACHOU) =
                   WRK-USR-USUARIO(WRK-SUB2)
                   AND WRK-ATO-FUNCAO(WRK-ACHOU) = WRK-FUNCAO
                   COMPUTE WRK-ATOS = WRK-ATO-TRILHA(WRK-ACHOU)
                       + WRK-ATO-PENDENCIA(WRK-ACHOU)
               END-IF
           END-PERFORM.

       0227-LISTAR-EVIDENCIA.
           PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                   UNTIL WRK-ACHOU > WRK-ATO-QTD
               IF WRK-ATO-USUARIO(WRK-ACHOU) =
                   WRK-USR-USUARIO(WRK-SUB2)
                   AND WRK-ATO-FUNCAO(WRK-ACHOU) = WRK-FUNCAO
                   MOVE WRK-ATO-ULTIMA(WRK-ACHOU) TO WRK-DATA-AUX
                   PERFORM 0290-EDITAR-DATA
                   MOVE SPACES TO REL-LINHA
                   STRING '        EVIDENCIA ' DELIMITED BY SIZE
                       WRK-FUNCAO DELIMITED BY SIZE
                       ': TRILHA SEGAUDIT ' DELIMITED BY SIZE
                       WRK-ATO-TRILHA(WRK-ACHOU) DELIMITED BY SIZE
                       '  APROVPEND ' DELIMITED BY SIZE
                       WRK-ATO-PENDENCIA(WRK-ACHOU) DELIMITED BY SIZE
                       '  ULTIMO ATO ' DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

      *    LINHA DO USUARIO NO ARQUIVO DE ASSINATURA DO TRIMESTRE:
      *    A DECISAO JA TOMADA E PRESERVADA, O RETRATO E ATUALIZADO
       0230-ASSINATURA-USUARIO.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DEC-QTD OR WRK-ACHOU > 0
               IF WRK-DEC-ANO(WRK-SUB) = WRK-ANO
                   AND WRK-DEC-TRIMESTRE(WRK-SUB) = WRK-TRIMESTRE
                   AND WRK-DEC-USUARIO(WRK-SUB) =
                       WRK-USR-USUARIO(WRK-SUB2)
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 0
               IF WRK-DEC-QTD >= 3000
                   DISPLAY 'ERRO: ASSINATURAS DA REVISAO EXCEDEM O '
                       'LIMITE DE 3000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-DEC-QTD
               MOVE WRK-DEC-QTD TO WRK-ACHOU
               MOVE WRK-ANO       TO WRK-DEC-ANO(WRK-ACHOU)
               MOVE WRK-TRIMESTRE TO WRK-DEC-TRIMESTRE(WRK-ACHOU)
               MOVE WRK-USR-USUARIO(WRK-SUB2) TO
                   WRK-DEC-USUARIO(WRK-ACHOU)
               MOVE SPACE  TO WRK-DEC-DECISAO(WRK-ACHOU)
               MOVE SPACES TO WRK-DEC-GESTOR(WRK-ACHOU)
               MOVE ZEROS  TO WRK-DEC-DATA(WRK-ACHOU)
           END-IF
           MOVE WRK-USR-NIVEL(WRK-SUB2) TO WRK-DEC-NIVEL(WRK-ACHOU)
           MOVE WRK-USR-INATIVO(WRK-SUB2) TO
               WRK-DEC-INATIVO(WRK-ACHOU)
           IF WRK-USR-CONFLITO(WRK-SUB2) = 'N'
               MOVE 'N' TO WRK-DEC-CONFLITO(WRK-ACHOU)
           ELSE
               MOVE 'S' TO WRK-DEC-CONFLITO(WRK-ACHOU)
           END-IF

           MOVE SPACES TO REL-LINHA
           EVALUATE WRK-DEC-DECISAO(WRK-ACHOU)
               WHEN 'M'
                   ADD 1 TO WRK-QTD-MANTER
                   MOVE 'MANTER' TO WRK-DECISAO-ED
               WHEN 'R'
                   ADD 1 TO WRK-QTD-REVOGAR
                   MOVE 'REVOGAR' TO WRK-DECISAO-ED
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE '  DECISAO DO GESTOR: PENDENTE' TO REL-LINHA
           END-EVALUATE
           IF REL-LINHA = SPACES
               MOVE WRK-DEC-DATA(WRK-ACHOU) TO WRK-DATA-AUX
               PERFORM 0290-EDITAR-DATA
               STRING '  DECISAO DO GESTOR: ' DELIMITED BY SIZE
                   WRK-DECISAO-ED DELIMITED BY SPACE
                   ' POR ' DELIMITED BY SIZE
                   WRK-DEC-GESTOR(WRK-ACHOU) DELIMITED BY SPACE
                   ' EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA.

       0240-REGRAVAR-DECISOES.
           OPEN OUTPUT DECISOES-REVISAO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DEC-QTD
               MOVE WRK-DEC-ANO(WRK-SUB)       TO DEC-ANO
               MOVE WRK-DEC-TRIMESTRE(WRK-SUB) TO DEC-TRIMESTRE
               MOVE WRK-DEC-USUARIO(WRK-SUB)   TO DEC-USUARIO
               MOVE WRK-DEC-NIVEL(WRK-SUB)     TO DEC-NIVEL
               MOVE WRK-DEC-INATIVO(WRK-SUB)   TO DEC-INATIVO
               MOVE WRK-DEC-CONFLITO(WRK-SUB)  TO DEC-CONFLITO
               MOVE WRK-DEC-DECISAO(WRK-SUB)   TO DEC-DECISAO
               MOVE WRK-DEC-GESTOR(WRK-SUB)    TO DEC-GESTOR
               MOVE WRK-DEC-DATA(WRK-SUB)      TO DEC-DATA
               WRITE DEC-REC
           END-PERFORM
           CLOSE DECISOES-REVISAO.

      **********DECISAO DO GESTOR SOBRE UM USUARIO*************
      *O USUARIO PRECISA TER LINHA NO TRIMESTRE (RELATORIO JA
      *EMITIDO); GESTOR SEM O NIVEL MINIMO DA FUNCAO RECERT OU
      *DECIDINDO SOBRE SI MESMO E RECUSADO (RC=8)
       0250-REGISTRAR-DECISAO.
           DISPLAY 'GESTOR RESPONSAVEL.. '
           ACCEPT WRK-GESTOR
           DISPLAY 'USUARIO REVISADO.. '
           ACCEPT WRK-USUARIO
           DISPLAY 'DECISAO (M-MANTER R-REVOGAR).. '
           ACCEPT WRK-DECISAO

           MOVE 'N' TO WRK-GESTOR-OK
           MOVE 0 TO WRK-NIVEL-GESTOR
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-USR-QTD
               IF WRK-USR-USUARIO(WRK-SUB) = WRK-GESTOR
                   MOVE WRK-USR-NIVEL(WRK-SUB) TO WRK-NIVEL-GESTOR
                   IF WRK-NIVEL-GESTOR >= 1
                       AND WRK-NIVEL-GESTOR <= WRK-NIVEL-MINIMO
                       AND WRK-USR-BLOQUEADO(WRK-SUB) NOT = 'S'
                       MOVE 'S' TO WRK-GESTOR-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-GESTOR = WRK-USUARIO
               MOVE 'N' TO WRK-GESTOR-OK
           END-IF

           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DEC-QTD OR WRK-ACHOU > 0
               IF WRK-DEC-ANO(WRK-SUB) = WRK-ANO
                   AND WRK-DEC-TRIMESTRE(WRK-SUB) = WRK-TRIMESTRE
                   AND WRK-DEC-USUARIO(WRK-SUB) = WRK-USUARIO
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE SPACES           TO SEG-REC
           MOVE WRK-GESTOR       TO SEG-USUARIO
           MOVE WRK-NIVEL-GESTOR TO SEG-NIVEL
           EVALUATE TRUE
               WHEN NOT GESTOR-AUTORIZADO
                   MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
               WHEN WRK-ACHOU = 0
                   OR (NOT DECISAO-MANTER AND NOT DECISAO-REVOGAR)
                   MOVE 'RECUSADO'       TO SEG-RESULTADO
               WHEN DECISAO-MANTER
                   MOVE 'RECERT MANTER'  TO SEG-RESULTADO
               WHEN OTHER
                   MOVE 'RECERT REVOGAR' TO SEG-RESULTADO
           END-EVALUATE
           MOVE WRK-DATA-EXEC    TO SEG-DATA-HORA
           MOVE 'RECERT'         TO SEG-FUNCAO
           MOVE WRK-USUARIO      TO SEG-USUARIO-ALVO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT GESTOR-AUTORIZADO
               DISPLAY 'GESTOR SEM O NIVEL MINIMO DA FUNCAO RECERT '
                   'OU REVISANDO A PROPRIA CONTA - DECISAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-ACHOU = 0
               DISPLAY 'USUARIO ' WRK-USUARIO ' SEM REVISAO NO '
                   'TRIMESTRE - EMITIR O RELATORIO ANTES'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT DECISAO-MANTER AND NOT DECISAO-REVOGAR
               DISPLAY 'DECISAO INVALIDA - INFORME M OU R'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DECISAO   TO WRK-DEC-DECISAO(WRK-ACHOU)
           MOVE WRK-GESTOR    TO WRK-DEC-GESTOR(WRK-ACHOU)
           MOVE WRK-DATA-EXEC TO WRK-DEC-DATA(WRK-ACHOU)
           PERFORM 0240-REGRAVAR-DECISOES
           DISPLAY 'DECISAO REGISTRADA PARA ' WRK-USUARIO.

       0290-EDITAR-DATA.
           MOVE SPACES TO WRK-DATA-ED
           STRING WRK-DATA-AUX(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.

       0300-FINALIZAR.
           IF OPER-DECISAO
               DISPLAY 'FIM DE PROCESSAMENTO'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'USUARIOS: ' DELIMITED BY SIZE
               WRK-USR-QTD DELIMITED BY SIZE
               '  INATIVOS: ' DELIMITED BY SIZE
               WRK-QTD-INATIVOS DELIMITED BY SIZE
               '  EM CONFLITO: ' DELIMITED BY SIZE
               WRK-QTD-CONFLITOS DELIMITED BY SIZE
               '  ATUARAM NOS DOIS LADOS: ' DELIMITED BY SIZE
               WRK-QTD-DOIS-LADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'DECISOES DO TRIMESTRE - MANTER: ' DELIMITED BY SIZE
               WRK-QTD-MANTER DELIMITED BY SIZE
               '  REVOGAR: ' DELIMITED BY SIZE
               WRK-QTD-REVOGAR DELIMITED BY SIZE
               '  PENDENTES: ' DELIMITED BY SIZE
               WRK-QTD-PENDENTES DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           CLOSE RELATORIO-REVISAO

           IF WRK-QTD-INATIVOS > 0 OR WRK-QTD-DOIS-LADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM DE PROCESSAMENTO'.

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
