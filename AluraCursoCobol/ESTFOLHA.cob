       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTFOLHA.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ESTORNO CONTROLADO DE UMA FOLHA DO EXE02 PELA DATA
      *          DE EXECUCAO (LIQ-DATA-EXEC) E EMPRESA, PARA REFAZER
      *          UMA FOLHA RODADA COM TABELA DE FAIXAS OU PONTOTR
      *          ERRADOS SEM RESTAURAR ARQUIVOS DO BACKUP: OS
      *          REGISTROS DA FOLHA SAO RETIRADOS DOS ARQUIVOS EXTEND
      *          (EXE02LIQ SO A VERBA F - FERIAS DO FERPAG, COMISSAO
      *          E ADIANTAMENTO DA MESMA DATA FICAM -, EXE02AUD,
      *          EXE0213, EXE02BEN AINDA NAO PREMIADO, EXE02RUB E
      *          EXE02PEN) E GUARDADOS EM ARQUIVOS DATADOS
      *          DATA/EST<ARQUIVO>.<DATA>.<EMPRESA>.DAT; AS LINHAS
      *          JA CARREGADAS NO FOLHAHIST.DAT SAO EXCLUIDAS; A
      *          PARCELA DO CONSIGNADO DESCONTADA VOLTA AO SALDO E AS
      *          PARCELAS RESTANTES DO EMPRFOLHA.DAT; O CHECKPOINT DA
      *          EMPRESA NA DATA E ZERADO PARA O EXE02 PODER REFAZER
      *          A FOLHA; COM O PERIODO FISCAL DA DATA ABERTO NO
      *          PERIODOS.DAT OS LANCAMENTOS DO EXE02 E DO EXCREPRO
      *          NA DATA E EMPRESA SAO ESTORNADOS NO EXE02GL.DAT COM
      *          DEBITO E CREDITO INVERTIDOS (HISTORICO 'ESTORNO LOTE'
      *          COM O LOTE ORIGINAL, QUE NAO E ESTORNADO DUAS VEZES);
      *          COM O PERIODO FECHADO O ESTORNO CONTABIL FICA PARA
      *          AJUSTE MANUAL NO LANCMAN (RC=4); FOLHA JA REMETIDA
      *          AO BANCO (EVENTO CONCLUIDO DO BANCOPAG NA DATA NO
      *          RUNCTLGER) NAO PODE SER ESTORNADA; A OPERACAO EXIGE
      *          USUARIO COM O NIVEL MINIMO DA FUNCAO ESTFOLHA NA
      *          MATRIZ DE AUTORIZACAO, COM A DECISAO GRAVADA NA
      *          TRILHA SEGAUDIT, E REGISTRA OS EVENTOS NO RUNCTLGER;
      *          O RELATORIO ESTFOLHAREL.DAT LISTA O ESTORNADO PARA
      *          VISTO; O ADIANTAMENTO QUINZENAL DESCONTADO NA FOLHA
      *          (RUBRICA DA CLASSE A DO EXE02RUB) VOLTA AO SALDO DO
      *          ADIANTAM.DAT, PENDENTE DE DESCONTO DE NOVO, E OS
      *          SALDOS DO PROV13SLD ZERADOS NA REVERSAO DA PROVISAO
      *          DE 13 SAO DEVOLVIDOS PELA IMAGEM GRAVADA PELO EXE02
      *          NO EXE02P13.DAT
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      *ALTERACAO = 15/10/2026 - DEVOLUCAO DO ADIANTAMENTO
      *            QUINZENAL DESCONTADO AO ADIANTAM.DAT E DOS SALDOS
      *            DA PROVISAO DE 13 REVERTIDOS AO PROV13SLD.DAT
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VIVO ASSIGN TO DYNAMIC WRK-NOME-VIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VIVO-STATUS.

           SELECT ARQUIVO-ESTORNADO ASSIGN TO DYNAMIC WRK-NOME-ESTORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT HISTORICO-FOLHA ASSIGN TO "DATA/FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WRK-FH-STATUS.

           SELECT EMPRESTIMOS-CONSIGNADOS ASSIGN TO
               "DATA/EMPRFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EPR-STATUS.

           SELECT ADIANTAMENTOS ASSIGN TO "DATA/ADIANTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADT-STATUS.

           SELECT SALDOS-PROVISAO ASSIGN TO "DATA/PROV13SLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-P13-STATUS.

           SELECT CHECKPOINT-EXE02 ASSIGN TO "DATA/EXE02CKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT RELATORIO-ESTORNO ASSIGN TO "DATA/ESTFOLHAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-VIVO.
       01  VIVO-LINHA             PIC X(120).

       FD  ARQUIVO-ESTORNADO.
       01  ESTORNO-LINHA          PIC X(120).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  HISTORICO-FOLHA.
       COPY "FOLHAHIST.CPY".

       FD  EMPRESTIMOS-CONSIGNADOS.
       01  EPR-REC.
           05  EPR-NUMERO         PIC 9(06).
           05  EPR-PRINCIPAL      PIC 9(09)V99.
           05  EPR-VALOR-PARCELA  PIC 9(09)V99.
           05  EPR-PARCELAS-REST  PIC 9(03).
           05  EPR-SALDO          PIC 9(09)V99.

       FD  ADIANTAMENTOS.
       COPY "ADIANTAM.CPY".

       FD  SALDOS-PROVISAO.
       COPY "PROV13.CPY".

       FD  CHECKPOINT-EXE02.
       01  CKP-REC.
           05  CKP-ULTIMO-PROCESSADO  PIC 9(06).
           05  CKP-DATA-NEGOCIO       PIC 9(08).
           05  CKP-EMPRESA            PIC 9(02).

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

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

       FD  RELATORIO-ESTORNO.
       01  REL-LINHA              PIC X(100).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-VIVO-STATUS     PIC X(02)    VALUE '00'.
       77  WRK-EST-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-FH-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EPR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ADT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-P13-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CKP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-SEG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-SEG-ULT-SEQ     PIC 9(08)    VALUE ZEROS.
       77  WRK-SEG-ULT-ELO     PIC 9(10)    VALUE ZEROS.
       77  WRK-SEG-ELO         PIC 9(12)    VALUE ZEROS.
       77  WRK-SEG-POS         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-TAM         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-FIM         PIC X(01)    VALUE 'N'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-USR-EOF         PIC X        VALUE 'N'.
           88  FIM-USUARIOS    VALUE 'Y'.
       77  WRK-AUT-EOF         PIC X        VALUE 'N'.
           88  FIM-MATRIZ      VALUE 'Y'.
       77  WRK-DATA-SISTEMA    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-FOLHA      PIC 9(08)    VALUE ZEROS.
       77  WRK-EMPRESA-ALVO    PIC 9(02)    VALUE ZEROS.
       77  WRK-USUARIO         PIC X(20)    VALUE SPACES.
       77  WRK-NIVEL-MINIMO    PIC 9(02)    VALUE 01.
       77  WRK-NIVEL-USUARIO   PIC 9(02)    VALUE ZEROS.
       77  WRK-USUARIO-OK      PIC X        VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.

      *    ARQUIVO EXTEND EM TRATAMENTO E SEU ARQUIVO DE ESTORNADOS
       77  WRK-NOME-VIVO       PIC X(40)    VALUE SPACES.
       77  WRK-NOME-ESTORNO    PIC X(50)    VALUE SPACES.
       77  WRK-BASE-ARQUIVO    PIC X(08)    VALUE SPACES.
       77  WRK-ESTORNO-ABERTO  PIC X        VALUE 'N'.
           88  ESTORNO-ABERTO  VALUE 'Y'.
       77  WRK-REGISTRO-SIT    PIC X        VALUE 'N'.
           88  REGISTRO-DA-FOLHA VALUE 'Y'.
       77  WRK-QTD-LIDOS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-ESTORNADOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-RETIDOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(05)    VALUE ZEROS.

      *    FUNCIONARIOS DA FOLHA ESTORNADA (SALARIO LIQUIDO VERBA F)
       77  WRK-FUN-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-FUN-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-NUMERO-BUSCA    PIC 9(06)    VALUE ZEROS.
       77  WRK-FUN-ACHADO      PIC X        VALUE 'N'.
           88  FUNCIONARIO-DA-FOLHA VALUE 'Y'.
       77  WRK-QTD-PREMIADOS   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PENDENCIAS  PIC 9(05)    VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADIANTAMENTO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-REVERSAO-13 PIC 9(05)    VALUE ZEROS.

      *    HISTORICO DE FOLHA
       77  WRK-QTD-HIST-EXCLUIDOS PIC 9(05) VALUE ZEROS.

      *    EMPRESTIMOS CONSIGNADOS
       77  WRK-EPR-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-EPR-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-EPR-ACHADO      PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-PARCELAS-DEVOLVIDAS PIC 9(05) VALUE ZEROS.

      *    ADIANTAMENTOS QUINZENAIS
       77  WRK-ADT-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ADT-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-ADT-A-DEVOLVER  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ADT-CONSUMIDO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ADT-DEVOLVIDO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ADT-DEVOLVIDOS PIC 9(05) VALUE ZEROS.

      *    SALDOS DA PROVISAO DE 13
       77  WRK-SLD-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-SLD-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-SLD-ACHADO      PIC 9(04)    VALUE ZEROS.
       77  WRK-RVP-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RVP-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO  PIC 9(11)V99 VALUE ZEROS.

      *    CHECKPOINT DO EXE02
       77  WRK-CKP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-CKP-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-CKP-LIBERADO    PIC X        VALUE 'N'.
           88  CHECKPOINT-LIBERADO VALUE 'Y'.

      *    PERIODO FISCAL DA DATA DA FOLHA
       77  WRK-MES-INICIO-FISCAL PIC 9(02)  VALUE 04.
       77  WRK-ANO-DATA        PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-FISCAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)    VALUE ZEROS.
       77  WRK-PERIODO-SIT     PIC X(01)    VALUE 'A'.
           88  PERIODO-FECHADO VALUE 'F'.

      *    LANCAMENTOS CONTABEIS DA FOLHA
       77  WRK-GLE-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-GLE-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-LTE-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-LTE-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-LOTE-ESTORNADO  PIC X        VALUE 'N'.
           88  LOTE-JA-ESTORNADO VALUE 'Y'.
       77  WRK-QTD-GL-ESTORNADOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-GL-JA-ESTORNADOS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-GL        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-LOTE-ED         PIC 9(12)    VALUE ZEROS.
       77  WRK-CONTA-AUX       PIC X(10)    VALUE SPACES.

       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-RETIDOS.
           05  WRK-RET-ITEM OCCURS 3000 TIMES.
               10  WRK-RET-LINHA PIC X(120).

       01  WRK-TAB-FUNCIONARIOS.
           05  WRK-FUN-ITEM OCCURS 500 TIMES.
               10  WRK-FUN-NUMERO     PIC 9(06).
               10  WRK-FUN-EMPRESTIMO PIC 9(09)V99.
               10  WRK-FUN-ADIANTAMENTO PIC 9(09)V99.

       01  WRK-TAB-EMPRESTIMOS.
           05  WRK-EPR-ITEM OCCURS 200 TIMES.
               10  WRK-EPR-NUMERO    PIC 9(06).
               10  WRK-EPR-PRINCIPAL PIC 9(09)V99.
               10  WRK-EPR-PARCELA   PIC 9(09)V99.
               10  WRK-EPR-REST      PIC 9(03).
               10  WRK-EPR-SALDO     PIC 9(09)V99.

       01  WRK-TAB-CKP.
           05  WRK-CKP-ITEM OCCURS 20 TIMES.
               10  WRK-CKP-EMPRESA PIC 9(02).
               10  WRK-CKP-ULTIMO  PIC 9(06).
               10  WRK-CKP-DATA    PIC 9(08).

      *    IMAGENS DO ADIANTAM.DAT E DO PROV13SLD.DAT E SALDOS DA
      *    PROVISAO REVERTIDOS PELA FOLHA (EXE02P13)
       01  WRK-TAB-ADIANTAMENTOS.
           05  WRK-ADT-ITEM OCCURS 2000 TIMES.
               10  WRK-ADT-REGISTRO PIC X(77).

       01  WRK-TAB-SALDOS-PROVISAO.
           05  WRK-SLD-ITEM OCCURS 2000 TIMES.
               10  WRK-SLD-REGISTRO PIC X(60).

       01  WRK-TAB-REVERSOES.
           05  WRK-RVP-ITEM OCCURS 2000 TIMES.
               10  WRK-RVP-REGISTRO PIC X(68).

      *    LINHAS CONTABEIS DA FOLHA E LOTES JA ESTORNADOS ANTES
       01  WRK-TAB-GL-FOLHA.
           05  WRK-GLE-ITEM OCCURS 500 TIMES.
               10  WRK-GLE-REGISTRO PIC X(99).

       01  WRK-TAB-LOTES-ESTORNADOS.
           05  WRK-LTE-ITEM OCCURS 100 TIMES.
               10  WRK-LTE-LOTE     PIC 9(12).

      *    LAYOUTS DOS ARQUIVOS EXTEND DA FOLHA
       COPY "EXE02LIQ.CPY".

       COPY "EXE02RUB.CPY".

       COPY "EXE02PEN.CPY".

       COPY "EXE02P13.CPY".

       01  AUD-REC.
           05  AUD-NUMERO       PIC 9(06).
           05  AUD-NOME         PIC X(20).
           05  AUD-ANOS-SERVICO PIC 9(04).
           05  AUD-PERCENTUAL   PIC Z9,99.
           05  AUD-SALARIO-ANT  PIC $ZZZ.ZZ9,99.
           05  AUD-SALARIO-NOVO PIC $ZZZ.ZZ9,99.
           05  AUD-DATA-EXEC    PIC 9(08).
           05  AUD-EMPRESA      PIC 9(02).

       01  DEC-REC.
           05  DEC-NUMERO            PIC 9(06).
           05  DEC-NOME              PIC X(20).
           05  DEC-MESES-TRABALHADOS PIC 9(02).
           05  DEC-VALOR             PIC 9(09)V99.
           05  DEC-DATA-EXEC         PIC 9(08).

       01  BEN-REC.
           05  BEN-NUMERO         PIC 9(06).
           05  BEN-NOME           PIC X(20).
           05  BEN-ANOS-SERVICO   PIC 9(04).
           05  BEN-DATA-EXEC      PIC 9(08).
           05  BEN-PROCESSADO     PIC X(01).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0110-VALIDAR-USUARIO.

           DISPLAY 'DATA DE EXECUCAO DA FOLHA A ESTORNAR '
               '(AAAAMMDD).. '
           ACCEPT WRK-DATA-FOLHA.
           DISPLAY 'EMPRESA DA FOLHA.. '
           ACCEPT WRK-EMPRESA-ALVO.

           IF WRK-DATA-FOLHA NOT NUMERIC
               OR WRK-DATA-FOLHA = ZEROS
               OR WRK-DATA-FOLHA > WRK-DATA-SISTEMA
               DISPLAY 'DATA DA FOLHA INVALIDA - ESTORNO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WRK-EMPRESA-ALVO NOT NUMERIC
               DISPLAY 'EMPRESA INVALIDA - ESTORNO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0120-VERIFICAR-REMESSA.
           PERFORM 0130-SITUACAO-PERIODO.

           OPEN OUTPUT RELATORIO-ESTORNO.

           MOVE SPACES TO REL-LINHA
           STRING 'ESTORNO DE FOLHA - DATA ' DELIMITED BY SIZE
               WRK-DATA-FOLHA DELIMITED BY SIZE
               ' - EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA-ALVO DELIMITED BY SIZE
               ' - PROCESSADO EM ' DELIMITED BY SIZE
               WRK-DATA-SISTEMA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0110-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'ESTFOLHA'
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
                       AND USR-BLOQUEADO NOT = 'S'
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
           MOVE WRK-DATA-SISTEMA TO SEG-DATA-HORA
           MOVE 'ESTFOLHA' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'ESTFOLHA - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********FOLHA JA REMETIDA AO BANCO*********************
      *O BANCOPAG REGISTRA NO RUNCTLGER O EVENTO CONCLUIDO COM A
      *DATA DA FOLHA REMETIDA; DEPOIS DA REMESSA O DINHEIRO JA SAIU
      *E A CORRECAO E FEITA NA FOLHA SEGUINTE, NAO POR ESTORNO
       0120-VERIFICAR-REMESSA.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CONTROLE-RUNS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF RUN-PROGRAMA = 'BANCOPAG'
                   AND RUN-DATA-NEGOCIO = WRK-DATA-FOLHA
                   AND RUN-EVENTO = 'CONCLUIDO'
                   DISPLAY 'FOLHA DE ' WRK-DATA-FOLHA ' JA REMETIDA '
                       'AO BANCO PELO BANCOPAG - ESTORNO RECUSADO'
                   CLOSE CONTROLE-RUNS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROLE-RUNS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-RUN-STATUS = '00' OR WRK-RUN-STATUS = '10'
               CLOSE CONTROLE-RUNS
           END-IF.

      **********SITUACAO DO PERIODO FISCAL DA DATA*************
      *PERIODO AUSENTE DO PERIODOS.DAT CONTA COMO ABERTO
       0130-SITUACAO-PERIODO.
           MOVE WRK-DATA-FOLHA(1:4) TO WRK-ANO-DATA
           MOVE WRK-DATA-FOLHA(5:2) TO WRK-MES-DATA
           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF

           MOVE 'A' TO WRK-PERIODO-SIT
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PERIODOS-FISCAIS
           IF WRK-PER-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF PER-ANO-FISCAL = WRK-ANO-FISCAL
                   AND PER-PERIODO = WRK-PERIODO-FISCAL
                   MOVE PER-SITUACAO TO WRK-PERIODO-SIT
               END-IF
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PER-STATUS = '00' OR WRK-PER-STATUS = '10'
               CLOSE PERIODOS-FISCAIS
           END-IF.

      *O SALARIO LIQUIDO VEM PRIMEIRO: OS FUNCIONARIOS DA FOLHA
      *ESTORNADA IDENTIFICAM AS LINHAS DO 13 E DOS ELEGIVEIS, QUE
      *NAO TEM EMPRESA NO LAYOUT, E AS PARCELAS DO CONSIGNADO
       0200-PROCESSAR.
           MOVE 'EXE02LIQ' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02LIQ.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           IF WRK-FUN-QTD = 0
               DISPLAY 'NENHUM SALARIO LIQUIDO DE FOLHA NA DATA '
                   WRK-DATA-FOLHA ' PARA A EMPRESA ' WRK-EMPRESA-ALVO
                   ' - NADA A ESTORNAR'
               MOVE 'NENHUM SALARIO LIQUIDO DE FOLHA NA DATA E EMPRESA'
                   TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO-ESTORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           MOVE 'EXE02AUD' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02AUD.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           MOVE 'EXE0213 ' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE0213.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           MOVE 'EXE02BEN' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02BEN.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           MOVE 'EXE02RUB' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02RUB.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           MOVE 'EXE02PEN' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02PEN.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           MOVE 'EXE02P13' TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02P13.DAT' TO WRK-NOME-VIVO
           PERFORM 0250-ESTORNAR-UM-ARQUIVO.

           PERFORM 0270-EXCLUIR-HISTORICO.
           PERFORM 0275-DEVOLVER-PARCELAS.
           PERFORM 0277-DEVOLVER-ADIANTAMENTOS.
           PERFORM 0278-DEVOLVER-PROVISAO-13.
           PERFORM 0280-LIBERAR-CHECKPOINT.
           PERFORM 0285-ESTORNAR-CONTABIL.

      **********ESTORNO EM UM ARQUIVO EXTEND DA FOLHA**********
      *OS REGISTROS DA FOLHA VAO PARA O ARQUIVO DE ESTORNADOS (EM
      *EXTEND, PARA NAO PERDER UM ESTORNO ANTERIOR DA MESMA DATA E
      *EMPRESA) E O ARQUIVO VIVO E REGRAVADO SO COM OS DEMAIS,
      *COMO NO ARQHIST
       0250-ESTORNAR-UM-ARQUIVO.
           MOVE 0 TO WRK-QTD-LIDOS
           MOVE 0 TO WRK-QTD-ESTORNADOS
           MOVE 0 TO WRK-QTD-RETIDOS
           MOVE 'N' TO WRK-EOF
           MOVE 'N' TO WRK-ESTORNO-ABERTO

           MOVE SPACES TO WRK-NOME-ESTORNO
           STRING 'DATA/EST' DELIMITED BY SIZE
               WRK-BASE-ARQUIVO DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WRK-DATA-FOLHA DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WRK-EMPRESA-ALVO DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-NOME-ESTORNO
           END-STRING

           OPEN INPUT ARQUIVO-VIVO
           IF WRK-VIVO-STATUS NOT = '00'
               MOVE SPACES TO REL-LINHA
               STRING WRK-BASE-ARQUIVO DELIMITED BY SIZE
                   ': SEM ARQUIVO - NADA A ESTORNAR'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF

           READ ARQUIVO-VIVO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 0260-AVALIAR-REGISTRO

               IF REGISTRO-DA-FOLHA
                   IF NOT ESTORNO-ABERTO
                       OPEN EXTEND ARQUIVO-ESTORNADO
                       IF WRK-EST-STATUS NOT = '00'
                           OPEN OUTPUT ARQUIVO-ESTORNADO
                       END-IF
                       SET ESTORNO-ABERTO TO TRUE
                   END-IF
                   ADD 1 TO WRK-QTD-ESTORNADOS
                   MOVE VIVO-LINHA TO ESTORNO-LINHA
                   WRITE ESTORNO-LINHA
               ELSE
                   IF WRK-QTD-RETIDOS >= 3000
                       DISPLAY 'ERRO: RETIDOS DE '
                           WRK-BASE-ARQUIVO ' EXCEDEM O LIMITE '
                           'DE 3000 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-RETIDOS
                   MOVE VIVO-LINHA TO
                       WRK-RET-LINHA(WRK-QTD-RETIDOS)
               END-IF

               READ ARQUIVO-VIVO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-VIVO

           IF ESTORNO-ABERTO
               CLOSE ARQUIVO-ESTORNADO
               OPEN OUTPUT ARQUIVO-VIVO
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-QTD-RETIDOS
                   MOVE WRK-RET-LINHA(WRK-SUB) TO VIVO-LINHA
                   WRITE VIVO-LINHA
               END-PERFORM
               CLOSE ARQUIVO-VIVO
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING WRK-BASE-ARQUIVO DELIMITED BY SIZE
               ': LIDOS ' DELIMITED BY SIZE
               WRK-QTD-LIDOS DELIMITED BY SIZE
               ' ESTORNADOS ' DELIMITED BY SIZE
               WRK-QTD-ESTORNADOS DELIMITED BY SIZE
               ' RETIDOS ' DELIMITED BY SIZE
               WRK-QTD-RETIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

      **********O REGISTRO PERTENCE A FOLHA ESTORNADA?*********
      *VERBA F DO SALARIO LIQUIDO (EXE02 E EXCREPRO); ELEGIVEL JA
      *PREMIADO PELO PREMIOS FICA NO ARQUIVO E VAI PARA CONFERENCIA
       0260-AVALIAR-REGISTRO.
           MOVE 'N' TO WRK-REGISTRO-SIT

           EVALUATE WRK-BASE-ARQUIVO
               WHEN 'EXE02LIQ'
                   MOVE VIVO-LINHA TO LIQ-REC
                   IF LIQ-DATA-EXEC = WRK-DATA-FOLHA
                       AND LIQ-EMPRESA = WRK-EMPRESA-ALVO
                       AND LIQ-VERBA-FOLHA
                       SET REGISTRO-DA-FOLHA TO TRUE
                       PERFORM 0265-GUARDAR-FUNCIONARIO
                   END-IF
               WHEN 'EXE02AUD'
                   MOVE VIVO-LINHA TO AUD-REC
                   IF AUD-DATA-EXEC = WRK-DATA-FOLHA
                       AND AUD-EMPRESA = WRK-EMPRESA-ALVO
                       SET REGISTRO-DA-FOLHA TO TRUE
                   END-IF
               WHEN 'EXE0213 '
                   MOVE VIVO-LINHA TO DEC-REC
                   IF DEC-DATA-EXEC = WRK-DATA-FOLHA
                       MOVE DEC-NUMERO TO WRK-NUMERO-BUSCA
                       PERFORM 0268-LOCALIZAR-FUNCIONARIO
                       IF FUNCIONARIO-DA-FOLHA
                           SET REGISTRO-DA-FOLHA TO TRUE
                       END-IF
                   END-IF
               WHEN 'EXE02BEN'
                   MOVE VIVO-LINHA TO BEN-REC
                   IF BEN-DATA-EXEC = WRK-DATA-FOLHA
                       MOVE BEN-NUMERO TO WRK-NUMERO-BUSCA
                       PERFORM 0268-LOCALIZAR-FUNCIONARIO
                       IF FUNCIONARIO-DA-FOLHA
                           IF BEN-PROCESSADO = 'S'
                               PERFORM 0269-INFORMAR-PREMIADO
                           ELSE
                               SET REGISTRO-DA-FOLHA TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN 'EXE02RUB'
                   MOVE VIVO-LINHA TO RBL-REC
                   IF RBL-DATA-EXEC = WRK-DATA-FOLHA
                       AND RBL-EMPRESA = WRK-EMPRESA-ALVO
                       AND RBL-TIPO = 'F'
                       SET REGISTRO-DA-FOLHA TO TRUE
                       IF RBL-CLASSE = 'A'
                           ADD RBL-VALOR TO WRK-TOTAL-ADIANTAMENTO
                           MOVE RBL-NUMERO TO WRK-NUMERO-BUSCA
                           PERFORM 0268-LOCALIZAR-FUNCIONARIO
                           IF FUNCIONARIO-DA-FOLHA
                               ADD RBL-VALOR TO
                                   WRK-FUN-ADIANTAMENTO(WRK-FUN-SUB - 1)
                           END-IF
                       END-IF
                   END-IF
               WHEN 'EXE02PEN'
                   MOVE VIVO-LINHA TO PPG-REC
                   IF PPG-DATA-EXEC = WRK-DATA-FOLHA
                       AND PPG-EMPRESA = WRK-EMPRESA-ALVO
                       SET REGISTRO-DA-FOLHA TO TRUE
                   END-IF
               WHEN 'EXE02P13'
                   MOVE VIVO-LINHA TO RVP-REC
                   IF RVP-DATA-EXEC = WRK-DATA-FOLHA
                       AND RVP-EMPRESA = WRK-EMPRESA-ALVO
                       SET REGISTRO-DA-FOLHA TO TRUE
                       PERFORM 0267-GUARDAR-REVERSAO
                   END-IF
           END-EVALUATE.

       0265-GUARDAR-FUNCIONARIO.
           IF WRK-FUN-QTD >= 500
               DISPLAY 'ERRO: FOLHA ESTORNADA EXCEDE O LIMITE DE '
                   '500 FUNCIONARIOS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-FUN-QTD
           MOVE LIQ-NUMERO     TO WRK-FUN-NUMERO(WRK-FUN-QTD)
           MOVE LIQ-EMPRESTIMO TO WRK-FUN-EMPRESTIMO(WRK-FUN-QTD)
           MOVE 0 TO WRK-FUN-ADIANTAMENTO(WRK-FUN-QTD)
           ADD LIQ-SALARIO-LIQUIDO TO WRK-TOTAL-LIQUIDO

           MOVE LIQ-SALARIO-LIQUIDO TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'FUNC ' DELIMITED BY SIZE
               LIQ-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LIQ-NOME DELIMITED BY SIZE
               ' LIQUIDO ESTORNADO ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0267-GUARDAR-REVERSAO.
           IF WRK-RVP-QTD >= 2000
               DISPLAY 'ERRO: SALDOS DE PROVISAO REVERTIDOS EXCEDEM O '
                   'LIMITE DE 2000 - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-RVP-QTD
           MOVE RVP-REC TO WRK-RVP-REGISTRO(WRK-RVP-QTD).

       0268-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUN-ACHADO
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
                   OR FUNCIONARIO-DA-FOLHA
               IF WRK-FUN-NUMERO(WRK-FUN-SUB) = WRK-NUMERO-BUSCA
                   SET FUNCIONARIO-DA-FOLHA TO TRUE
               END-IF
           END-PERFORM.

       0269-INFORMAR-PREMIADO.
           ADD 1 TO WRK-QTD-PREMIADOS
           ADD 1 TO WRK-QTD-PENDENCIAS
           MOVE SPACES TO REL-LINHA
           STRING 'FUNC ' DELIMITED BY SIZE
               BEN-NUMERO DELIMITED BY SIZE
               ' JA PREMIADO PELO PREMIOS - ELEGIBILIDADE MANTIDA, '
               DELIMITED BY SIZE
               'CONFERIR O PREMIO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      **********EXCLUSAO NO MESTRE DE HISTORICO DE FOLHA*******
      *A CHAVE COMECA PELO PERIODO: O MESTRE E POSICIONADO NO
      *PERIODO DA FOLHA E LIDO ATE O PERIODO SEGUINTE; SAO
      *EXCLUIDAS AS LINHAS DOS FUNCIONARIOS DA FOLHA NA DATA -
      *LIQUIDO E RUBRICA SO DA VERBA F, 13 E AUDITORIA TODAS
       0270-EXCLUIR-HISTORICO.
           MOVE 0 TO WRK-QTD-HIST-EXCLUIDOS
           OPEN I-O HISTORICO-FOLHA
           IF WRK-FH-STATUS = '35'
               MOVE 'FOLHAHIST: SEM MESTRE DE HISTORICO - NADA A '
                   TO REL-LINHA
               MOVE 'EXCLUIR' TO REL-LINHA(46:7)
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF
           IF WRK-FH-STATUS NOT = '00'
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE SPACES TO REL-LINHA
               STRING 'FOLHAHIST: ERRO AO ABRIR O MESTRE - STATUS '
                   DELIMITED BY SIZE
                   WRK-FH-STATUS DELIMITED BY SIZE
                   ' - EXCLUIR PELA CARGA' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               DISPLAY REL-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EOF
           MOVE WRK-DATA-FOLHA(1:6) TO FH-PERIODO
           MOVE ZEROS  TO FH-NUMERO
           MOVE SPACES TO FH-ORIGEM
           MOVE ZEROS  TO FH-SEQ
           START HISTORICO-FOLHA KEY IS NOT LESS THAN FH-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START

           IF NOT FIM-ARQUIVO
               READ HISTORICO-FOLHA NEXT
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               IF FH-PERIODO > WRK-DATA-FOLHA(1:6)
                   MOVE 'Y' TO WRK-EOF
               ELSE
                   IF FH-DATA-EXEC = WRK-DATA-FOLHA
                       AND (FH-ORIGEM = 'D' OR FH-ORIGEM = 'A'
                            OR FH-TIPO-VERBA = 'F')
                       MOVE FH-NUMERO TO WRK-NUMERO-BUSCA
                       PERFORM 0268-LOCALIZAR-FUNCIONARIO
                       IF FUNCIONARIO-DA-FOLHA
                           DELETE HISTORICO-FOLHA RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WRK-QTD-HIST-EXCLUIDOS
                           END-DELETE
                       END-IF
                   END-IF
                   READ HISTORICO-FOLHA NEXT
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-IF
           END-PERFORM

           CLOSE HISTORICO-FOLHA

           MOVE SPACES TO REL-LINHA
           STRING 'FOLHAHIST: EXCLUIDOS ' DELIMITED BY SIZE
               WRK-QTD-HIST-EXCLUIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

      **********DEVOLUCAO DAS PARCELAS DO CONSIGNADO***********
      *O VALOR DESCONTADO NA FOLHA (LIQ-EMPRESTIMO) VOLTA AO SALDO
      *DO ULTIMO CONTRATO DO FUNCIONARIO QUE O COMPORTA (SALDO MAIS
      *A PARCELA ATE O PRINCIPAL) - O MESMO CONTRATO QUE O EXE02
      *DESCONTOU POR ULTIMO - E A PARCELA VOLTA A SER RESTANTE
       0275-DEVOLVER-PARCELAS.
           MOVE 0 TO WRK-QTD-PARCELAS-DEVOLVIDAS
           MOVE 0 TO WRK-EPR-QTD
           MOVE 'N' TO WRK-EOF
           OPEN INPUT EMPRESTIMOS-CONSIGNADOS
           IF WRK-EPR-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ EMPRESTIMOS-CONSIGNADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-EPR-QTD >= 200
                   DISPLAY 'ERRO: ARQUIVO DE EMPRESTIMOS EXCEDE O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-EPR-QTD
               MOVE EPR-NUMERO        TO WRK-EPR-NUMERO(WRK-EPR-QTD)
               MOVE EPR-PRINCIPAL     TO WRK-EPR-PRINCIPAL(WRK-EPR-QTD)
               MOVE EPR-VALOR-PARCELA TO WRK-EPR-PARCELA(WRK-EPR-QTD)
               MOVE EPR-PARCELAS-REST TO WRK-EPR-REST(WRK-EPR-QTD)
               MOVE EPR-SALDO         TO WRK-EPR-SALDO(WRK-EPR-QTD)
               READ EMPRESTIMOS-CONSIGNADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-EPR-STATUS = '00' OR WRK-EPR-STATUS = '10'
               CLOSE EMPRESTIMOS-CONSIGNADOS
           END-IF

           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
               IF WRK-FUN-EMPRESTIMO(WRK-FUN-SUB) > 0
                   PERFORM 0276-DEVOLVER-UMA-PARCELA
               END-IF
           END-PERFORM

           IF WRK-QTD-PARCELAS-DEVOLVIDAS > 0
               OPEN OUTPUT EMPRESTIMOS-CONSIGNADOS
               PERFORM VARYING WRK-EPR-SUB FROM 1 BY 1
                       UNTIL WRK-EPR-SUB > WRK-EPR-QTD
                   MOVE WRK-EPR-NUMERO(WRK-EPR-SUB)    TO EPR-NUMERO
                   MOVE WRK-EPR-PRINCIPAL(WRK-EPR-SUB) TO
                       EPR-PRINCIPAL
                   MOVE WRK-EPR-PARCELA(WRK-EPR-SUB)   TO
                       EPR-VALOR-PARCELA
                   MOVE WRK-EPR-REST(WRK-EPR-SUB)      TO
                       EPR-PARCELAS-REST
                   MOVE WRK-EPR-SALDO(WRK-EPR-SUB)     TO EPR-SALDO
                   WRITE EPR-REC
               END-PERFORM
               CLOSE EMPRESTIMOS-CONSIGNADOS
           END-IF

           MOVE SPACES TO REL-LINHA
           STRING 'EMPRFOLHA: PARCELAS DEVOLVIDAS AO SALDO '
               DELIMITED BY SIZE
               WRK-QTD-PARCELAS-DEVOLVIDAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       0276-DEVOLVER-UMA-PARCELA.
           MOVE 0 TO WRK-EPR-ACHADO
           PERFORM VARYING WRK-EPR-SUB FROM WRK-EPR-QTD BY -1
                   UNTIL WRK-EPR-SUB < 1 OR WRK-EPR-ACHADO > 0
               IF WRK-EPR-NUMERO(WRK-EPR-SUB) =
                       WRK-FUN-NUMERO(WRK-FUN-SUB)
                   AND WRK-EPR-SALDO(WRK-EPR-SUB) +
                       WRK-FUN-EMPRESTIMO(WRK-FUN-SUB) <=
                       WRK-EPR-PRINCIPAL(WRK-EPR-SUB)
                   MOVE WRK-EPR-SUB TO WRK-EPR-ACHADO
               END-IF
           END-PERFORM

           IF WRK-EPR-ACHADO = 0
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE WRK-FUN-EMPRESTIMO(WRK-FUN-SUB) TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'FUNC ' DELIMITED BY SIZE
                   WRK-FUN-NUMERO(WRK-FUN-SUB) DELIMITED BY SIZE
                   ' PARCELA DE ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' SEM CONTRATO NO EMPRFOLHA - DEVOLVER PELO '
                   DELIMITED BY SIZE
                   'EMPRMANUT' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF

           ADD WRK-FUN-EMPRESTIMO(WRK-FUN-SUB) TO
               WRK-EPR-SALDO(WRK-EPR-ACHADO)
           ADD 1 TO WRK-EPR-REST(WRK-EPR-ACHADO)
           ADD 1 TO WRK-QTD-PARCELAS-DEVOLVIDAS.

      **********DEVOLUCAO DO ADIANTAMENTO QUINZENAL*************
      *O VALOR DESCONTADO NA FOLHA (RUBRICA DA CLASSE A) VOLTA AO
      *SALDO DOS ADIANTAMENTOS DO FUNCIONARIO ATE A COMPETENCIA DA
      *FOLHA, DO MAIS RECENTE PARA O MAIS ANTIGO (O EXE02 DESCONTA
      *DO MAIS ANTIGO), LIMITADO AO QUE CADA UM JA TEVE DESCONTADO;
      *O ADIANTAMENTO VOLTA A FICAR PENDENTE PARA A FOLHA REFEITA
       0277-DEVOLVER-ADIANTAMENTOS.
           MOVE 0 TO WRK-QTD-ADT-DEVOLVIDOS
           IF WRK-TOTAL-ADIANTAMENTO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-ADT-QTD
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ADIANTAMENTOS
           IF WRK-ADT-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ADIANTAMENTOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-ADT-QTD >= 2000
                   DISPLAY 'ERRO: ARQUIVO DE ADIANTAMENTOS EXCEDE O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ADT-QTD
               MOVE ADT-REC TO WRK-ADT-REGISTRO(WRK-ADT-QTD)
               READ ADIANTAMENTOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-ADT-STATUS = '00' OR WRK-ADT-STATUS = '10'
               CLOSE ADIANTAMENTOS
           END-IF

           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
               IF WRK-FUN-ADIANTAMENTO(WRK-FUN-SUB) > 0
                   PERFORM 0279-DEVOLVER-UM-ADIANTAMENTO
               END-IF
           END-PERFORM

           IF WRK-QTD-ADT-DEVOLVIDOS > 0
               OPEN OUTPUT ADIANTAMENTOS
               PERFORM VARYING WRK-ADT-SUB FROM 1 BY 1
                       UNTIL WRK-ADT-SUB > WRK-ADT-QTD
                   MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
                   WRITE ADT-REC
               END-PERFORM
               CLOSE ADIANTAMENTOS
           END-IF

           MOVE WRK-TOTAL-ADIANTAMENTO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'ADIANTAM: ADIANTAMENTOS DEVOLVIDOS AO SALDO '
               DELIMITED BY SIZE
               WRK-QTD-ADT-DEVOLVIDOS DELIMITED BY SIZE
               ' VALOR DESCONTADO ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       0279-DEVOLVER-UM-ADIANTAMENTO.
           MOVE WRK-FUN-ADIANTAMENTO(WRK-FUN-SUB) TO WRK-ADT-A-DEVOLVER
           PERFORM VARYING WRK-ADT-SUB FROM WRK-ADT-QTD BY -1
                   UNTIL WRK-ADT-SUB < 1 OR WRK-ADT-A-DEVOLVER = 0
               MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
               IF ADT-NUMERO = WRK-FUN-NUMERO(WRK-FUN-SUB)
                   AND ADT-COMPETENCIA <= WRK-DATA-FOLHA(1:6)
                   AND ADT-SALDO < ADT-VALOR
                   COMPUTE WRK-ADT-CONSUMIDO = ADT-VALOR - ADT-SALDO
                   IF WRK-ADT-CONSUMIDO > WRK-ADT-A-DEVOLVER
                       MOVE WRK-ADT-A-DEVOLVER TO WRK-ADT-DEVOLVIDO
                   ELSE
                       MOVE WRK-ADT-CONSUMIDO TO WRK-ADT-DEVOLVIDO
                   END-IF
                   ADD WRK-ADT-DEVOLVIDO TO ADT-SALDO
                   SUBTRACT WRK-ADT-DEVOLVIDO FROM WRK-ADT-A-DEVOLVER
                   MOVE 'P' TO ADT-SITUACAO
                   MOVE ZEROS TO ADT-DATA-DESCONTO
                   MOVE ADT-REC TO WRK-ADT-REGISTRO(WRK-ADT-SUB)
                   ADD 1 TO WRK-QTD-ADT-DEVOLVIDOS
               END-IF
           END-PERFORM

           IF WRK-ADT-A-DEVOLVER > 0
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE WRK-ADT-A-DEVOLVER TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'FUNC ' DELIMITED BY SIZE
                   WRK-FUN-NUMERO(WRK-FUN-SUB) DELIMITED BY SIZE
                   ' ADIANTAMENTO DE ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' SEM REGISTRO NO ADIANTAM.DAT PARA DEVOLVER'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      **********DEVOLUCAO DOS SALDOS DA PROVISAO DE 13*********
      *CADA SALDO ZERADO PELO EXE02 NA FOLHA (IMAGEM NO EXE02P13)
      *VOLTA AO REGISTRO DO FUNCIONARIO, EMPRESA E CENTRO DE CUSTO
      *NO PROV13SLD, SOMADO AO QUE O PROV13 APROPRIOU DEPOIS; SEM O
      *REGISTRO A IMAGEM E ACRESCENTADA; ASSIM O PROV13REL VOLTA A
      *FECHAR COM A CONTA DA PROVISAO DEPOIS DO ESTORNO CONTABIL
       0278-DEVOLVER-PROVISAO-13.
           IF WRK-RVP-QTD = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-SLD-QTD
           MOVE 'N' TO WRK-EOF
           OPEN INPUT SALDOS-PROVISAO
           IF WRK-P13-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ SALDOS-PROVISAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-SLD-QTD >= 2000
                   DISPLAY 'ERRO: SALDOS DA PROVISAO DE 13 EXCEDEM O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SLD-QTD
               MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-QTD)
               READ SALDOS-PROVISAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-P13-STATUS = '00' OR WRK-P13-STATUS = '10'
               CLOSE SALDOS-PROVISAO
           END-IF

           MOVE 0 TO WRK-TOTAL-PROVISAO
           PERFORM VARYING WRK-RVP-SUB FROM 1 BY 1
                   UNTIL WRK-RVP-SUB > WRK-RVP-QTD
               PERFORM 0284-DEVOLVER-UM-SALDO
           END-PERFORM

           OPEN OUTPUT SALDOS-PROVISAO
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               WRITE P13-REC
           END-PERFORM
           CLOSE SALDOS-PROVISAO

           MOVE WRK-TOTAL-PROVISAO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PROV13SLD: SALDOS DEVOLVIDOS ' DELIMITED BY SIZE
               WRK-RVP-QTD DELIMITED BY SIZE
               ' PROVISAO MAIS ENCARGOS ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       0284-DEVOLVER-UM-SALDO.
           MOVE WRK-RVP-REGISTRO(WRK-RVP-SUB) TO RVP-REC
           ADD RVP-SALDO-PROVISAO TO WRK-TOTAL-PROVISAO
           ADD RVP-SALDO-ENCARGOS TO WRK-TOTAL-PROVISAO

           MOVE 0 TO WRK-SLD-ACHADO
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
                   OR WRK-SLD-ACHADO > 0
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               IF P13-NUMERO = RVP-NUMERO
                   AND P13-EMPRESA = RVP-EMPRESA
                   AND P13-CCUSTO = RVP-CCUSTO
                   MOVE WRK-SLD-SUB TO WRK-SLD-ACHADO
               END-IF
           END-PERFORM

           IF WRK-SLD-ACHADO = 0
               IF WRK-SLD-QTD >= 2000
                   DISPLAY 'ERRO: SALDOS DA PROVISAO DE 13 EXCEDEM O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SLD-QTD
               MOVE RVP-NUMERO         TO P13-NUMERO
               MOVE RVP-CCUSTO         TO P13-CCUSTO
               MOVE RVP-EMPRESA        TO P13-EMPRESA
               MOVE RVP-NOME           TO P13-NOME
               MOVE RVP-SALDO-PROVISAO TO P13-SALDO-PROVISAO
               MOVE RVP-SALDO-ENCARGOS TO P13-SALDO-ENCARGOS
               MOVE RVP-ULTIMA-COMPET  TO P13-ULTIMA-COMPET
               MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-QTD)
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-SLD-REGISTRO(WRK-SLD-ACHADO) TO P13-REC
           ADD RVP-SALDO-PROVISAO TO P13-SALDO-PROVISAO
           ADD RVP-SALDO-ENCARGOS TO P13-SALDO-ENCARGOS
           IF RVP-ULTIMA-COMPET > P13-ULTIMA-COMPET
               MOVE RVP-ULTIMA-COMPET TO P13-ULTIMA-COMPET
           END-IF
           MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-ACHADO).

      **********CHECKPOINT DA EMPRESA NA DATA DA FOLHA*********
      *COM O CHECKPOINT NO ULTIMO FUNCIONARIO O EXE02 DA MESMA DATA
      *RETOMARIA DEPOIS DELE E NAO REFARIA NADA; O REGISTRO DA
      *EMPRESA E ZERADO E OS DAS OUTRAS EMPRESAS SAO PRESERVADOS
       0280-LIBERAR-CHECKPOINT.
           MOVE 0 TO WRK-CKP-QTD
           MOVE 'N' TO WRK-CKP-LIBERADO
           OPEN INPUT CHECKPOINT-EXE02
           IF WRK-CKP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WRK-CKP-STATUS NOT = '00'
                   OR WRK-CKP-QTD >= 20
               READ CHECKPOINT-EXE02
                   AT END
                       MOVE '10' TO WRK-CKP-STATUS
                   NOT AT END
                       ADD 1 TO WRK-CKP-QTD
                       MOVE CKP-EMPRESA TO
                           WRK-CKP-EMPRESA(WRK-CKP-QTD)
                       MOVE CKP-ULTIMO-PROCESSADO TO
                           WRK-CKP-ULTIMO(WRK-CKP-QTD)
                       MOVE CKP-DATA-NEGOCIO TO
                           WRK-CKP-DATA(WRK-CKP-QTD)
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-EXE02

           PERFORM VARYING WRK-CKP-SUB FROM 1 BY 1
                   UNTIL WRK-CKP-SUB > WRK-CKP-QTD
               IF WRK-CKP-EMPRESA(WRK-CKP-SUB) = WRK-EMPRESA-ALVO
                   AND WRK-CKP-DATA(WRK-CKP-SUB) = WRK-DATA-FOLHA
                   AND WRK-CKP-ULTIMO(WRK-CKP-SUB) > 0
                   MOVE 0 TO WRK-CKP-ULTIMO(WRK-CKP-SUB)
                   SET CHECKPOINT-LIBERADO TO TRUE
               END-IF
           END-PERFORM

           IF CHECKPOINT-LIBERADO
               OPEN OUTPUT CHECKPOINT-EXE02
               PERFORM VARYING WRK-CKP-SUB FROM 1 BY 1
                       UNTIL WRK-CKP-SUB > WRK-CKP-QTD
                   MOVE WRK-CKP-ULTIMO(WRK-CKP-SUB) TO
                       CKP-ULTIMO-PROCESSADO
                   MOVE WRK-CKP-DATA(WRK-CKP-SUB)   TO CKP-DATA-NEGOCIO
                   MOVE WRK-CKP-EMPRESA(WRK-CKP-SUB) TO CKP-EMPRESA
                   WRITE CKP-REC
               END-PERFORM
               CLOSE CHECKPOINT-EXE02
               MOVE 'EXE02CKP: CHECKPOINT DA EMPRESA NA DATA ZERADO'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      **********ESTORNO CONTABIL NO EXE02GL********************
      *CADA LINHA DO EXE02 E DO EXCREPRO NA DATA E EMPRESA GANHA A
      *LINHA INVERSA, COM O LOTE ORIGINAL NO HISTORICO; LOTE QUE JA
      *TEM ESTORNO (FOLHA REFEITA E ESTORNADA DE NOVO) E IGNORADO;
      *EM PERIODO FECHADO NADA E LANCADO; A REVERSAO DA PROVISAO
      *DE 13 FEITA PELA FOLHA E RECONHECIDA PELO HISTORICO
       0285-ESTORNAR-CONTABIL.
           MOVE 0 TO WRK-GLE-QTD
           MOVE 0 TO WRK-LTE-QTD
           MOVE 'N' TO WRK-EOF
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF GL-DATA-EXEC = WRK-DATA-FOLHA
                   AND GL-EMPRESA = WRK-EMPRESA-ALVO
                   PERFORM 0286-CLASSIFICAR-LANCAMENTO
               END-IF
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-GL-STATUS = '00' OR WRK-GL-STATUS = '10'
               CLOSE LANCAMENTO-CONTABIL
           END-IF

           IF PERIODO-FECHADO
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE SPACES TO REL-LINHA
               STRING 'EXE02GL: PERIODO FISCAL ' DELIMITED BY SIZE
                   WRK-ANO-FISCAL DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-PERIODO-FISCAL DELIMITED BY SIZE
                   ' FECHADO - ESTORNO CONTABIL A LANCAR NO LANCMAN'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               DISPLAY REL-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-QTD-GL-ESTORNADOS
           MOVE 0 TO WRK-QTD-GL-JA-ESTORNADOS
           IF WRK-GLE-QTD > 0
               OPEN EXTEND LANCAMENTO-CONTABIL
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               PERFORM VARYING WRK-GLE-SUB FROM 1 BY 1
                       UNTIL WRK-GLE-SUB > WRK-GLE-QTD
                   PERFORM 0287-LANCAR-ESTORNO
               END-PERFORM
               CLOSE LANCAMENTO-CONTABIL
           END-IF

           MOVE WRK-TOTAL-GL TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'EXE02GL: LINHAS ESTORNADAS ' DELIMITED BY SIZE
               WRK-QTD-GL-ESTORNADOS DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' JA ESTORNADAS ANTES ' DELIMITED BY SIZE
               WRK-QTD-GL-JA-ESTORNADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

       0286-CLASSIFICAR-LANCAMENTO.
           IF GL-ORIGEM = 'ESTFOLHA'
               AND GL-HISTORICO(1:13) = 'ESTORNO LOTE '
               IF WRK-LTE-QTD >= 100
                   DISPLAY 'ERRO: LOTES JA ESTORNADOS EXCEDEM O '
                       'LIMITE DE 100 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-LTE-QTD
               MOVE GL-HISTORICO(14:12) TO WRK-LTE-LOTE(WRK-LTE-QTD)
           END-IF

           IF GL-ORIGEM = 'EXE02'
               AND GL-HISTORICO(1:9) = 'REVERSAO '
               ADD 1 TO WRK-QTD-REVERSAO-13
           END-IF

           IF GL-ORIGEM = 'EXE02' OR GL-ORIGEM = 'EXCREPRO'
               IF WRK-GLE-QTD >= 500
                   DISPLAY 'ERRO: LANCAMENTOS DA FOLHA EXCEDEM O '
                       'LIMITE DE 500 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-GLE-QTD
               MOVE GL-REC TO WRK-GLE-REGISTRO(WRK-GLE-QTD)
           END-IF.

       0287-LANCAR-ESTORNO.
           MOVE WRK-GLE-REGISTRO(WRK-GLE-SUB) TO GL-REC

           MOVE 'N' TO WRK-LOTE-ESTORNADO
           PERFORM VARYING WRK-LTE-SUB FROM 1 BY 1
                   UNTIL WRK-LTE-SUB > WRK-LTE-QTD
               IF WRK-LTE-LOTE(WRK-LTE-SUB) = GL-DOCUMENTO
                   SET LOTE-JA-ESTORNADO TO TRUE
               END-IF
           END-PERFORM
           IF LOTE-JA-ESTORNADO
               ADD 1 TO WRK-QTD-GL-JA-ESTORNADOS
               EXIT PARAGRAPH
           END-IF

           MOVE GL-DOCUMENTO      TO WRK-LOTE-ED
           MOVE GL-CONTA-DEBITO   TO WRK-CONTA-AUX
           MOVE GL-CONTA-CREDITO  TO GL-CONTA-DEBITO
           MOVE WRK-CONTA-AUX     TO GL-CONTA-CREDITO
           MOVE SPACES TO GL-HISTORICO
           STRING 'ESTORNO LOTE ' DELIMITED BY SIZE
               WRK-LOTE-ED DELIMITED BY SIZE
               INTO GL-HISTORICO
           END-STRING
           MOVE 'ESTFOLHA'        TO GL-ORIGEM
           MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
           WRITE GL-REC
           ADD 1 TO WRK-QTD-GL-ESTORNADOS
           ADD GL-VALOR TO WRK-TOTAL-GL.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
      *A DATA DE NEGOCIO E A DATA DA FOLHA ESTORNADA
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ESTFOLHA'     TO RUN-PROGRAMA
           MOVE WRK-DATA-FOLHA TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.

      *    FOLHA COM REVERSAO DA PROVISAO NO GL MAS SEM A IMAGEM
      *    DOS SALDOS NO EXE02P13 NAO TEM O QUE DEVOLVER AO PROV13SLD
           IF WRK-QTD-REVERSAO-13 > 0 AND WRK-RVP-QTD = 0
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE 'REVERSAO DA PROVISAO DE 13 SEM SALDOS NO EXE02P13 '
                   TO REL-LINHA
               MOVE '- AJUSTAR O PROV13SLD.DAT' TO REL-LINHA(51:25)
               WRITE REL-LINHA
           END-IF.

           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'FUNCIONARIOS ESTORNADOS: ' DELIMITED BY SIZE
               WRK-FUN-QTD DELIMITED BY SIZE
               ' LIQUIDO TOTAL: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'AUTORIZADO POR: ' DELIMITED BY SIZE
               WRK-USUARIO DELIMITED BY SIZE
               ' VISTO: ______________________' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-ESTORNO.

           DISPLAY 'FUNCIONARIOS ESTORNADOS: ' WRK-FUN-QTD.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-PENDENCIAS > 0
               DISPLAY 'ESTORNO CONCLUIDO COM ' WRK-QTD-PENDENCIAS
                   ' PENDENCIA(S) - VER ESTFOLHAREL.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.

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
