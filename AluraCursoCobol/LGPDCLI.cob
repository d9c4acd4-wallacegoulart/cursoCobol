       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCLI.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: DIREITOS DO TITULAR E RETENCAO DE DADOS PESSOAIS
      *          DE CLIENTES (LGPD). OPERACAO R (RELATORIO DO
      *          TITULAR): PARA O CPF INFORMADO REUNE NUM SO
      *          DOCUMENTO (LGPDTITREL.DAT) TODOS OS REGISTROS DO
      *          CLIMAST.DAT E DO CLIMAST.SEQ, PEDIDOS.DAT,
      *          FATUCLI.DAT, PARCELAS E RECEBIMENTOS (RECEBTR.DAT)
      *          DAS FATURAS VINCULADAS, CPFLOTE.DAT, CPFREL.DAT E
      *          DA TRILHA SEGAUDIT. OPERACAO P (PREVIA) E A
      *          (ANONIMIZACAO): CLIENTE PESSOA FISICA SEM PEDIDO,
      *          PARCELA OU RECEBIMENTO DENTRO DO PRAZO DE RETENCAO
      *          (LGPDPARM.DAT, MESES, DEFAULT 060) E SEM PARCELA EM
      *          ABERTO TEM NOME, ENDERECO E CPF TROCADOS POR
      *          PSEUDONIMO EM TODOS OS ARQUIVOS ACIMA (O MESMO
      *          PSEUDONIMO EM TODOS ELES); VALORES NAO SAO TOCADOS E
      *          O TOTAL DOS PEDIDOS ANTES E DEPOIS SAI NO RELATORIO
      *          LGPDANONREL.DAT. O CPF PSEUDONIMO TEM O PRIMEIRO
      *          DIGITO VERIFICADOR PROPOSITALMENTE ERRADO, DE MODO
      *          QUE NUNCA COINCIDE COM UM CPF REAL VALIDADO; A
      *          SEQUENCIA FICA NO LGPDCKP.DAT E A TABELA DE
      *          CORRESPONDENCIA NAO E GUARDADA. A TRILHA SEGAUDIT E
      *          ENCADEADA E NAO E REGRAVADA - REGISTROS DELA COM O
      *          CPF SAO SO CONTADOS. CLIENTE SEM NENHUM MOVIMENTO
      *          FICA PARA REVISAO (O CADASTRO NAO TEM DATA DE
      *          INCLUSAO). CADA OPERACAO EXIGE USUARIO COM O NIVEL
      *          MINIMO DA FUNCAO LGPDREL OU LGPDANON NA AUTMATRIZ,
      *          RECEBE UM PROTOCOLO NO REGISTRO DE SOLICITACOES
      *          (LGPDSOL.DAT) E E GRAVADA NA TRILHA SEGAUDIT.
      *          RC=4 SEM DADOS DO TITULAR OU COM CLIENTE PARA
      *          REVISAO, RC=8 RECUSADO, RC=12 LIMITE DE TABELA
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - TRANSFERENCIA, LOTE E RELATORIO DE
      *            CPFS CARREGADOS ANTES DA ANONIMIZACAO DO MESTRE;
      *            ESTOURO DE LIMITE ABORTA COM RC=12 SEM REGRAVAR
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "DATA/CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT TRANSFERENCIA-CLIENTES ASSIGN TO "DATA/CLIMAST.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

           SELECT ARQUIVO-PEDIDOS ASSIGN TO "DATA/PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT VINCULO-FATURA-CLIENTE ASSIGN TO "DATA/FATUCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT ARQUIVO-PARCELAS ASSIGN TO "DATA/PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT RECEBIMENTOS ASSIGN TO "DATA/RECEBTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCB-STATUS.

           SELECT CPF-LOTE ASSIGN TO "DATA/CPFLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CPL-STATUS.

           SELECT RELATORIO-CPF ASSIGN TO "DATA/CPFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CPR-STATUS.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-USR-STATUS.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUT-STATUS.

           SELECT PARAMETROS-LGPD ASSIGN TO "DATA/LGPDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT CKP-PSEUDONIMOS ASSIGN TO "DATA/LGPDCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.

           SELECT REGISTRO-SOLICITACOES ASSIGN TO "DATA/LGPDSOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SOL-STATUS.

           SELECT TRAVAS-RECURSOS ASSIGN TO "DATA/RECLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

           SELECT RELATORIO-LGPD ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  TRANSFERENCIA-CLIENTES.
       01  SEQ-REC.
           05  SEQ-PRIMEIRO-NOME  PIC X(10).
           05  SEQ-ULTIMO-NOME    PIC X(10).
           05  SEQ-CPF            PIC 9(11).
           05  SEQ-ENDERECO       PIC X(30).
           05  SEQ-CIDADE         PIC X(20).
           05  SEQ-UF             PIC X(02).
           05  SEQ-CEP            PIC 9(08).
           05  SEQ-LIMITE-CRED    PIC 9(09)V99.
           05  SEQ-TIPO-PESSOA    PIC X(01).
           05  SEQ-CNPJ           PIC 9(14).

       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  VINCULO-FATURA-CLIENTE.
       01  FCL-REC.
           05  FCL-FATURA         PIC 9(06).
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA         PIC 9(06).
           05  PAR-NUMERO         PIC 9(02).
           05  PAR-VENCIMENTO     PIC 9(08).
           05  PAR-VALOR          PIC 9(09)V99.
           05  PAR-STATUS         PIC X(01).

       FD  RECEBIMENTOS.
       01  RCB-REC.
           05  RCB-FATURA         PIC 9(06).
           05  RCB-PARCELA        PIC 9(02).
           05  RCB-DATA-PAGAMENTO PIC 9(08).
           05  RCB-VALOR-PAGO     PIC 9(09)V99.
           05  RCB-PROCESSADO     PIC X(01).

      *LOTE DO TESTECPF: HEADER, CPFS E TRAILER (QTD E HASH)
       FD  CPF-LOTE.
       01  CPL-LINHA              PIC X(24).
       01  CPL-DETALHE.
           05  CPL-CPF            PIC 9(11).
       01  CPL-TRAILER.
           05  CPL-TRL-TIPO       PIC X(03).
           05  CPL-TRL-QTD        PIC 9(06).
           05  CPL-TRL-HASH       PIC 9(13)V99.

      *RELATORIO DO TESTECPF: CPF EDITADO (ABERTO OU MASCARADO)
       FD  RELATORIO-CPF.
       01  CPR-LINHA              PIC X(40).
       01  CPR-DETALHE.
           05  CPR-CPF-IMPRESSO   PIC X(14).

      *TRILHA PADRAO SEGUIDA DO PROTOCOLO E DA QUANTIDADE DE
      *REGISTROS (DO TITULAR OU DE CLIENTES ANONIMIZADOS); A LINHA
      *INTEIRA E USADA NA PROCURA DO CPF
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
           05  SEG-PROTOCOLO     PIC 9(06).
           05  SEG-QTD-REGISTROS PIC 9(06).
       01  SEG-LINHA             PIC X(136).

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

      *TIPO 0 - PRAZO DE RETENCAO EM MESES
       FD  PARAMETROS-LGPD.
       01  PRM-REC.
           05  PRM-TIPO           PIC X(01).
           05  PRM-MESES-RETENCAO PIC 9(03).

       FD  CKP-PSEUDONIMOS.
       01  CKP-REC.
           05  CKP-ULTIMO-PSEUDONIMO PIC 9(09).

      *REGISTRO DAS SOLICITACOES: OPERACAO R/P/A, CPF MASCARADO
      *(BRANCO NA ANONIMIZACAO) E QUANTIDADE DE REGISTROS
       FD  REGISTRO-SOLICITACOES.
       01  SOL-REC.
           05  SOL-PROTOCOLO      PIC 9(06).
           05  SOL-DATA           PIC 9(08).
           05  SOL-OPERACAO       PIC X(01).
           05  SOL-USUARIO        PIC X(20).
           05  SOL-CPF-MASCARADO  PIC X(14).
           05  SOL-QTD-REGISTROS  PIC 9(06).
           05  SOL-SITUACAO       PIC X(14).

       FD  TRAVAS-RECURSOS.
       01  LCK-REC.
           05  LCK-RECURSO        PIC X(08).
           05  LCK-PROGRAMA       PIC X(08).
           05  LCK-DATA           PIC 9(08).
           05  LCK-HORA           PIC 9(08).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       FD  RELATORIO-LGPD.
       01  REL-LINHA              PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-CLI-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SEQ-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PED-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-FCL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PAR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RCB-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CPL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CPR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-USR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-AUT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CKP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SOL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ     PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO     PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO         PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS         PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM         PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM         PIC X(01)  VALUE 'N'.
       77  WRK-RUN-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)  VALUE ZEROS.
       77  WRK-NOME-RELATORIO  PIC X(40)  VALUE SPACES.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-OPERACAO        PIC X(01)  VALUE SPACE.
           88  OPER-TITULAR    VALUE 'R'.
           88  OPER-PREVIA     VALUE 'P'.
           88  OPER-ANONIMIZAR VALUE 'A'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-CORTE      PIC 9(08)  VALUE ZEROS.
       77  WRK-ANO-CORTE       PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-CORTE       PIC S9(03) VALUE ZEROS.
       77  WRK-DIA-CORTE       PIC 9(02)  VALUE ZEROS.
       77  WRK-MESES-RETENCAO  PIC 9(03)  VALUE 060.
       77  WRK-ANOS            PIC 9(03)  VALUE ZEROS.
       77  WRK-MESES-RESTO     PIC 9(02)  VALUE ZEROS.
       77  WRK-DATA-AUX        PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ED         PIC X(10)  VALUE SPACES.
       77  WRK-USUARIO         PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-USUARIO   PIC 9(02)  VALUE ZEROS.
       77  WRK-NIVEL-MINIMO    PIC 9(02)  VALUE 01.
       77  WRK-FUNCAO-AUT      PIC X(08)  VALUE SPACES.
       77  WRK-USUARIO-OK      PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'S'.
       77  WRK-PROTOCOLO       PIC 9(06)  VALUE ZEROS.
       77  WRK-RESULTADO-SEG   PIC X(14)  VALUE SPACES.
       77  WRK-RECURSO-LOCK    PIC X(08)  VALUE 'CLIMAST '.
       77  WRK-RECURSO-RESERVADO PIC X    VALUE 'N'.
           88  RECURSO-RESERVADO VALUE 'S'.
       77  WRK-LCK-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-LCK-EOF         PIC X      VALUE 'N'.
           88  FIM-TRAVAS      VALUE 'Y'.
       77  WRK-LCK-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-LCK-SUB         PIC 9(02)  VALUE ZEROS.
       77  WRK-LCK-DATA-EXEC   PIC 9(08)  VALUE ZEROS.
       77  WRK-LCK-HORA-EXEC   PIC 9(08)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(04)  VALUE ZEROS.
       77  WRK-ACHOU           PIC 9(04)  VALUE ZEROS.
       77  WRK-OCORRENCIAS     PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-FONTE       PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TOTAL       PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-LOTE        PIC 9(06)  VALUE ZEROS.
       77  WRK-FATURA-BUSCA    PIC 9(06)  VALUE ZEROS.
       77  WRK-VINCULADA       PIC X      VALUE 'N'.
           88  FATURA-DO-TITULAR VALUE 'S'.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-EFETIVA     PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-PED-ANTES  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-PED-DEPOIS PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-PEDIDO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-HASH-AJUSTE     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ULT-PSEUDONIMO  PIC 9(09)  VALUE ZEROS.
       77  WRK-PSEUDO-LIVRE    PIC X      VALUE 'N'.
       77  WRK-CPF-ED          PIC ZZZ.ZZZ.ZZZ/ZZ VALUE ZEROS.
       77  WRK-CPF-IMPRESSO    PIC X(14)  VALUE SPACES.
       77  WRK-CPF-MASCARADO   PIC X(14)  VALUE SPACES.
       77  WRK-PSEUDO-IMPRESSO PIC X(14)  VALUE SPACES.
       77  WRK-SOMA            PIC 9(04)  VALUE ZEROS.
       77  WRK-PRODUTO         PIC 9(05)  VALUE ZEROS.
       77  WRK-QUOCIENTE       PIC 9(04)  VALUE ZEROS.
       77  WRK-RESTO           PIC 9(02)  VALUE ZEROS.
       77  WRK-DV1-CALC        PIC 9(01)  VALUE ZEROS.
       77  WRK-PESO            PIC 9(02)  VALUE ZEROS.
       77  WRK-IDX             PIC 9(02)  VALUE ZEROS.
       77  WRK-CAN-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-PED-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-FCL-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-SEQ-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-CPL-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-CPR-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-TIT-FAT-QTD     PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-ANONIMIZAR  PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-RETIDOS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-REVISAR     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-TROCA-CLI   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TROCA-SEQ   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TROCA-PED   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TROCA-FCL   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TROCA-CPL   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TROCA-CPR   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-TRILHA      PIC 9(06)  VALUE ZEROS.

      *CPF DO TITULAR EM NUMERO E EM TEXTO (PROCURA NA TRILHA)
       01  WRK-CPF                PIC 9(11)  VALUE ZEROS.
       01  WRK-CPF-TEXTO REDEFINES WRK-CPF PIC X(11).

      *CPF PSEUDONIMO: 9 DIGITOS DA SEQUENCIA, PRIMEIRO DIGITO
      *VERIFICADOR ERRADO DE PROPOSITO E SEGUNDO DIGITO ZERO
       01  WRK-PSEUDO             PIC 9(11)  VALUE ZEROS.
       01  WRK-PSEUDO-R REDEFINES WRK-PSEUDO.
           05  WRK-PSEUDO-BASE    PIC 9(09).
           05  WRK-PSEUDO-DV1     PIC 9(01).
           05  WRK-PSEUDO-DV2     PIC 9(01).
       01  WRK-PSEUDO-DIGITOS REDEFINES WRK-PSEUDO.
           05  WRK-PSEUDO-DIG     PIC 9(01) OCCURS 11 TIMES.

      *CLIENTES PESSOA FISICA AINDA NAO ANONIMIZADOS; SITUACAO
      *A = ANONIMIZAR, R = RETIDO, S = SEM MOVIMENTO (REVISAR)
       01  WRK-TAB-CLIENTES.
           05  WRK-CAN-ITEM OCCURS 2000 TIMES.
               10  WRK-CAN-CPF        PIC 9(11).
               10  WRK-CAN-ULTIMA     PIC 9(08).
               10  WRK-CAN-ABERTO     PIC X(01).
               10  WRK-CAN-SITUACAO   PIC X(01).
               10  WRK-CAN-PSEUDO     PIC 9(11).

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 2000 TIMES.
               10  WRK-PED-REGISTRO   PIC X(129).

       01  WRK-TAB-VINCULOS.
           05  WRK-FCL-ITEM OCCURS 5000 TIMES.
               10  WRK-FCL-FATURA     PIC 9(06).
               10  WRK-FCL-CPF        PIC 9(11).
               10  WRK-FCL-CONDPAG    PIC 9(02).

       01  WRK-TAB-TRANSFERENCIA.
           05  WRK-SEQ-ITEM OCCURS 2000 TIMES.
               10  WRK-SEQ-REGISTRO   PIC X(117).

       01  WRK-TAB-LOTE.
           05  WRK-CPL-ITEM OCCURS 2000 TIMES.
               10  WRK-CPL-REGISTRO   PIC X(24).

       01  WRK-TAB-RELCPF.
           05  WRK-CPR-ITEM OCCURS 2000 TIMES.
               10  WRK-CPR-REGISTRO   PIC X(40).

       01  WRK-TAB-TRAVAS.
           05  WRK-LCK-ITEM OCCURS 50 TIMES.
               10  WRK-LCK-RECURSO  PIC X(08).
               10  WRK-LCK-PROGRAMA PIC X(08).
               10  WRK-LCK-DATA     PIC 9(08).
               10  WRK-LCK-HORA     PIC 9(08).

      *FATURAS DO TITULAR (RELATORIO R)
       01  WRK-TAB-FATURAS-TITULAR.
           05  WRK-TIT-FATURA PIC 9(06) OCCURS 500 TIMES.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'OPERACAO (R-RELATORIO DO TITULAR P-PREVIA '
               'A-ANONIMIZAR).. '
           ACCEPT WRK-OPERACAO.
           IF NOT OPER-TITULAR AND NOT OPER-PREVIA
               AND NOT OPER-ANONIMIZAR
               DISPLAY 'OPERACAO INVALIDA - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO.

           IF OPER-TITULAR
               DISPLAY 'CPF DO TITULAR.. '
               ACCEPT WRK-CPF
               MOVE 'LGPDREL ' TO WRK-FUNCAO-AUT
               MOVE 'DATA/LGPDTITREL.DAT' TO WRK-NOME-RELATORIO
               MOVE WRK-CPF TO WRK-CPF-ED
               MOVE WRK-CPF-ED TO WRK-CPF-IMPRESSO
               MOVE '***.***.***' TO WRK-CPF-MASCARADO(1:11)
               MOVE WRK-CPF-ED(12:3) TO WRK-CPF-MASCARADO(12:3)
           ELSE
               MOVE 'LGPDANON' TO WRK-FUNCAO-AUT
               MOVE 'DATA/LGPDANONREL.DAT' TO WRK-NOME-RELATORIO
               MOVE SPACES TO WRK-CPF-MASCARADO
           END-IF.

           PERFORM 0110-VALIDAR-USUARIO.
           PERFORM 0150-PROXIMO-PROTOCOLO.

           IF NOT USUARIO-AUTORIZADO
               MOVE 'NAO AUTORIZADO' TO WRK-RESULTADO-SEG
               MOVE 0 TO WRK-QTD-TOTAL
               PERFORM 0190-REGISTRAR-SOLICITACAO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   WRK-FUNCAO-AUT ' - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF OPER-TITULAR
               AND (WRK-CPF IS NOT NUMERIC OR WRK-CPF = ZEROS)
               DISPLAY 'CPF INVALIDO - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-LGPD.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0110-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           IF WRK-AUT-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF AUT-FUNCAO = WRK-FUNCAO-AUT
                       MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
                   END-IF
                   READ MATRIZ-AUTORIZACAO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE MATRIZ-AUTORIZACAO
           END-IF

           MOVE 'N' TO WRK-USUARIO-OK
           MOVE 0 TO WRK-NIVEL-USUARIO
           OPEN INPUT USUARIOS-MASTER
           IF WRK-USR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF USR-USUARIO = WRK-USUARIO
                   MOVE USR-NIVEL TO WRK-NIVEL-USUARIO
                   IF USR-NIVEL >= 1
                       AND USR-NIVEL <= WRK-NIVEL-MINIMO
                       AND USR-BLOQUEADO NOT = 'S'
                       MOVE 'S' TO WRK-USUARIO-OK
                   END-IF
               END-IF
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER
           MOVE 'N' TO WRK-EOF.

      **********PROTOCOLO = ULTIMO DO REGISTRO + 1*************
       0150-PROXIMO-PROTOCOLO.
           MOVE 0 TO WRK-PROTOCOLO
           OPEN INPUT REGISTRO-SOLICITACOES
           IF WRK-SOL-STATUS NOT = '00'
               MOVE 1 TO WRK-PROTOCOLO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ REGISTRO-SOLICITACOES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF SOL-PROTOCOLO IS NUMERIC
                   AND SOL-PROTOCOLO > WRK-PROTOCOLO
                   MOVE SOL-PROTOCOLO TO WRK-PROTOCOLO
               END-IF
               READ REGISTRO-SOLICITACOES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE REGISTRO-SOLICITACOES
           ADD 1 TO WRK-PROTOCOLO
           MOVE 'N' TO WRK-EOF.

      **********REGISTRO DA SOLICITACAO E TRILHA DE SEGURANCA**
      *O CPF NUNCA VAI ABERTO PARA O REGISTRO NEM PARA A TRILHA
       0190-REGISTRAR-SOLICITACAO.
           OPEN EXTEND REGISTRO-SOLICITACOES
           IF WRK-SOL-STATUS NOT = '00'
               OPEN OUTPUT REGISTRO-SOLICITACOES
           END-IF
           MOVE WRK-PROTOCOLO     TO SOL-PROTOCOLO
           MOVE WRK-DATA-EXEC     TO SOL-DATA
           MOVE WRK-OPERACAO      TO SOL-OPERACAO
           MOVE WRK-USUARIO       TO SOL-USUARIO
           MOVE WRK-CPF-MASCARADO TO SOL-CPF-MASCARADO
           MOVE WRK-QTD-TOTAL     TO SOL-QTD-REGISTROS
           MOVE WRK-RESULTADO-SEG TO SOL-SITUACAO
           WRITE SOL-REC
           CLOSE REGISTRO-SOLICITACOES

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE SPACES            TO SEG-REC
           MOVE WRK-USUARIO       TO SEG-USUARIO
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           MOVE WRK-RESULTADO-SEG TO SEG-RESULTADO
           MOVE WRK-DATA-EXEC     TO SEG-DATA-HORA
           MOVE WRK-FUNCAO-AUT    TO SEG-FUNCAO
           MOVE WRK-PROTOCOLO     TO SEG-PROTOCOLO
           MOVE WRK-QTD-TOTAL     TO SEG-QTD-REGISTROS
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA.

       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'LGPDCLI ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0200-PROCESSAR.
           IF OPER-TITULAR
               PERFORM 0210-RELATORIO-TITULAR
           ELSE
               PERFORM 0400-ANONIMIZACAO
           END-IF.

      **********RELATORIO DO TITULAR***************************
       0210-RELATORIO-TITULAR.
           MOVE SPACES TO REL-LINHA
           STRING 'RELATORIO DE DADOS PESSOAIS DO TITULAR - CPF '
               DELIMITED BY SIZE
               WRK-CPF-IMPRESSO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-DATA-EXEC TO WRK-DATA-AUX
           PERFORM 0290-EDITAR-DATA
           MOVE SPACES TO REL-LINHA
           STRING 'PROTOCOLO ' DELIMITED BY SIZE
               WRK-PROTOCOLO DELIMITED BY SIZE
               ' - EMITIDO EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' POR ' DELIMITED BY SIZE
               WRK-USUARIO DELIMITED BY SPACE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA

           PERFORM 0220-TITULAR-CADASTRO
           PERFORM 0225-TITULAR-TRANSFERENCIA
           PERFORM 0230-TITULAR-PEDIDOS
           PERFORM 0235-TITULAR-FATURAS
           PERFORM 0240-TITULAR-PARCELAS
           PERFORM 0245-TITULAR-RECEBIMENTOS
           PERFORM 0250-TITULAR-LOTE-CPF
           PERFORM 0255-TITULAR-RELATORIO-CPF
           PERFORM 0260-TITULAR-TRILHA

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           IF WRK-QTD-TOTAL = 0
               MOVE 'NENHUM DADO PESSOAL ENCONTRADO PARA O CPF' TO
                   REL-LINHA
               MOVE 'SEM DADOS' TO WRK-RESULTADO-SEG
           ELSE
               STRING 'TOTAL DE REGISTROS DO TITULAR: '
                   DELIMITED BY SIZE
                   WRK-QTD-TOTAL DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               MOVE 'ATENDIDO' TO WRK-RESULTADO-SEG
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA
           PERFORM 0190-REGISTRAR-SOLICITACAO.

       0215-TITULO-FONTE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 0 TO WRK-QTD-FONTE.

       0217-FECHO-FONTE.
           IF WRK-QTD-FONTE = 0
               MOVE '  NENHUM REGISTRO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           ADD WRK-QTD-FONTE TO WRK-QTD-TOTAL.

       0220-TITULAR-CADASTRO.
           PERFORM 0215-TITULO-FONTE
           MOVE 'CADASTRO DE CLIENTES (CLIMAST.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT CLIENTE-MASTER
           IF WRK-CLI-STATUS = '00'
               MOVE WRK-CPF TO CLI-CPF
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-FONTE
                       PERFORM 0222-IMPRIMIR-CLIENTE
               END-READ
               CLOSE CLIENTE-MASTER
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0222-IMPRIMIR-CLIENTE.
           MOVE CLI-LIMITE-CRED TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '  NOME ' DELIMITED BY SIZE
               CLI-PRIMEIRO-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-ULTIMO-NOME DELIMITED BY SIZE
               '  TIPO ' DELIMITED BY SIZE
               CLI-TIPO-PESSOA DELIMITED BY SIZE
               '  CNPJ ' DELIMITED BY SIZE
               CLI-CNPJ DELIMITED BY SIZE
               '  LIMITE ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '  ENDERECO ' DELIMITED BY SIZE
               CLI-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-CIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-UF DELIMITED BY SIZE
               '  CEP ' DELIMITED BY SIZE
               CLI-CEP DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0225-TITULAR-TRANSFERENCIA.
           PERFORM 0215-TITULO-FONTE
           MOVE 'ARQUIVO DE TRANSFERENCIA DE CLIENTES (CLIMAST.SEQ)'
               TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT TRANSFERENCIA-CLIENTES
           IF WRK-SEQ-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ TRANSFERENCIA-CLIENTES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF SEQ-CPF = WRK-CPF
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE SEQ-REC TO CLI-REC
                       PERFORM 0222-IMPRIMIR-CLIENTE
                   END-IF
                   READ TRANSFERENCIA-CLIENTES
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIA-CLIENTES
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0230-TITULAR-PEDIDOS.
           PERFORM 0215-TITULO-FONTE
           MOVE 'PEDIDOS (PEDIDOS.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF PED-CPF = WRK-CPF
                       ADD 1 TO WRK-QTD-FONTE
                       PERFORM 0232-IMPRIMIR-PEDIDO
                   END-IF
                   READ ARQUIVO-PEDIDOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PEDIDOS
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0232-IMPRIMIR-PEDIDO.
           MOVE PED-DATA TO WRK-DATA-AUX
           PERFORM 0290-EDITAR-DATA
           MOVE PED-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '  PEDIDO ' DELIMITED BY SIZE
               PED-NUMERO DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PED-PROD DELIMITED BY SIZE
               ' QTD ' DELIMITED BY SIZE
               PED-QTD DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' UF ' DELIMITED BY SIZE
               PED-UF DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               PED-STATUS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      *    FATURAS VINCULADAS AO CPF PELO FATGER
       0235-TITULAR-FATURAS.
           PERFORM 0215-TITULO-FONTE
           MOVE 'VINCULO FATURA/CLIENTE (FATUCLI.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF FCL-CPF = WRK-CPF
                       ADD 1 TO WRK-QTD-FONTE
                       IF WRK-TIT-FAT-QTD >= 500
                           DISPLAY 'ERRO: FATURAS DO TITULAR EXCEDEM '
                               'O LIMITE DE 500 - PROCESSAMENTO '
                               'ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-TIT-FAT-QTD
                       MOVE FCL-FATURA TO
                           WRK-TIT-FATURA(WRK-TIT-FAT-QTD)
                       MOVE SPACES TO REL-LINHA
                       STRING '  FATURA ' DELIMITED BY SIZE
                           FCL-FATURA DELIMITED BY SIZE
                           ' CONDICAO DE PAGAMENTO ' DELIMITED BY SIZE
                           FCL-CONDPAG DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ VINCULO-FATURA-CLIENTE
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE VINCULO-FATURA-CLIENTE
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0240-TITULAR-PARCELAS.
           PERFORM 0215-TITULO-FONTE
           MOVE 'PARCELAS DAS FATURAS (PARCELAS.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE PAR-FATURA TO WRK-FATURA-BUSCA
                   PERFORM 0288-VERIFICAR-FATURA
                   IF FATURA-DO-TITULAR
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE PAR-VENCIMENTO TO WRK-DATA-AUX
                       PERFORM 0290-EDITAR-DATA
                       MOVE PAR-VALOR TO WRK-VALOR-ED
                       MOVE SPACES TO REL-LINHA
                       STRING '  FATURA ' DELIMITED BY SIZE
                           PAR-FATURA DELIMITED BY SIZE
                           ' PARCELA ' DELIMITED BY SIZE
                           PAR-NUMERO DELIMITED BY SIZE
                           ' VENCIMENTO ' DELIMITED BY SIZE
                           WRK-DATA-ED DELIMITED BY SIZE
                           ' VALOR ' DELIMITED BY SIZE
                           WRK-VALOR-ED DELIMITED BY SIZE
                           ' SITUACAO ' DELIMITED BY SIZE
                           PAR-STATUS DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ ARQUIVO-PARCELAS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PARCELAS
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0245-TITULAR-RECEBIMENTOS.
           PERFORM 0215-TITULO-FONTE
           MOVE 'RECEBIMENTOS DAS FATURAS (RECEBTR.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT RECEBIMENTOS
           IF WRK-RCB-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ RECEBIMENTOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE RCB-FATURA TO WRK-FATURA-BUSCA
                   PERFORM 0288-VERIFICAR-FATURA
                   IF FATURA-DO-TITULAR
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE RCB-DATA-PAGAMENTO TO WRK-DATA-AUX
                       PERFORM 0290-EDITAR-DATA
                       MOVE RCB-VALOR-PAGO TO WRK-VALOR-ED
                       MOVE SPACES TO REL-LINHA
                       STRING '  FATURA ' DELIMITED BY SIZE
                           RCB-FATURA DELIMITED BY SIZE
                           ' PARCELA ' DELIMITED BY SIZE
                           RCB-PARCELA DELIMITED BY SIZE
                           ' PAGA EM ' DELIMITED BY SIZE
                           WRK-DATA-ED DELIMITED BY SIZE
                           ' VALOR ' DELIMITED BY SIZE
                           WRK-VALOR-ED DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ RECEBIMENTOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTOS
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0250-TITULAR-LOTE-CPF.
           PERFORM 0215-TITULO-FONTE
           MOVE 'LOTE DE VALIDACAO DE CPF (CPFLOTE.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 0 TO WRK-QTD-LOTE
           OPEN INPUT CPF-LOTE
           IF WRK-CPL-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ CPF-LOTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-QTD-LOTE
                   IF CPL-CPF IS NUMERIC AND CPL-CPF = WRK-CPF
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE SPACES TO REL-LINHA
                       STRING '  CPF NA LINHA ' DELIMITED BY SIZE
                           WRK-QTD-LOTE DELIMITED BY SIZE
                           ' DO LOTE' DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ CPF-LOTE
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE CPF-LOTE
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0255-TITULAR-RELATORIO-CPF.
           PERFORM 0215-TITULO-FONTE
           MOVE 'RELATORIO DE VALIDACAO DE CPF (CPFREL.DAT)' TO
               REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT RELATORIO-CPF
           IF WRK-CPR-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ RELATORIO-CPF
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF CPR-CPF-IMPRESSO = WRK-CPF-IMPRESSO
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE SPACES TO REL-LINHA
                       STRING '  ' DELIMITED BY SIZE
                           CPR-LINHA DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ RELATORIO-CPF
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE RELATORIO-CPF
           END-IF
           PERFORM 0217-FECHO-FONTE.

      *    REGISTRO DA TRILHA QUE TRAGA O CPF (NUMERO OU EDITADO)
       0260-TITULAR-TRILHA.
           PERFORM 0215-TITULO-FONTE
           MOVE 'TRILHA DE SEGURANCA (SEGAUDIT.DAT)' TO REL-LINHA
           WRITE REL-LINHA
           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE 0 TO WRK-OCORRENCIAS
                   INSPECT SEG-LINHA TALLYING WRK-OCORRENCIAS
                       FOR ALL WRK-CPF-TEXTO
                   INSPECT SEG-LINHA TALLYING WRK-OCORRENCIAS
                       FOR ALL WRK-CPF-IMPRESSO
                   IF WRK-OCORRENCIAS > 0
                       ADD 1 TO WRK-QTD-FONTE
                       MOVE SPACES TO REL-LINHA
                       STRING '  ' DELIMITED BY SIZE
                           SEG-DATA-HORA DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SEG-USUARIO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SEG-FUNCAO DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SEG-RESULTADO DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                       WRITE REL-LINHA
                   END-IF
                   READ AUDITORIA-SEGURANCA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-SEGURANCA
           END-IF
           PERFORM 0217-FECHO-FONTE.

       0288-VERIFICAR-FATURA.
           MOVE 'N' TO WRK-VINCULADA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TIT-FAT-QTD
               IF WRK-TIT-FATURA(WRK-SUB) = WRK-FATURA-BUSCA
                   SET FATURA-DO-TITULAR TO TRUE
               END-IF
           END-PERFORM.

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
           CLOSE RELATORIO-LGPD
           IF RECURSO-RESERVADO
               PERFORM 0350-LIBERAR-RECURSO
               MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
               PERFORM 0195-REGISTRAR-RUN
           END-IF
           IF WRK-QTD-TOTAL = 0 AND OPER-TITULAR
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WRK-QTD-REVISAR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********RESERVA DO RECURSO NO ARQUIVO DE TRAVAS********
      *A ANONIMIZACAO REGRAVA O MESTRE DE CLIENTES: O RECURSO
      *CLIMAST E RECLAMADO COMO NO CLIMANUT E LIBERADO NO FIM
       0050-RESERVAR-RECURSO.
           ACCEPT WRK-LCK-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WRK-LCK-HORA-EXEC FROM TIME

           PERFORM 0055-CARREGAR-TRAVAS

           PERFORM VARYING WRK-LCK-SUB FROM 1 BY 1
                   UNTIL WRK-LCK-SUB > WRK-LCK-QTD
               IF WRK-LCK-RECURSO(WRK-LCK-SUB) = WRK-RECURSO-LOCK
                   DISPLAY 'RECURSO ' WRK-RECURSO-LOCK ' EM USO '
                       'POR ' WRK-LCK-PROGRAMA(WRK-LCK-SUB)
                       ' DESDE ' WRK-LCK-DATA(WRK-LCK-SUB)
                       ' - EXECUCAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM

           OPEN EXTEND TRAVAS-RECURSOS
           IF WRK-LCK-STATUS NOT = '00'
               OPEN OUTPUT TRAVAS-RECURSOS
           END-IF
           MOVE WRK-RECURSO-LOCK  TO LCK-RECURSO
           MOVE 'LGPDCLI ' TO LCK-PROGRAMA
           MOVE WRK-LCK-DATA-EXEC TO LCK-DATA
           MOVE WRK-LCK-HORA-EXEC TO LCK-HORA
           WRITE LCK-REC
           CLOSE TRAVAS-RECURSOS
           SET RECURSO-RESERVADO TO TRUE.

       0055-CARREGAR-TRAVAS.
           MOVE 0 TO WRK-LCK-QTD
           MOVE 'N' TO WRK-LCK-EOF
           OPEN INPUT TRAVAS-RECURSOS
           IF WRK-LCK-STATUS NOT = '00'
               MOVE 'Y' TO WRK-LCK-EOF
           ELSE
               READ TRAVAS-RECURSOS
                   AT END MOVE 'Y' TO WRK-LCK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-TRAVAS
               IF WRK-LCK-QTD < 50
                   ADD 1 TO WRK-LCK-QTD
                   MOVE LCK-RECURSO TO
                       WRK-LCK-RECURSO(WRK-LCK-QTD)
                   MOVE LCK-PROGRAMA TO
                       WRK-LCK-PROGRAMA(WRK-LCK-QTD)
                   MOVE LCK-DATA TO WRK-LCK-DATA(WRK-LCK-QTD)
                   MOVE LCK-HORA TO WRK-LCK-HORA(WRK-LCK-QTD)
               END-IF
               READ TRAVAS-RECURSOS
                   AT END MOVE 'Y' TO WRK-LCK-EOF
               END-READ
           END-PERFORM
           IF WRK-LCK-STATUS = '00' OR WRK-LCK-STATUS = '10'
               CLOSE TRAVAS-RECURSOS
           END-IF.

       0350-LIBERAR-RECURSO.
           PERFORM 0055-CARREGAR-TRAVAS
           OPEN OUTPUT TRAVAS-RECURSOS
           PERFORM VARYING WRK-LCK-SUB FROM 1 BY 1
                   UNTIL WRK-LCK-SUB > WRK-LCK-QTD
               IF WRK-LCK-RECURSO(WRK-LCK-SUB) = WRK-RECURSO-LOCK
                   AND WRK-LCK-PROGRAMA(WRK-LCK-SUB) =
                       'LGPDCLI '
                   CONTINUE
               ELSE
                   MOVE WRK-LCK-RECURSO(WRK-LCK-SUB) TO LCK-RECURSO
                   MOVE WRK-LCK-PROGRAMA(WRK-LCK-SUB) TO
                       LCK-PROGRAMA
                   MOVE WRK-LCK-DATA(WRK-LCK-SUB) TO LCK-DATA
                   MOVE WRK-LCK-HORA(WRK-LCK-SUB) TO LCK-HORA
                   WRITE LCK-REC
               END-IF
           END-PERFORM
           CLOSE TRAVAS-RECURSOS.

      *    ESTOURO DE TABELA: LIBERA A TRAVA E ABORTA SEM GRAVAR
       0390-ABORTAR.
           MOVE 12 TO RETURN-CODE
           IF RECURSO-RESERVADO
               PERFORM 0350-LIBERAR-RECURSO
               MOVE 'ERRO' TO WRK-RUN-EVENTO
               PERFORM 0195-REGISTRAR-RUN
           END-IF
           STOP RUN.

      **********PREVIA E ANONIMIZACAO DE CLIENTES INATIVOS*****
       0400-ANONIMIZACAO.
           PERFORM 0405-CALCULAR-CORTE
           IF OPER-ANONIMIZAR
               PERFORM 0050-RESERVAR-RECURSO
               MOVE 'INICIADO' TO WRK-RUN-EVENTO
               PERFORM 0195-REGISTRAR-RUN
           END-IF

           MOVE WRK-DATA-CORTE TO WRK-DATA-AUX
           PERFORM 0290-EDITAR-DATA
           MOVE SPACES TO REL-LINHA
           IF OPER-ANONIMIZAR
               STRING 'ANONIMIZACAO DE CLIENTES INATIVOS - PROTOCOLO '
                   DELIMITED BY SIZE
                   WRK-PROTOCOLO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'PREVIA DA ANONIMIZACAO DE CLIENTES INATIVOS - '
                   DELIMITED BY SIZE
                   'PROTOCOLO ' DELIMITED BY SIZE
                   WRK-PROTOCOLO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'RETENCAO DE ' DELIMITED BY SIZE
               WRK-MESES-RETENCAO DELIMITED BY SIZE
               ' MESES - SEM MOVIMENTO DESDE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' E SEM PARCELA EM ABERTO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA

           PERFORM 0410-CARREGAR-CLIENTES
           PERFORM 0415-CARREGAR-PEDIDOS
           PERFORM 0420-CARREGAR-VINCULOS
           PERFORM 0425-LER-PARCELAS
           PERFORM 0430-LER-RECEBIMENTOS
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-CAN-QTD
               PERFORM 0440-CLASSIFICAR-CLIENTE
           END-PERFORM

           IF OPER-ANONIMIZAR AND WRK-QTD-ANONIMIZAR > 0
               PERFORM 0442-CARREGAR-TRANSFERENCIA
               PERFORM 0444-CARREGAR-LOTE-CPF
               PERFORM 0446-CARREGAR-RELATORIO-CPF
               PERFORM 0450-ANONIMIZAR-MESTRE
               PERFORM 0460-REGRAVAR-TRANSFERENCIA
               PERFORM 0465-REGRAVAR-PEDIDOS
               PERFORM 0470-REGRAVAR-VINCULOS
               PERFORM 0475-REGRAVAR-LOTE-CPF
               PERFORM 0480-REGRAVAR-RELATORIO-CPF
               PERFORM 0485-CONTAR-TRILHA
               OPEN OUTPUT CKP-PSEUDONIMOS
               MOVE WRK-ULT-PSEUDONIMO TO CKP-ULTIMO-PSEUDONIMO
               WRITE CKP-REC
               CLOSE CKP-PSEUDONIMOS
           END-IF

           PERFORM 0495-RESUMO-ANONIMIZACAO.

      *    CORTE = DATA DO PROCESSAMENTO MENOS OS MESES DE RETENCAO
      *    (DIA LIMITADO A 28 PARA SER SEMPRE DATA VALIDA)
       0405-CALCULAR-CORTE.
           OPEN INPUT PARAMETROS-LGPD
           IF WRK-PRM-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               READ PARAMETROS-LGPD
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF PRM-TIPO = '0'
                       AND PRM-MESES-RETENCAO IS NUMERIC
                       AND PRM-MESES-RETENCAO > 0
                       MOVE PRM-MESES-RETENCAO TO WRK-MESES-RETENCAO
                   END-IF
                   READ PARAMETROS-LGPD
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-LGPD
           END-IF
           MOVE 'N' TO WRK-EOF

           DIVIDE WRK-MESES-RETENCAO BY 12 GIVING WRK-ANOS
               REMAINDER WRK-MESES-RESTO
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-CORTE
           MOVE WRK-DATA-EXEC(5:2) TO WRK-MES-CORTE
           MOVE WRK-DATA-EXEC(7:2) TO WRK-DIA-CORTE
           SUBTRACT WRK-ANOS FROM WRK-ANO-CORTE
           SUBTRACT WRK-MESES-RESTO FROM WRK-MES-CORTE
           IF WRK-MES-CORTE < 1
               ADD 12 TO WRK-MES-CORTE
               SUBTRACT 1 FROM WRK-ANO-CORTE
           END-IF
           IF WRK-DIA-CORTE > 28
               MOVE 28 TO WRK-DIA-CORTE
           END-IF
           COMPUTE WRK-DATA-CORTE = WRK-ANO-CORTE * 10000
               + WRK-MES-CORTE * 100 + WRK-DIA-CORTE.

      *    CANDIDATOS: PESSOA FISICA AINDA NAO ANONIMIZADA
       0410-CARREGAR-CLIENTES.
           OPEN INPUT CLIENTE-MASTER
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE CLIENTES - '
                   'STATUS ' WRK-CLI-STATUS
               PERFORM 0390-ABORTAR
           END-IF
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO CLI-CPF
           START CLIENTE-MASTER KEY >= CLI-CPF
               INVALID KEY MOVE 'Y' TO WRK-EOF
           END-START
           IF NOT FIM-ARQUIVO
               READ CLIENTE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF CLI-TIPO-PESSOA NOT = 'J'
                   AND NOT CLIENTE-ANONIMIZADO
                   IF WRK-CAN-QTD >= 2000
                       DISPLAY 'ERRO: CLIENTES PESSOA FISICA EXCEDEM '
                           'O LIMITE DE 2000 - PROCESSAMENTO ABORTADO'
                       PERFORM 0390-ABORTAR
                   END-IF
                   ADD 1 TO WRK-CAN-QTD
                   MOVE CLI-CPF TO WRK-CAN-CPF(WRK-CAN-QTD)
                   MOVE ZEROS   TO WRK-CAN-ULTIMA(WRK-CAN-QTD)
                   MOVE 'N'     TO WRK-CAN-ABERTO(WRK-CAN-QTD)
                   MOVE 'R'     TO WRK-CAN-SITUACAO(WRK-CAN-QTD)
                   MOVE ZEROS   TO WRK-CAN-PSEUDO(WRK-CAN-QTD)
               END-IF
               READ CLIENTE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CLIENTE-MASTER
           MOVE 'N' TO WRK-EOF.

       0415-CARREGAR-PEDIDOS.
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ ARQUIVO-PEDIDOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PED-QTD >= 2000
                   DISPLAY 'ERRO: ARQUIVO DE PEDIDOS EXCEDE O LIMITE '
                       'DE 2000 REGISTROS - PROCESSAMENTO ABORTADO'
                   PERFORM 0390-ABORTAR
               END-IF
               ADD 1 TO WRK-PED-QTD
               MOVE PED-REC TO WRK-PED-REGISTRO(WRK-PED-QTD)
               PERFORM 0417-SOMAR-PEDIDO
               ADD WRK-VALOR-PEDIDO TO WRK-TOTAL-PED-ANTES
               MOVE PED-CPF TO WRK-CPF
               PERFORM 0490-LOCALIZAR-CANDIDATO
               IF WRK-ACHOU > 0
                   MOVE PED-DATA TO WRK-DATA-AUX
                   PERFORM 0435-ATUALIZAR-ATIVIDADE
                   MOVE PED-STATUS-DATA TO WRK-DATA-AUX
                   PERFORM 0435-ATUALIZAR-ATIVIDADE
               END-IF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS
           MOVE 'N' TO WRK-EOF.

      *    VALOR DA MERCADORIA MAIS O FRETE (COMO NO EXTRATOCLI)
       0417-SOMAR-PEDIDO.
           IF PED-QTD IS NOT NUMERIC OR PED-QTD = 0
               MOVE 1 TO WRK-QTD-EFETIVA
           ELSE
               MOVE PED-QTD TO WRK-QTD-EFETIVA
           END-IF
           MOVE 0 TO WRK-VALOR-PEDIDO
           IF PED-VALOR IS NUMERIC AND PED-FRETE IS NUMERIC
               COMPUTE WRK-VALOR-PEDIDO =
                   (PED-VALOR * WRK-QTD-EFETIVA) + PED-FRETE
           END-IF.

       0420-CARREGAR-VINCULOS.
           OPEN INPUT VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ VINCULO-FATURA-CLIENTE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FCL-QTD >= 5000
                   DISPLAY 'ERRO: VINCULOS FATURA/CLIENTE EXCEDEM O '
                       'LIMITE DE 5000 - PROCESSAMENTO ABORTADO'
                   PERFORM 0390-ABORTAR
               END-IF
               ADD 1 TO WRK-FCL-QTD
               MOVE FCL-FATURA  TO WRK-FCL-FATURA(WRK-FCL-QTD)
               MOVE FCL-CPF     TO WRK-FCL-CPF(WRK-FCL-QTD)
               MOVE FCL-CONDPAG TO WRK-FCL-CONDPAG(WRK-FCL-QTD)
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE VINCULO-FATURA-CLIENTE
           MOVE 'N' TO WRK-EOF.

      *    PARCELA DA FATURA DO CLIENTE: VENCIMENTO E MOVIMENTO E
      *    PARCELA EM ABERTO SEGURA O CADASTRO (COBRANCA EM CURSO)
       0425-LER-PARCELAS.
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ ARQUIVO-PARCELAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE PAR-FATURA TO WRK-FATURA-BUSCA
               PERFORM 0492-CLIENTE-DA-FATURA
               IF WRK-ACHOU > 0
                   MOVE PAR-VENCIMENTO TO WRK-DATA-AUX
                   PERFORM 0435-ATUALIZAR-ATIVIDADE
                   IF PAR-STATUS = 'A'
                       MOVE 'S' TO WRK-CAN-ABERTO(WRK-ACHOU)
                   END-IF
               END-IF
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARCELAS
           MOVE 'N' TO WRK-EOF.

       0430-LER-RECEBIMENTOS.
           OPEN INPUT RECEBIMENTOS
           IF WRK-RCB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ RECEBIMENTOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE RCB-FATURA TO WRK-FATURA-BUSCA
               PERFORM 0492-CLIENTE-DA-FATURA
               IF WRK-ACHOU > 0
                   MOVE RCB-DATA-PAGAMENTO TO WRK-DATA-AUX
                   PERFORM 0435-ATUALIZAR-ATIVIDADE
               END-IF
               READ RECEBIMENTOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE RECEBIMENTOS
           MOVE 'N' TO WRK-EOF.

       0435-ATUALIZAR-ATIVIDADE.
           IF WRK-DATA-AUX IS NUMERIC
               AND WRK-DATA-AUX > WRK-CAN-ULTIMA(WRK-ACHOU)
               MOVE WRK-DATA-AUX TO WRK-CAN-ULTIMA(WRK-ACHOU)
           END-IF.

      *    A = ANONIMIZAR; R = RETIDO (MOVIMENTO NO PRAZO OU
      *    PARCELA EM ABERTO); S = SEM NENHUM MOVIMENTO, FICA PARA
      *    REVISAO PORQUE O CADASTRO NAO TEM DATA DE INCLUSAO
       0440-CLASSIFICAR-CLIENTE.
           MOVE WRK-CAN-CPF(WRK-SUB2) TO WRK-CPF
           MOVE WRK-CPF TO WRK-CPF-ED
           MOVE '***.***.***' TO WRK-CPF-MASCARADO(1:11)
           MOVE WRK-CPF-ED(12:3) TO WRK-CPF-MASCARADO(12:3)
           MOVE WRK-CAN-ULTIMA(WRK-SUB2) TO WRK-DATA-AUX
           PERFORM 0290-EDITAR-DATA
           MOVE SPACES TO REL-LINHA
           EVALUATE TRUE
               WHEN WRK-CAN-ABERTO(WRK-SUB2) = 'S'
                   MOVE 'R' TO WRK-CAN-SITUACAO(WRK-SUB2)
                   ADD 1 TO WRK-QTD-RETIDOS
                   STRING '  ' DELIMITED BY SIZE
                       WRK-CPF-MASCARADO DELIMITED BY SIZE
                       '  RETIDO - PARCELA EM ABERTO' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               WHEN WRK-CAN-ULTIMA(WRK-SUB2) = ZEROS
                   MOVE 'S' TO WRK-CAN-SITUACAO(WRK-SUB2)
                   ADD 1 TO WRK-QTD-REVISAR
                   STRING '  ' DELIMITED BY SIZE
                       WRK-CPF-MASCARADO DELIMITED BY SIZE
                       '  SEM NENHUM MOVIMENTO - REVISAR O CADASTRO'
                           DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               WHEN WRK-CAN-ULTIMA(WRK-SUB2) NOT < WRK-DATA-CORTE
                   MOVE 'R' TO WRK-CAN-SITUACAO(WRK-SUB2)
                   ADD 1 TO WRK-QTD-RETIDOS
                   STRING '  ' DELIMITED BY SIZE
                       WRK-CPF-MASCARADO DELIMITED BY SIZE
                       '  RETIDO - ULTIMO MOVIMENTO EM '
                           DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               WHEN OTHER
                   MOVE 'A' TO WRK-CAN-SITUACAO(WRK-SUB2)
                   ADD 1 TO WRK-QTD-ANONIMIZAR
                   STRING '  ' DELIMITED BY SIZE
                       WRK-CPF-MASCARADO DELIMITED BY SIZE
                       '  ANONIMIZAR - ULTIMO MOVIMENTO EM '
                           DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
           END-EVALUATE
           WRITE REL-LINHA.

      *    OS ARQUIVOS COM O CPF SAO CARREGADOS ANTES DE TOCAR NO
      *    MESTRE: ESTOURO DE LIMITE ABORTA SEM NADA REGRAVADO, E
      *    NUNCA DEIXA O MESTRE ANONIMIZADO COM DADOS ABERTOS FORA
       0442-CARREGAR-TRANSFERENCIA.
           OPEN INPUT TRANSFERENCIA-CLIENTES
           IF WRK-SEQ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ TRANSFERENCIA-CLIENTES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-SEQ-QTD >= 2000
                   DISPLAY 'ERRO: ARQUIVO DE TRANSFERENCIA EXCEDE O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   PERFORM 0390-ABORTAR
               END-IF
               ADD 1 TO WRK-SEQ-QTD
               MOVE SEQ-REC TO WRK-SEQ-REGISTRO(WRK-SEQ-QTD)
               READ TRANSFERENCIA-CLIENTES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE TRANSFERENCIA-CLIENTES
           MOVE 'N' TO WRK-EOF.

       0444-CARREGAR-LOTE-CPF.
           OPEN INPUT CPF-LOTE
           IF WRK-CPL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ CPF-LOTE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-CPL-QTD >= 2000
                   DISPLAY 'ERRO: LOTE DE CPFS EXCEDE O LIMITE DE '
                       '2000 REGISTROS - PROCESSAMENTO ABORTADO'
                   PERFORM 0390-ABORTAR
               END-IF
               ADD 1 TO WRK-CPL-QTD
               MOVE CPL-LINHA TO WRK-CPL-REGISTRO(WRK-CPL-QTD)
               READ CPF-LOTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CPF-LOTE
           MOVE 'N' TO WRK-EOF.

       0446-CARREGAR-RELATORIO-CPF.
           OPEN INPUT RELATORIO-CPF
           IF WRK-CPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ RELATORIO-CPF
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-CPR-QTD >= 2000
                   DISPLAY 'ERRO: RELATORIO DE CPFS EXCEDE O LIMITE '
                       'DE 2000 LINHAS - PROCESSAMENTO ABORTADO'
                   PERFORM 0390-ABORTAR
               END-IF
               ADD 1 TO WRK-CPR-QTD
               MOVE CPR-LINHA TO WRK-CPR-REGISTRO(WRK-CPR-QTD)
               READ RELATORIO-CPF
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE RELATORIO-CPF
           MOVE 'N' TO WRK-EOF.

      *    NOVO REGISTRO COM A CHAVE PSEUDONIMA GRAVADO ANTES DE
      *    EXCLUIR O ORIGINAL: UMA FALHA NUNCA PERDE O CLIENTE
       0450-ANONIMIZAR-MESTRE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CLIENTES ANONIMIZADOS (CPF MASCARADO -> PSEUDONIMO)'
               TO REL-LINHA
           WRITE REL-LINHA

           MOVE 0 TO WRK-ULT-PSEUDONIMO
           OPEN INPUT CKP-PSEUDONIMOS
           IF WRK-CKP-STATUS = '00'
               READ CKP-PSEUDONIMOS
                   AT END CONTINUE
                   NOT AT END
                       IF CKP-ULTIMO-PSEUDONIMO IS NUMERIC
                           MOVE CKP-ULTIMO-PSEUDONIMO TO
                               WRK-ULT-PSEUDONIMO
                       END-IF
               END-READ
               CLOSE CKP-PSEUDONIMOS
           END-IF

           OPEN I-O CLIENTE-MASTER
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE CLIENTES - '
                   'STATUS ' WRK-CLI-STATUS
               PERFORM 0390-ABORTAR
           END-IF
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-CAN-QTD
               IF WRK-CAN-SITUACAO(WRK-SUB2) = 'A'
                   PERFORM 0455-ANONIMIZAR-CLIENTE
               END-IF
           END-PERFORM
           CLOSE CLIENTE-MASTER.

       0455-ANONIMIZAR-CLIENTE.
           PERFORM 0457-GERAR-PSEUDONIMO

           MOVE WRK-CAN-CPF(WRK-SUB2) TO CLI-CPF
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'R' TO WRK-CAN-SITUACAO(WRK-SUB2)
                   SUBTRACT 1 FROM WRK-QTD-ANONIMIZAR
                   EXIT PARAGRAPH
           END-READ

           MOVE WRK-PSEUDO TO CLI-CPF
           MOVE 'ANONIMO'  TO CLI-PRIMEIRO-NOME
           MOVE WRK-PSEUDO-BASE TO CLI-ULTIMO-NOME
           MOVE 'DADOS ANONIMIZADOS - LGPD' TO CLI-ENDERECO
           MOVE SPACES TO CLI-CIDADE
           MOVE ZEROS  TO CLI-CEP
           WRITE CLI-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CLIENTE ANONIMIZADO - '
                       'STATUS ' WRK-CLI-STATUS
                   CLOSE CLIENTE-MASTER
                   PERFORM 0390-ABORTAR
           END-WRITE
           MOVE WRK-CAN-CPF(WRK-SUB2) TO CLI-CPF
           DELETE CLIENTE-MASTER
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O CLIENTE ORIGINAL - '
                       'STATUS ' WRK-CLI-STATUS
                   CLOSE CLIENTE-MASTER
                   PERFORM 0390-ABORTAR
           END-DELETE
           ADD 1 TO WRK-QTD-TROCA-CLI
           MOVE WRK-PSEUDO TO WRK-CAN-PSEUDO(WRK-SUB2)

           MOVE WRK-CAN-CPF(WRK-SUB2) TO WRK-CPF-ED
           MOVE '***.***.***' TO WRK-CPF-MASCARADO(1:11)
           MOVE WRK-CPF-ED(12:3) TO WRK-CPF-MASCARADO(12:3)
           MOVE WRK-PSEUDO TO WRK-CPF-ED
           MOVE SPACES TO REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-CPF-MASCARADO DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               WRK-CPF-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      *    PROXIMO DA SEQUENCIA; O PRIMEIRO DIGITO VERIFICADOR E O
      *    CALCULADO PELO MODULO 11 DO TESTECPF MAIS 1, PORTANTO
      *    SEMPRE INVALIDO; CHAVE JA EXISTENTE (PESSOA JURIDICA) E
      *    PULADA
       0457-GERAR-PSEUDONIMO.
           MOVE 'N' TO WRK-PSEUDO-LIVRE
           PERFORM UNTIL WRK-PSEUDO-LIVRE = 'S'
               ADD 1 TO WRK-ULT-PSEUDONIMO
               MOVE WRK-ULT-PSEUDONIMO TO WRK-PSEUDO-BASE
               MOVE ZEROS TO WRK-SOMA
               MOVE 10 TO WRK-PESO
               PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
                   COMPUTE WRK-SOMA = WRK-SOMA +
                       (WRK-PSEUDO-DIG(WRK-IDX) * WRK-PESO)
                   SUBTRACT 1 FROM WRK-PESO
               END-PERFORM
               COMPUTE WRK-PRODUTO = WRK-SOMA * 10
               DIVIDE WRK-PRODUTO BY 11 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-RESTO > 9
                   MOVE 0 TO WRK-DV1-CALC
               ELSE
                   MOVE WRK-RESTO TO WRK-DV1-CALC
               END-IF
               IF WRK-DV1-CALC = 9
                   MOVE 0 TO WRK-PSEUDO-DV1
               ELSE
                   COMPUTE WRK-PSEUDO-DV1 = WRK-DV1-CALC + 1
               END-IF
               MOVE 0 TO WRK-PSEUDO-DV2
               MOVE WRK-PSEUDO TO CLI-CPF
               READ CLIENTE-MASTER
                   INVALID KEY MOVE 'S' TO WRK-PSEUDO-LIVRE
               END-READ
           END-PERFORM.

      *    O ARQUIVO DE TRANSFERENCIA RECEBE OS MESMOS PSEUDONIMOS,
      *    PARA UMA NOVA CARGA DO CLICARGA NAO TRAZER OS DADOS DE
      *    VOLTA
       0460-REGRAVAR-TRANSFERENCIA.
           IF WRK-SEQ-QTD = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANSFERENCIA-CLIENTES
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-SEQ-QTD
               MOVE WRK-SEQ-REGISTRO(WRK-SUB) TO SEQ-REC
               MOVE SEQ-CPF TO WRK-CPF
               PERFORM 0494-PSEUDONIMO-DO-CPF
               IF WRK-ACHOU > 0
                   MOVE WRK-CAN-PSEUDO(WRK-ACHOU) TO SEQ-CPF
                   MOVE WRK-CAN-PSEUDO(WRK-ACHOU) TO WRK-PSEUDO
                   MOVE 'ANONIMO' TO SEQ-PRIMEIRO-NOME
                   MOVE WRK-PSEUDO-BASE TO SEQ-ULTIMO-NOME
                   MOVE 'DADOS ANONIMIZADOS - LGPD' TO SEQ-ENDERECO
                   MOVE SPACES TO SEQ-CIDADE
                   MOVE ZEROS  TO SEQ-CEP
                   ADD 1 TO WRK-QTD-TROCA-SEQ
               END-IF
               WRITE SEQ-REC
           END-PERFORM
           CLOSE TRANSFERENCIA-CLIENTES.

      *    SO O CPF MUDA; OS VALORES SAO SOMADOS DE NOVO NA
      *    REGRAVACAO PARA PROVAR QUE O TOTAL NAO MUDOU
       0465-REGRAVAR-PEDIDOS.
           IF WRK-PED-QTD = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARQUIVO-PEDIDOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               MOVE PED-CPF TO WRK-CPF
               PERFORM 0494-PSEUDONIMO-DO-CPF
               IF WRK-ACHOU > 0
                   MOVE WRK-CAN-PSEUDO(WRK-ACHOU) TO PED-CPF
                   ADD 1 TO WRK-QTD-TROCA-PED
               END-IF
               PERFORM 0417-SOMAR-PEDIDO
               ADD WRK-VALOR-PEDIDO TO WRK-TOTAL-PED-DEPOIS
               WRITE PED-REC
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS.

       0470-REGRAVAR-VINCULOS.
           IF WRK-FCL-QTD = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VINCULO-FATURA-CLIENTE
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FCL-QTD
               MOVE WRK-FCL-FATURA(WRK-SUB)  TO FCL-FATURA
               MOVE WRK-FCL-CPF(WRK-SUB)     TO FCL-CPF
               MOVE WRK-FCL-CONDPAG(WRK-SUB) TO FCL-CONDPAG
               MOVE FCL-CPF TO WRK-CPF
               PERFORM 0494-PSEUDONIMO-DO-CPF
               IF WRK-ACHOU > 0
                   MOVE WRK-CAN-PSEUDO(WRK-ACHOU) TO FCL-CPF
                   ADD 1 TO WRK-QTD-TROCA-FCL
               END-IF
               WRITE FCL-REC
           END-PERFORM
           CLOSE VINCULO-FATURA-CLIENTE.

      *    O HASH DO TRAILER E AJUSTADO PELA DIFERENCA ENTRE O
      *    PSEUDONIMO E O CPF TROCADO, PARA O TESTECPF CONTINUAR
      *    FECHANDO O CONTROLE DO LOTE
       0475-REGRAVAR-LOTE-CPF.
           IF WRK-CPL-QTD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WRK-HASH-AJUSTE
           OPEN OUTPUT CPF-LOTE
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CPL-QTD
               MOVE WRK-CPL-REGISTRO(WRK-SUB) TO CPL-LINHA
               EVALUATE TRUE
                   WHEN CPL-TRL-TIPO = 'TRL'
                       IF CPL-TRL-HASH IS NUMERIC
                           COMPUTE CPL-TRL-HASH =
                               CPL-TRL-HASH + WRK-HASH-AJUSTE
                       END-IF
                   WHEN CPL-TRL-TIPO = 'HDR'
                       CONTINUE
                   WHEN CPL-CPF IS NUMERIC
                       MOVE CPL-CPF TO WRK-CPF
                       PERFORM 0494-PSEUDONIMO-DO-CPF
                       IF WRK-ACHOU > 0
                           COMPUTE WRK-HASH-AJUSTE = WRK-HASH-AJUSTE
                               + WRK-CAN-PSEUDO(WRK-ACHOU) - CPL-CPF
                           MOVE WRK-CAN-PSEUDO(WRK-ACHOU) TO CPL-CPF
                           ADD 1 TO WRK-QTD-TROCA-CPL
                       END-IF
               END-EVALUATE
               WRITE CPL-LINHA
           END-PERFORM
           CLOSE CPF-LOTE.

      *    LINHA COM O CPF ABERTO RECEBE O PSEUDONIMO EDITADO; A
      *    LINHA MASCARADA JA NAO IDENTIFICA O TITULAR
       0480-REGRAVAR-RELATORIO-CPF.
           IF WRK-CPR-QTD = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RELATORIO-CPF
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CPR-QTD
               MOVE WRK-CPR-REGISTRO(WRK-SUB) TO CPR-LINHA
               IF CPR-CPF-IMPRESSO(1:1) NOT = '*'
                   PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                           UNTIL WRK-SUB2 > WRK-CAN-QTD
                       IF WRK-CAN-SITUACAO(WRK-SUB2) = 'A'
                           MOVE WRK-CAN-CPF(WRK-SUB2) TO WRK-CPF-ED
                           MOVE WRK-CPF-ED TO WRK-CPF-IMPRESSO
                           IF CPR-CPF-IMPRESSO = WRK-CPF-IMPRESSO
                               MOVE WRK-CAN-PSEUDO(WRK-SUB2) TO
                                   WRK-CPF-ED
                               MOVE WRK-CPF-ED TO CPR-CPF-IMPRESSO
                               ADD 1 TO WRK-QTD-TROCA-CPR
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               WRITE CPR-LINHA
           END-PERFORM
           CLOSE RELATORIO-CPF.

      *    A TRILHA SEGAUDIT E ENCADEADA (SEGVERIF) E NAO PODE SER
      *    REGRAVADA: REGISTROS COM O CPF SO SAO CONTADOS
       0485-CONTAR-TRILHA.
           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE 0 TO WRK-OCORRENCIAS
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 > WRK-CAN-QTD
                   IF WRK-CAN-SITUACAO(WRK-SUB2) = 'A'
                       MOVE WRK-CAN-CPF(WRK-SUB2) TO WRK-CPF
                       INSPECT SEG-LINHA TALLYING WRK-OCORRENCIAS
                           FOR ALL WRK-CPF-TEXTO
                   END-IF
               END-PERFORM
               IF WRK-OCORRENCIAS > 0
                   ADD 1 TO WRK-QTD-TRILHA
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA
           MOVE 'N' TO WRK-EOF.

      *    CANDIDATO PELO CPF (WRK-ACHOU = 0 QUANDO NAO E)
       0490-LOCALIZAR-CANDIDATO.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CAN-QTD OR WRK-ACHOU > 0
               IF WRK-CAN-CPF(WRK-SUB) = WRK-CPF
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0492-CLIENTE-DA-FATURA.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-FCL-QTD
               IF WRK-FCL-FATURA(WRK-SUB2) = WRK-FATURA-BUSCA
                   MOVE WRK-FCL-CPF(WRK-SUB2) TO WRK-CPF
                   PERFORM 0490-LOCALIZAR-CANDIDATO
                   MOVE WRK-FCL-QTD TO WRK-SUB2
               END-IF
           END-PERFORM.

      *    CANDIDATO ANONIMIZADO NESTA EXECUCAO PELO CPF ORIGINAL
       0494-PSEUDONIMO-DO-CPF.
           PERFORM 0490-LOCALIZAR-CANDIDATO
           IF WRK-ACHOU > 0
               IF WRK-CAN-PSEUDO(WRK-ACHOU) = ZEROS
                   MOVE 0 TO WRK-ACHOU
               END-IF
           END-IF.

       0495-RESUMO-ANONIMIZACAO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'CLIENTES PF: ' DELIMITED BY SIZE
               WRK-CAN-QTD DELIMITED BY SIZE
               '  A ANONIMIZAR: ' DELIMITED BY SIZE
               WRK-QTD-ANONIMIZAR DELIMITED BY SIZE
               '  RETIDOS: ' DELIMITED BY SIZE
               WRK-QTD-RETIDOS DELIMITED BY SIZE
               '  PARA REVISAO: ' DELIMITED BY SIZE
               WRK-QTD-REVISAR DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           IF OPER-ANONIMIZAR
               MOVE SPACES TO REL-LINHA
               STRING 'REGISTROS TROCADOS - CLIMAST.DAT ' DELIMITED
                   BY SIZE
                   WRK-QTD-TROCA-CLI DELIMITED BY SIZE
                   '  CLIMAST.SEQ ' DELIMITED BY SIZE
                   WRK-QTD-TROCA-SEQ DELIMITED BY SIZE
                   '  PEDIDOS ' DELIMITED BY SIZE
                   WRK-QTD-TROCA-PED DELIMITED BY SIZE
                   '  FATUCLI ' DELIMITED BY SIZE
                   WRK-QTD-TROCA-FCL DELIMITED BY SIZE
                   '  CPFLOTE ' DELIMITED BY SIZE
                   WRK-QTD-TROCA-CPL DELIMITED BY SIZE
                   '  CPFREL ' DELIMITED BY SIZE
                   WRK-QTD-TROCA-CPR DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               DISPLAY REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'REGISTROS COM O CPF MANTIDOS NA TRILHA '
                   DELIMITED BY SIZE
                   'ENCADEADA SEGAUDIT: ' DELIMITED BY SIZE
                   WRK-QTD-TRILHA DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               IF WRK-QTD-TROCA-PED > 0
                   MOVE WRK-TOTAL-PED-ANTES TO WRK-TOTAL-ED
                   MOVE SPACES TO REL-LINHA
                   STRING 'TOTAL DOS PEDIDOS ANTES.: ' DELIMITED BY
                       SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   MOVE WRK-TOTAL-PED-DEPOIS TO WRK-TOTAL-ED
                   MOVE SPACES TO REL-LINHA
                   STRING 'TOTAL DOS PEDIDOS DEPOIS: ' DELIMITED BY
                       SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   IF WRK-TOTAL-PED-ANTES NOT = WRK-TOTAL-PED-DEPOIS
                       DISPLAY 'ERRO: TOTAL DOS PEDIDOS DIVERGE APOS '
                           'A ANONIMIZACAO'
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE 'ANONIMIZADO' TO WRK-RESULTADO-SEG
               MOVE WRK-QTD-TROCA-CLI TO WRK-QTD-TOTAL
           ELSE
               MOVE 'PREVIA' TO WRK-RESULTADO-SEG
               MOVE WRK-QTD-ANONIMIZAR TO WRK-QTD-TOTAL
           END-IF
           MOVE SPACES TO WRK-CPF-MASCARADO
           PERFORM 0190-REGISTRAR-SOLICITACAO.

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
