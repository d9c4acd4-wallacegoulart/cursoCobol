      *            MESTRE DE FUNCIONARIOS NA PARTIDA E LIBERA NO
      *            FIM, PARA O EMPMANUT NAO EDITAR O MESTRE NO MEIO
      *            DO LOTE; TRAVA VELHA E LIMPA PELO TRAVAS
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - CONTRACHEQUE EM RUBRICAS: CADASTRO
      *            RUBRICAS.DAT COM INCIDENCIAS DE INSS, IRRF E FGTS E
      *            CONTA, MOVIMENTO DE VARIAVEIS RUBMOV.DAT, BASES DE
      *            INSS E IRRF PELAS INCIDENCIAS, UMA LINHA POR RUBRICA
      *            NO EXE02RUB.DAT E LANCAMENTO DAS VARIAVEIS NA CONTA
      *            DA RUBRICA
      *ALTERACAO = 15/10/2026 - PROVISAO DE 13 REVERTIDA NO PAGAMENTO
      *            NO MES DE PAGAMENTO DO 13 (PROV13PARM) O SALDO
      *            PROVISIONADO PELO PROV13 PARA CADA FUNCIONARIO
      *            PROCESSADO E ESTORNADO NO GL POR EMPRESA E CENTRO
      *            DE CUSTO E ZERADO NO PROV13SLD
      *ALTERACAO = 15/10/2026 - DESCONTO DO ADIANTAMENTO QUINZENAL
      *            (ADIANTAM.DAT, GRAVADO PELO ADIANT) NO LIQUIDO,
      *            COMO LINHA DA RUBRICA DA CLASSE A CONTABILIZADA
      *            CONTRA A FOLHA A PAGAR; SALDO QUE NAO CABE NO
      *            LIQUIDO FICA PENDENTE PARA A FOLHA SEGUINTE
      *ALTERACAO = 15/10/2026 - TEMPO DE SERVICO (FAIXA DE
      *            AUMENTO) EM ANOS COMPLETOS PELA DATA DE ADMISSAO
      *            COMPLETA DO MESTRE; AVOS DO 13 CONTADOS DO MES DE
      *            ADMISSAO PARA QUEM ENTROU NO ANO; MARCO DO PREMIO
      *            APURADO NO MES DO ANIVERSARIO DE ADMISSAO; DATA DE
      *            ADMISSAO INCOMPLETA OU POSTERIOR A FOLHA E REJEITADA
      *ALTERACAO = 15/10/2026 - AFASTAMENTOS (AFASTAM.DAT, MANTIDO
      *            PELO AFAMANUT): DIAS DO MES NAO PAGOS PELA EMPRESA
      *            (DOENCA/ACIDENTE DO 16O DIA EM DIANTE, LICENCA NAO
      *            REMUNERADA) DESCONTADOS A SALARIO/30 NA RUBRICA DA
      *            CLASSE L; MES COM MENOS DE 15 DIAS FORA DESSES
      *            AFASTAMENTOS NAO CONTA AVO DO 13
      *ALTERACAO = 15/10/2026 - BENEFICIOS (BENEFIC.DAT, MANTIDO
      *            PELO BENMANUT): PARTE DO FUNCIONARIO NO
      *            VALE-TRANSPORTE E NO VALE-REFEICAO, LIMITADA AO
      *            CUSTO, DESCONTADA NAS RUBRICAS DAS CLASSES T E B;
      *            PARTE DA EMPRESA LANCADA COMO DESPESA DE
      *            BENEFICIOS POR CENTRO DE CUSTO CONTRA OS
      *            BENEFICIOS A PAGAR (CONTAS DO BENEFPARM)
      *ALTERACAO = 15/10/2026 - PENSAO ALIMENTICIA (PENSAO.DAT,
      *            MANTIDO PELO PENMANUT): DESCONTO DE CADA ORDEM
      *            JUDICIAL NA RUBRICA DA CLASSE P, APURADO DEPOIS DO
      *            INSS E DO IRRF CONFORME A BASE DA SENTENCA E
      *            DEDUZIDO DA BASE DO IRRF; VALOR DE CADA BENEFICIARIO
      *            NO EXE02PEN.DAT PARA O CREDITO NA REMESSA DO BANCOPAG
      *ALTERACAO = 15/10/2026 - IMAGEM DE CADA SALDO DO PROV13SLD
      *            ZERADO NA REVERSAO DA PROVISAO DE 13 GRAVADA NO
      *            EXE02P13.DAT PARA A DEVOLUCAO PELO ESTFOLHA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PON-STATUS.

           SELECT CADASTRO-AFASTAMENTOS ASSIGN TO "DATA/AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFT-STATUS.

           SELECT TRAVAS-RECURSOS ASSIGN TO "DATA/RECLOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRH-STATUS.

           SELECT CADASTRO-RUBRICAS ASSIGN TO "DATA/RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUB-STATUS.

           SELECT MOVIMENTO-RUBRICAS ASSIGN TO "DATA/RUBMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRB-STATUS.

           SELECT RUBRICAS-FOLHA ASSIGN TO "DATA/EXE02RUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RBL-STATUS.

           SELECT PARAMETROS-PROVISAO ASSIGN TO "DATA/PROV13PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-P13P-STATUS.

           SELECT SALDOS-PROVISAO ASSIGN TO "DATA/PROV13SLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-P13-STATUS.

           SELECT ADIANTAMENTOS ASSIGN TO "DATA/ADIANTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADT-STATUS.

           SELECT ADESOES-BENEFICIOS ASSIGN TO "DATA/BENEFIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNF-STATUS.

           SELECT PARAMETROS-BENEFICIOS ASSIGN TO
               "DATA/BENEFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNP-STATUS.

           SELECT ORDENS-PENSAO ASSIGN TO "DATA/PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.

           SELECT PAGAMENTOS-PENSAO ASSIGN TO "DATA/EXE02PEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PPG-STATUS.

           SELECT REVERSOES-PROVISAO ASSIGN TO "DATA/EXE02P13.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RVP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  BEN-PROCESSADO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PARAMETRO-MOEDA.
       01  MOEDA-REC.
           05  FER-ANO          PIC 9(04).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-CONTABILIZACAO.
       01  PRM-REC.
           05  PON-HORAS-100      PIC 9(03).
           05  PON-DIAS-FALTA     PIC 9(02).

       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

       FD  TABELA-FAIXAS-IRRF.
       01  IRRF-FAIXA-REC.
           05  IRRF-FAIXA-BASE-INI   PIC 9(09)V99.
           05  TRH-DATA-EFETIVA   PIC 9(08).
           05  TRH-DATA-APLICACAO PIC 9(08).

       FD  CADASTRO-RUBRICAS.
       COPY "RUBRICA.CPY".

       FD  MOVIMENTO-RUBRICAS.
       01  MRB-REC.
           05  MRB-NUMERO         PIC 9(06).
           05  MRB-RUBRICA        PIC 9(03).
           05  MRB-VALOR          PIC 9(07)V99.

       FD  RUBRICAS-FOLHA.
       COPY "EXE02RUB.CPY".

       FD  PARAMETROS-PROVISAO.
       COPY "PRV13PRM.CPY".

       FD  SALDOS-PROVISAO.
       COPY "PROV13.CPY".

       FD  ADIANTAMENTOS.
       COPY "ADIANTAM.CPY".

       FD  ADESOES-BENEFICIOS.
       COPY "BENEFIC.CPY".

       FD  PARAMETROS-BENEFICIOS.
       01  BNP-REC.
           05  BNP-CONTA-DESPESA  PIC X(10).
           05  BNP-CONTA-PAGAR    PIC X(10).

       FD  ORDENS-PENSAO.
       COPY "PENSAO.CPY".

       FD  PAGAMENTOS-PENSAO.
       COPY "EXE02PEN.CPY".

       FD  REVERSOES-PROVISAO.
       COPY "EXE02P13.CPY".

       WORKING-STORAGE SECTION.
       COPY "MOEDA.CPY".

       77  WRK-NOME            PIC X(20)    VALUE SPACES.
       77  WRK-ANO             PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-ADMISSAO    PIC 9(02)    VALUE ZEROS.
       77  WRK-DIA-ADMISSAO    PIC 9(02)    VALUE ZEROS.
       77  WRK-ANOS-ANIVERSARIO PIC 9(04)   VALUE ZEROS.
       77  WRK-SALARIO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALARIO-ANT     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESUL           PIC 9(04)    VALUES ZEROS.
               10  WRK-FXS-CUSTO      PIC 9(11)V99.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

           05  WRK-CC-ITEM OCCURS 20 TIMES.
               10  WRK-CC-CODIGO  PIC X(04).
               10  WRK-CC-TOTAL   PIC 9(11)V99.
               10  WRK-CC-BENEFICIO PIC 9(11)V99.

       77  WRK-FAIXA-EOF       PIC X        VALUE 'N'.
           88  FIM-FAIXAS      VALUE 'Y'.
               10  WRK-FER-DESCRICAO PIC X(30).
               10  WRK-FER-ANO       PIC 9(04).

       77  WRK-RUB-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-RUB-EOF          PIC X        VALUE 'N'.
           88  FIM-RUBRICAS     VALUE 'Y'.
       77  WRK-RUB-QTD          PIC 9(03)    VALUE ZEROS.
       77  WRK-RUB-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-RUB-ACHADA       PIC 9(03)    VALUE ZEROS.
       77  WRK-RUB-VEZES        PIC 9(03)    VALUE ZEROS.
       77  WRK-CLASSE-RUBRICA   PIC X(01)    VALUE SPACES.
       77  WRK-CLS-SUB          PIC 9(02)    VALUE ZEROS.
       77  WRK-MRB-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-MRB-EOF          PIC X        VALUE 'N'.
           88  FIM-MOVIMENTO-RUBRICAS VALUE 'Y'.
       77  WRK-MRB-QTD          PIC 9(03)    VALUE ZEROS.
       77  WRK-MRB-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-MRB-REJEITADOS   PIC 9(03)    VALUE ZEROS.
       77  WRK-RBL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-LRB-QTD          PIC 9(02)    VALUE ZEROS.
       77  WRK-LRB-SUB          PIC 9(02)    VALUE ZEROS.
       77  WRK-VALOR-RUBRICA    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROVENTOS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTOS  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BASE-INSS        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-BASE-IRRF-RUB    PIC S9(09)V99 VALUE ZEROS.

       01  WRK-CLASSES-FIXAS    PIC X(11)    VALUE 'SHFIREALTBP'.

       01  WRK-TAB-RUBRICAS.
           05  WRK-RUB-ITEM OCCURS 100 TIMES.
               10  WRK-RUB-CODIGO    PIC 9(03).
               10  WRK-RUB-DESCRICAO PIC X(20).
               10  WRK-RUB-NATUREZA  PIC X(01).
               10  WRK-RUB-INSS      PIC X(01).
               10  WRK-RUB-IRRF      PIC X(01).
               10  WRK-RUB-FGTS      PIC X(01).
               10  WRK-RUB-CONTA     PIC X(10).
               10  WRK-RUB-CLASSE    PIC X(01).
               10  WRK-RUB-TOTAL-GL  PIC 9(11)V99.

       01  WRK-TAB-MOVIMENTO-RUBRICAS.
           05  WRK-MRB-ITEM OCCURS 500 TIMES.
               10  WRK-MRB-NUMERO    PIC 9(06).
               10  WRK-MRB-RUB       PIC 9(03).
               10  WRK-MRB-VALOR     PIC 9(07)V99.

       01  WRK-TAB-LINHAS-RUBRICA.
           05  WRK-LRB-ITEM OCCURS 30 TIMES.
               10  WRK-LRB-RUB       PIC 9(03).
               10  WRK-LRB-VALOR     PIC 9(09)V99.

       77  WRK-P13P-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-P13-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-P13-EOF          PIC X        VALUE 'N'.
           88  FIM-SALDOS-PROVISAO VALUE 'Y'.
       77  WRK-CONTA-DESPESA-13 PIC X(10)    VALUE '5160-DC13'.
       77  WRK-CONTA-PROVISAO-13 PIC X(10)   VALUE '2510-PR13'.
       77  WRK-CONTA-ENCARGOS-13 PIC X(10)   VALUE '5170-EN13'.
       77  WRK-MES-PAGAMENTO-13 PIC 9(02)    VALUE 12.
       77  WRK-REVERTE-13       PIC X        VALUE 'N'.
           88  MES-DE-PAGAMENTO-13 VALUE 'S'.
       77  WRK-SLD-QTD          PIC 9(04)    VALUE ZEROS.
       77  WRK-SLD-SUB          PIC 9(04)    VALUE ZEROS.
       77  WRK-SLD-REVERTIDOS   PIC 9(05)    VALUE ZEROS.
       77  WRK-RVS-QTD          PIC 9(03)    VALUE ZEROS.
       77  WRK-RVS-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-RVS-ACHADA       PIC 9(03)    VALUE ZEROS.

      *    SALDOS DA PROVISAO DE DECIMO TERCEIRO (IMAGEM DO
      *    PROV13SLD), ZERADOS NA REVERSAO DO MES DE PAGAMENTO
       01  WRK-TAB-SALDOS-PROVISAO.
           05  WRK-SLD-ITEM OCCURS 2000 TIMES.
               10  WRK-SLD-REGISTRO  PIC X(60).

      *    REVERSAO DA PROVISAO POR EMPRESA E CENTRO DE CUSTO
       01  WRK-TAB-REVERSAO-13.
           05  WRK-RVS-ITEM OCCURS 200 TIMES.
               10  WRK-RVS-EMPRESA   PIC 9(02).
               10  WRK-RVS-CCUSTO    PIC X(04).
               10  WRK-RVS-PROVISAO  PIC 9(11)V99.
               10  WRK-RVS-ENCARGOS  PIC 9(11)V99.

       77  WRK-ADT-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-ADT-EOF          PIC X        VALUE 'N'.
           88  FIM-ADIANTAMENTOS VALUE 'Y'.
       77  WRK-ADT-QTD          PIC 9(04)    VALUE ZEROS.
       77  WRK-ADT-SUB          PIC 9(04)    VALUE ZEROS.
       77  WRK-ADT-DESCONTADOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-ADIANTAMENTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-DISPONIVEL PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ABATIDO    PIC 9(09)V99 VALUE ZEROS.

      *    ADIANTAMENTOS QUINZENAIS (IMAGEM DO ADIANTAM), ABATIDOS
      *    NO LIQUIDO DA FOLHA
       01  WRK-TAB-ADIANTAMENTOS.
           05  WRK-ADT-ITEM OCCURS 2000 TIMES.
               10  WRK-ADT-REGISTRO  PIC X(77).

       77  WRK-AFT-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-AFT-EOF          PIC X        VALUE 'N'.
           88  FIM-AFASTAMENTOS VALUE 'Y'.
       77  WRK-AFT-QTD          PIC 9(04)    VALUE ZEROS.
       77  WRK-AFT-SUB          PIC 9(04)    VALUE ZEROS.
       77  WRK-AFT-REJEITADOS   PIC 9(04)    VALUE ZEROS.
       77  WRK-AFT-PER-INICIO   PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-PER-FIM      PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-DE           PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-ATE          PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-DATA-FIM     PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-PRIMEIRO    PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-AFASTADO    PIC 9(05)    VALUE ZEROS.
       77  WRK-DIAS-NO-MES      PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-AVO          PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-AVO          PIC 9(02)    VALUE ZEROS.
       77  WRK-MES-INICIAL-AVO  PIC 9(02)    VALUE ZEROS.
       77  WRK-AVOS-AFASTAMENTO PIC 9(02)    VALUE ZEROS.
       77  WRK-VALOR-AFASTAMENTO PIC 9(09)V99 VALUE ZEROS.

      *    AFASTAMENTOS (IMAGEM DO AFASTAM) JA REDUZIDOS AO PERIODO
      *    NAO PAGO PELA EMPRESA, EM DIAS CORRIDOS (INTEGER-OF-DATE)
       01  WRK-TAB-AFASTAMENTOS.
           05  WRK-AFT-ITEM OCCURS 1000 TIMES.
               10  WRK-AFT-NUMERO     PIC 9(06).
               10  WRK-AFT-DIA-INICIO PIC 9(07).
               10  WRK-AFT-DIA-FIM    PIC 9(07).

       77  WRK-BNF-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-BNP-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-BNF-EOF          PIC X        VALUE 'N'.
           88  FIM-BENEFICIOS   VALUE 'Y'.
       77  WRK-BNF-QTD          PIC 9(04)    VALUE ZEROS.
       77  WRK-BNF-SUB          PIC 9(04)    VALUE ZEROS.
       77  WRK-BNF-REJEITADOS   PIC 9(04)    VALUE ZEROS.
       77  WRK-BNF-REPETIDA     PIC X        VALUE 'N'.
           88  ADESAO-REPETIDA  VALUE 'Y'.
       77  WRK-CONTA-DESPESA-BEN PIC X(10)   VALUE '5180-BENF'.
       77  WRK-CONTA-PAGAR-BEN  PIC X(10)    VALUE '2140-BENF'.
       77  WRK-BASE-BENEFICIO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARTE-FUNCIONARIO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-VT         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-VR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-BEN-EMPRESA PIC 9(09)V99 VALUE ZEROS.

      *    ADESOES ATIVAS A BENEFICIOS (IMAGEM DO BENEFIC) JA
      *    CRITICADAS, UMA POR FUNCIONARIO E TIPO
       01  WRK-TAB-BENEFICIOS.
           05  WRK-BNF-ITEM OCCURS 2000 TIMES.
               10  WRK-BNF-NUMERO     PIC 9(06).
               10  WRK-BNF-TIPO       PIC X(01).
               10  WRK-BNF-CUSTO      PIC 9(07)V99.
               10  WRK-BNF-REGRA      PIC X(01).
               10  WRK-BNF-PERCENTUAL PIC 9(03)V99.

       77  WRK-PEN-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PPG-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-RVP-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PEN-EOF          PIC X        VALUE 'N'.
           88  FIM-PENSOES      VALUE 'Y'.
       77  WRK-PEN-QTD          PIC 9(04)    VALUE ZEROS.
       77  WRK-PEN-SUB          PIC 9(04)    VALUE ZEROS.
       77  WRK-PEN-DO-FUNC      PIC 9(02)    VALUE ZEROS.
       77  WRK-PEN-REJEITADAS   PIC 9(04)    VALUE ZEROS.
       77  WRK-PEN-PARCIAIS     PIC 9(04)    VALUE ZEROS.
       77  WRK-PEN-ITERACOES    PIC 9(02)    VALUE ZEROS.
       77  WRK-PEN-REPETIDA     PIC X        VALUE 'N'.
           88  ORDEM-REPETIDA   VALUE 'Y'.
       77  WRK-PENSAO-LIMITADA  PIC X        VALUE 'N'.
           88  PENSAO-LIMITADA  VALUE 'Y'.
       77  WRK-PEN-INICIO-MES   PIC 9(08)    VALUE ZEROS.
       77  WRK-VALOR-PENSAO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PENSAO-ANTERIOR  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PENSAO-ORDEM     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RENDIMENTOS      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PENSAO-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.
       77  WRK-BASE-IRRF-SEM-PENSAO PIC S9(09)V99 VALUE ZEROS.

      *    ORDENS DE PENSAO ALIMENTICIA VIGENTES NO MES (IMAGEM DO
      *    PENSAO) E O VALOR APURADO PARA CADA UMA NA FOLHA
       01  WRK-TAB-PENSOES.
           05  WRK-PEN-ITEM OCCURS 500 TIMES.
               10  WRK-PEN-REGISTRO   PIC X(115).
               10  WRK-PEN-VALOR-MES  PIC 9(09)V99.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.

           IF MODO-PRODUCAO
               PERFORM 0175-VALIDAR-CONTAS-GL
               PERFORM 0166-CARREGAR-RUBRICAS
               PERFORM 0165-CARREGAR-MOVIMENTO-RUBRICAS
               PERFORM 0174-CARREGAR-EMPRESTIMOS
               PERFORM 0173-CARREGAR-PONTO
               PERFORM 0167-CARREGAR-TRANSFERENCIAS
               PERFORM 0161-CARREGAR-PROVISAO-13
               PERFORM 0162-CARREGAR-ADIANTAMENTOS
               PERFORM 0163-CARREGAR-AFASTAMENTOS
               PERFORM 0181-CARREGAR-BENEFICIOS
               PERFORM 0183-CARREGAR-PENSOES
           END-IF.

           PERFORM 0150-CARREGAR-MOEDA.
               CLOSE MOVIMENTO-PONTO
           END-IF.

      **********CARGA DOS AFASTAMENTOS*************************
      *O CADASTRO E OPCIONAL, COMO O PONTO; SO ENTRA NA TABELA O
      *PERIODO QUE A EMPRESA NAO PAGA: DOENCA E ACIDENTE DO 16O DIA
      *EM DIANTE (OS 15 PRIMEIROS SAO DA EMPRESA, O RESTO DO INSS) E
      *LICENCA NAO REMUNERADA INTEIRA; A MATERNIDADE E PAGA PELA
      *EMPRESA E COMPENSADA NA GUIA, ENTAO NAO ENTRA; O PERIODO VAI
      *ATE A VESPERA DO RETORNO EFETIVO OU, SEM ELE, DO PREVISTO
       0163-CARREGAR-AFASTAMENTOS.
           OPEN INPUT CADASTRO-AFASTAMENTOS
           IF WRK-AFT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ CADASTRO-AFASTAMENTOS
               AT END MOVE 'Y' TO WRK-AFT-EOF
           END-READ

           PERFORM UNTIL FIM-AFASTAMENTOS
               IF AFT-RETORNO-EFETIVO NOT = ZEROS
                   MOVE AFT-RETORNO-EFETIVO TO WRK-AFT-DATA-FIM
               ELSE
                   MOVE AFT-RETORNO-PREVISTO TO WRK-AFT-DATA-FIM
               END-IF
               IF NOT AFASTAMENTO-TIPO-VALIDO
                   OR FUNCTION TEST-DATE-YYYYMMDD(AFT-DATA-INICIO)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WRK-AFT-DATA-FIM)
                       NOT = 0
                   OR WRK-AFT-DATA-FIM NOT > AFT-DATA-INICIO
                   ADD 1 TO WRK-AFT-REJEITADOS
                   DISPLAY 'AFASTAMENTO INVALIDO - FUNC ' AFT-NUMERO
                       ' (TIPO OU DATAS) - LINHA IGNORADA'
               ELSE
                   IF NOT AFASTAMENTO-MATERNIDADE
                       PERFORM 0164-INCLUIR-AFASTAMENTO
                   END-IF
               END-IF
               READ CADASTRO-AFASTAMENTOS
                   AT END MOVE 'Y' TO WRK-AFT-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-AFASTAMENTOS.

       0164-INCLUIR-AFASTAMENTO.
           COMPUTE WRK-AFT-DE =
               FUNCTION INTEGER-OF-DATE(AFT-DATA-INICIO)
           IF AFASTAMENTO-INSS
               ADD 15 TO WRK-AFT-DE
           END-IF
           COMPUTE WRK-AFT-ATE =
               FUNCTION INTEGER-OF-DATE(WRK-AFT-DATA-FIM) - 1
           IF WRK-AFT-ATE < WRK-AFT-DE
               EXIT PARAGRAPH
           END-IF

           IF WRK-AFT-QTD >= 1000
               DISPLAY 'ERRO: CADASTRO DE AFASTAMENTOS EXCEDE O '
                   'LIMITE DE 1000 REGISTROS - FOLHA NAO PROCESSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-AFT-QTD
           MOVE AFT-NUMERO  TO WRK-AFT-NUMERO(WRK-AFT-QTD)
           MOVE WRK-AFT-DE  TO WRK-AFT-DIA-INICIO(WRK-AFT-QTD)
           MOVE WRK-AFT-ATE TO WRK-AFT-DIA-FIM(WRK-AFT-QTD).

      **********ADESOES A BENEFICIOS**************************
      *O CADASTRO E OPCIONAL; SO ENTRAM AS ADESOES ATIVAS COM DATA
      *DE ADESAO ATE A FOLHA; LINHA INVALIDA (TIPO, REGRA, CUSTO,
      *VALE-TRANSPORTE FORA DA REGRA S ATE 6 POR CENTO) OU SEGUNDA
      *ADESAO DO MESMO TIPO E IGNORADA COM AVISO; HAVENDO ADESAO,
      *AS CONTAS DO BENEFPARM SAO VALIDADAS NO PLANO DE CONTAS
       0181-CARREGAR-BENEFICIOS.
           OPEN INPUT ADESOES-BENEFICIOS
           IF WRK-BNF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ADESOES-BENEFICIOS
               AT END MOVE 'Y' TO WRK-BNF-EOF
           END-READ

           PERFORM UNTIL FIM-BENEFICIOS
               IF BENEFICIO-ATIVO
                   AND BNF-DATA-ADESAO NOT > WRK-DATA-EXEC
                   PERFORM 0182-INCLUIR-BENEFICIO
               END-IF
               READ ADESOES-BENEFICIOS
                   AT END MOVE 'Y' TO WRK-BNF-EOF
               END-READ
           END-PERFORM
           CLOSE ADESOES-BENEFICIOS

           IF WRK-BNF-QTD = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARAMETROS-BENEFICIOS
           IF WRK-BNP-STATUS = '00'
               READ PARAMETROS-BENEFICIOS
                   AT END CONTINUE
                   NOT AT END
                       MOVE BNP-CONTA-DESPESA TO WRK-CONTA-DESPESA-BEN
                       MOVE BNP-CONTA-PAGAR   TO WRK-CONTA-PAGAR-BEN
               END-READ
               CLOSE PARAMETROS-BENEFICIOS
           END-IF
           MOVE WRK-CONTA-DESPESA-BEN TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-PAGAR-BEN TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA.

       0182-INCLUIR-BENEFICIO.
           IF NOT BENEFICIO-TIPO-VALIDO OR NOT REGRA-VALIDA
               OR BNF-CUSTO-MENSAL NOT NUMERIC
               OR BNF-PERCENTUAL NOT NUMERIC
               OR BNF-CUSTO-MENSAL = 0
               OR BNF-PERCENTUAL > 100
               OR (BENEFICIO-TRANSPORTE
                   AND (NOT REGRA-SOBRE-SALARIO
                        OR BNF-PERCENTUAL > 6))
               ADD 1 TO WRK-BNF-REJEITADOS
               DISPLAY 'ADESAO A BENEFICIO INVALIDA - FUNC '
                   BNF-NUMERO ' TIPO ' BNF-TIPO ' - LINHA IGNORADA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-BNF-REPETIDA
           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
               IF WRK-BNF-NUMERO(WRK-BNF-SUB) = BNF-NUMERO
                   AND WRK-BNF-TIPO(WRK-BNF-SUB) = BNF-TIPO
                   SET ADESAO-REPETIDA TO TRUE
               END-IF
           END-PERFORM
           IF ADESAO-REPETIDA
               ADD 1 TO WRK-BNF-REJEITADOS
               DISPLAY 'ADESAO A BENEFICIO REPETIDA - FUNC '
                   BNF-NUMERO ' TIPO ' BNF-TIPO ' - LINHA IGNORADA'
               EXIT PARAGRAPH
           END-IF

           IF WRK-BNF-QTD >= 2000
               DISPLAY 'ERRO: CADASTRO DE BENEFICIOS EXCEDE O '
                   'LIMITE DE 2000 REGISTROS - FOLHA NAO PROCESSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-BNF-QTD
           MOVE BNF-NUMERO       TO WRK-BNF-NUMERO(WRK-BNF-QTD)
           MOVE BNF-TIPO         TO WRK-BNF-TIPO(WRK-BNF-QTD)
           MOVE BNF-CUSTO-MENSAL TO WRK-BNF-CUSTO(WRK-BNF-QTD)
           MOVE BNF-REGRA        TO WRK-BNF-REGRA(WRK-BNF-QTD)
           MOVE BNF-PERCENTUAL   TO WRK-BNF-PERCENTUAL(WRK-BNF-QTD).

      **********CARGA DAS ORDENS DE PENSAO ALIMENTICIA*********
      *ENTRAM AS ORDENS QUE COMECAM ATE A DATA DA FOLHA E NAO
      *TERMINARAM ANTES DO PRIMEIRO DIA DO MES; SEM O ARQUIVO NAO
      *HA DESCONTO DE PENSAO
       0183-CARREGAR-PENSOES.
           MOVE WRK-DATA-EXEC TO WRK-PEN-INICIO-MES
           MOVE '01' TO WRK-PEN-INICIO-MES(7:2)

           OPEN INPUT ORDENS-PENSAO
           IF WRK-PEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ORDENS-PENSAO
               AT END MOVE 'Y' TO WRK-PEN-EOF
           END-READ

           PERFORM UNTIL FIM-PENSOES
               IF PEN-DATA-INICIO NOT > WRK-DATA-EXEC
                   AND (PEN-DATA-FIM = ZEROS
                        OR PEN-DATA-FIM NOT < WRK-PEN-INICIO-MES)
                   PERFORM 0184-INCLUIR-PENSAO
               END-IF
               READ ORDENS-PENSAO
                   AT END MOVE 'Y' TO WRK-PEN-EOF
               END-READ
           END-PERFORM
           CLOSE ORDENS-PENSAO.

       0184-INCLUIR-PENSAO.
           IF NOT PENSAO-BASE-VALIDA
               OR PEN-PERCENTUAL NOT NUMERIC
               OR PEN-VALOR-FIXO NOT NUMERIC
               OR PEN-BANCO = ZEROS
               OR (PENSAO-VALOR-FIXO AND PEN-VALOR-FIXO = 0)
               OR (NOT PENSAO-VALOR-FIXO
                   AND (PEN-PERCENTUAL = 0 OR PEN-PERCENTUAL > 100))
               ADD 1 TO WRK-PEN-REJEITADAS
               DISPLAY 'ORDEM DE PENSAO INVALIDA - FUNC '
                   PEN-NUMERO ' SEQ ' PEN-SEQUENCIA
                   ' - LINHA IGNORADA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-PEN-REPETIDA
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               IF WRK-PEN-REGISTRO(WRK-PEN-SUB)(1:8) = PEN-REC(1:8)
                   SET ORDEM-REPETIDA TO TRUE
               END-IF
           END-PERFORM
           IF ORDEM-REPETIDA
               ADD 1 TO WRK-PEN-REJEITADAS
               DISPLAY 'ORDEM DE PENSAO REPETIDA - FUNC '
                   PEN-NUMERO ' SEQ ' PEN-SEQUENCIA
                   ' - LINHA IGNORADA'
               EXIT PARAGRAPH
           END-IF

           IF WRK-PEN-QTD >= 500
               DISPLAY 'ERRO: CADASTRO DE PENSOES EXCEDE O LIMITE '
                   'DE 500 REGISTROS - FOLHA NAO PROCESSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-PEN-QTD
           MOVE PEN-REC TO WRK-PEN-REGISTRO(WRK-PEN-QTD)
           MOVE 0       TO WRK-PEN-VALOR-MES(WRK-PEN-QTD).

      **********DIAS DE UM MES CIVIL EM DIAS CORRIDOS**********
      *RECEBE WRK-ANO-AVO/WRK-MES-AVO E DEVOLVE O PRIMEIRO E O
      *ULTIMO DIA DO MES E A QUANTIDADE DE DIAS DELE
       0266-DEFINIR-PERIODO-MES.
           COMPUTE WRK-DATA-PRIMEIRO =
               (WRK-ANO-AVO * 10000) + (WRK-MES-AVO * 100) + 1
           COMPUTE WRK-AFT-PER-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO)
           IF WRK-MES-AVO = 12
               COMPUTE WRK-DATA-PRIMEIRO =
                   ((WRK-ANO-AVO + 1) * 10000) + 101
           ELSE
               COMPUTE WRK-DATA-PRIMEIRO =
                   (WRK-ANO-AVO * 10000) + ((WRK-MES-AVO + 1) * 100)
                   + 1
           END-IF
           COMPUTE WRK-AFT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO) - 1
           COMPUTE WRK-DIAS-NO-MES =
               WRK-AFT-PER-FIM - WRK-AFT-PER-INICIO + 1.

      **********DIAS AFASTADOS NAO PAGOS PELA EMPRESA**********
      *SOMA, PARA O FUNCIONARIO CORRENTE, OS DIAS DOS AFASTAMENTOS
      *DA TABELA QUE CAEM ENTRE WRK-AFT-PER-INICIO E WRK-AFT-PER-FIM
       0267-APURAR-DIAS-AFASTADO.
           MOVE 0 TO WRK-DIAS-AFASTADO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = EMP-NUMERO
                   MOVE WRK-AFT-DIA-INICIO(WRK-AFT-SUB) TO WRK-AFT-DE
                   IF WRK-AFT-DE < WRK-AFT-PER-INICIO
                       MOVE WRK-AFT-PER-INICIO TO WRK-AFT-DE
                   END-IF
                   MOVE WRK-AFT-DIA-FIM(WRK-AFT-SUB) TO WRK-AFT-ATE
                   IF WRK-AFT-ATE > WRK-AFT-PER-FIM
                       MOVE WRK-AFT-PER-FIM TO WRK-AFT-ATE
                   END-IF
                   IF WRK-AFT-ATE >= WRK-AFT-DE
                       COMPUTE WRK-DIAS-AFASTADO = WRK-DIAS-AFASTADO
                           + WRK-AFT-ATE - WRK-AFT-DE + 1
                   END-IF
               END-IF
           END-PERFORM.

      **********APLICACAO DO PONTO AO SALARIO DO MES***********
      *HORA BASE = SALARIO/220; HORA EXTRA A 50 POR CENTO VALE 1,5
      *HORA E A 100 POR CENTO VALE 2 HORAS; CADA DIA DE FALTA NAO
      *JUSTIFICADA DESCONTA SALARIO/30, E CADA DIA DO MES DA FOLHA
      *EM AFASTAMENTO NAO PAGO PELA EMPRESA TAMBEM (MES INTEIRO
      *AFASTADO = 30 DIAS); O RESULTADO E O BRUTO QUE SEGUE PARA O
      *REAJUSTE E PARA AS FAIXAS DE DESCONTO
       0264-APLICAR-PONTO.
           MOVE 0 TO WRK-VALOR-HORAS-EXTRAS
           MOVE 0 TO WRK-VALOR-FALTAS
           MOVE 0 TO WRK-VALOR-AFASTAMENTO

           PERFORM VARYING WRK-PON-SUB FROM 1 BY 1
                   UNTIL WRK-PON-SUB > WRK-PON-QTD
               MOVE WRK-SALARIO TO WRK-VALOR-FALTAS
           END-IF

           MOVE WRK-ANO-SISTEMA TO WRK-ANO-AVO
           MOVE WRK-MES-EXEC    TO WRK-MES-AVO
           PERFORM 0266-DEFINIR-PERIODO-MES
           PERFORM 0267-APURAR-DIAS-AFASTADO
           IF WRK-DIAS-AFASTADO > 0
               IF WRK-DIAS-AFASTADO >= WRK-DIAS-NO-MES
                   OR WRK-DIAS-AFASTADO > 30
                   MOVE 30 TO WRK-DIAS-AFASTADO
               END-IF
               COMPUTE WRK-VALOR-AFASTAMENTO ROUNDED =
                   (WRK-SALARIO / 30) * WRK-DIAS-AFASTADO
               IF WRK-VALOR-AFASTAMENTO >
                   WRK-SALARIO - WRK-VALOR-FALTAS
                   COMPUTE WRK-VALOR-AFASTAMENTO =
                       WRK-SALARIO - WRK-VALOR-FALTAS
               END-IF
           END-IF

           COMPUTE WRK-SALARIO =
               WRK-SALARIO + WRK-VALOR-HORAS-EXTRAS -
               WRK-VALOR-FALTAS - WRK-VALOR-AFASTAMENTO.

      **********CARGA DOS EMPRESTIMOS CONSIGNADOS**************
      *O CADASTRO E OPCIONAL: SEM O ARQUIVO A FOLHA PROCESSA SEM
               CLOSE EMPRESTIMOS-CONSIGNADOS
           END-IF.

      **********CARGA DO CADASTRO DE RUBRICAS******************
      *O CADASTRO E OBRIGATORIO: CADA CLASSE DO CALCULO (SALARIO,
      *HORAS EXTRAS, FALTAS, INSS, IRRF, EMPRESTIMO, ADIANTAMENTO,
      *AFASTAMENTO, VALE-TRANSPORTE E VALE-REFEICAO)
      *PRECISA DE EXATAMENTE UMA RUBRICA, E TODA CONTA DE RUBRICA
      *PASSA PELA MESMA VALIDACAO DO PLANO DE CONTAS DAS CONTAS DA
      *FOLHA
       0166-CARREGAR-RUBRICAS.
           OPEN INPUT CADASTRO-RUBRICAS
           IF WRK-RUB-STATUS NOT = '00'
               DISPLAY 'ERRO: SEM CADASTRO DE RUBRICAS (RUBRICAS.DAT)'
                   ' - FOLHA NAO PROCESSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CADASTRO-RUBRICAS
               AT END MOVE 'Y' TO WRK-RUB-EOF
           END-READ

           PERFORM UNTIL FIM-RUBRICAS
               IF WRK-RUB-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE RUBRICAS EXCEDE O '
                       'LIMITE DE 100 REGISTROS - FOLHA NAO '
                       'PROCESSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF RUB-CODIGO NOT NUMERIC OR RUB-CODIGO = ZEROS
                   OR (NOT RUBRICA-PROVENTO AND NOT RUBRICA-DESCONTO)
                   OR (RUB-INCIDE-INSS NOT = 'S'
                       AND RUB-INCIDE-INSS NOT = 'N')
                   OR (RUB-INCIDE-IRRF NOT = 'S'
                       AND RUB-INCIDE-IRRF NOT = 'N')
                   OR (RUB-INCIDE-FGTS NOT = 'S'
                       AND RUB-INCIDE-FGTS NOT = 'N')
                   OR NOT RUBRICA-CLASSE-VALIDA
                   DISPLAY 'ERRO: RUBRICA ' RUB-CODIGO ' COM '
                       'NATUREZA, INCIDENCIA OU CLASSE INVALIDA - '
                       'FOLHA NAO PROCESSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                       UNTIL WRK-RUB-SUB > WRK-RUB-QTD
                   IF WRK-RUB-CODIGO(WRK-RUB-SUB) = RUB-CODIGO
                       DISPLAY 'ERRO: RUBRICA ' RUB-CODIGO
                           ' DUPLICADA NO CADASTRO - FOLHA NAO '
                           'PROCESSADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               MOVE RUB-CONTA TO WRK-CONTA-VALIDAR
               PERFORM 0177-VALIDAR-UMA-CONTA

               ADD 1 TO WRK-RUB-QTD
               MOVE RUB-CODIGO      TO WRK-RUB-CODIGO(WRK-RUB-QTD)
               MOVE RUB-DESCRICAO   TO WRK-RUB-DESCRICAO(WRK-RUB-QTD)
               MOVE RUB-NATUREZA    TO WRK-RUB-NATUREZA(WRK-RUB-QTD)
               MOVE RUB-INCIDE-INSS TO WRK-RUB-INSS(WRK-RUB-QTD)
               MOVE RUB-INCIDE-IRRF TO WRK-RUB-IRRF(WRK-RUB-QTD)
               MOVE RUB-INCIDE-FGTS TO WRK-RUB-FGTS(WRK-RUB-QTD)
               MOVE RUB-CONTA       TO WRK-RUB-CONTA(WRK-RUB-QTD)
               MOVE RUB-CLASSE      TO WRK-RUB-CLASSE(WRK-RUB-QTD)
               MOVE 0               TO WRK-RUB-TOTAL-GL(WRK-RUB-QTD)
               READ CADASTRO-RUBRICAS
                   AT END MOVE 'Y' TO WRK-RUB-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-RUBRICAS

           PERFORM VARYING WRK-CLS-SUB FROM 1 BY 1
                   UNTIL WRK-CLS-SUB > 11
               MOVE WRK-CLASSES-FIXAS(WRK-CLS-SUB:1) TO
                   WRK-CLASSE-RUBRICA
               MOVE 0 TO WRK-RUB-VEZES
               PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                       UNTIL WRK-RUB-SUB > WRK-RUB-QTD
                   IF WRK-RUB-CLASSE(WRK-RUB-SUB) = WRK-CLASSE-RUBRICA
                       ADD 1 TO WRK-RUB-VEZES
                   END-IF
               END-PERFORM
               IF WRK-RUB-VEZES NOT = 1
                   DISPLAY 'ERRO: CLASSE DE RUBRICA '
                       WRK-CLASSE-RUBRICA ' AUSENTE OU REPETIDA NO '
                       'CADASTRO - FOLHA NAO PROCESSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      **********MOVIMENTO DE RUBRICAS VARIAVEIS DO MES*********
      *O MOVIMENTO E OPCIONAL, COMO O DO PONTO; LINHA COM RUBRICA
      *INEXISTENTE, DE CLASSE FIXA OU SEM VALOR E IGNORADA
       0165-CARREGAR-MOVIMENTO-RUBRICAS.
           OPEN INPUT MOVIMENTO-RUBRICAS
           IF WRK-MRB-STATUS NOT = '00'
               CONTINUE
           ELSE
               READ MOVIMENTO-RUBRICAS
                   AT END MOVE 'Y' TO WRK-MRB-EOF
               END-READ
               PERFORM UNTIL FIM-MOVIMENTO-RUBRICAS
                   MOVE 0 TO WRK-RUB-ACHADA
                   IF MRB-RUBRICA IS NUMERIC
                       PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                               UNTIL WRK-RUB-SUB > WRK-RUB-QTD
                           IF WRK-RUB-CODIGO(WRK-RUB-SUB) =
                               MRB-RUBRICA
                               AND WRK-RUB-CLASSE(WRK-RUB-SUB) = 'V'
                               MOVE WRK-RUB-SUB TO WRK-RUB-ACHADA
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WRK-RUB-ACHADA = 0 OR MRB-VALOR NOT NUMERIC
                       OR MRB-VALOR = 0
                       ADD 1 TO WRK-MRB-REJEITADOS
                       DISPLAY 'MOVIMENTO DE RUBRICA INVALIDO - FUNC '
                           MRB-NUMERO ' RUBRICA ' MRB-RUBRICA
                           ' (INEXISTENTE, NAO VARIAVEL OU SEM '
                           'VALOR) - LINHA IGNORADA'
                   ELSE
                       IF WRK-MRB-QTD >= 500
                           DISPLAY 'ERRO: MOVIMENTO DE RUBRICAS '
                               'EXCEDE O LIMITE DE 500 REGISTROS - '
                               'FOLHA NAO PROCESSADA'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-MRB-QTD
                       MOVE MRB-NUMERO TO WRK-MRB-NUMERO(WRK-MRB-QTD)
                       MOVE WRK-RUB-ACHADA TO
                           WRK-MRB-RUB(WRK-MRB-QTD)
                       MOVE MRB-VALOR TO WRK-MRB-VALOR(WRK-MRB-QTD)
                   END-IF
                   READ MOVIMENTO-RUBRICAS
                       AT END MOVE 'Y' TO WRK-MRB-EOF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-RUBRICAS
           END-IF.

      **********CARGA DO HISTORICO DE TRANSFERENCIAS***********
      *O HISTORICO E OPCIONAL; SO INTERESSAM AS TROCAS DE CENTRO DE
      *CUSTO COM DATA EFETIVA DENTRO DO MES DA FOLHA, USADAS NO
                   SET CARGO-ENCONTRADO TO TRUE
           END-SEARCH.

      **********TEMPO DE SERVICO EM ANOS COMPLETOS*************
      *CONTADO DA DATA DE ADMISSAO ATE A DATA DA FOLHA: O ANO SO
      *FECHA NO DIA DO ANIVERSARIO DE ADMISSAO
       0257-CALCULAR-TEMPO-SERVICO.
           COMPUTE WRK-RESUL = (WRK-ANO-SISTEMA - WRK-ANO)
           IF WRK-RESUL > 0
               AND (WRK-MES-EXEC * 100) + WRK-DIA-EXEC <
                   (WRK-MES-ADMISSAO * 100) + WRK-DIA-ADMISSAO
               SUBTRACT 1 FROM WRK-RESUL
           END-IF.

      **********TETO DO CARGO APOS O REAJUSTE******************
      *O REAJUSTE DA FAIXA NAO PODE LEVAR O SALARIO ACIMA DO TETO
      *DO CARGO; O FUNCIONARIO E REJEITADO PARA O EXE02EXC ANTES DE
       0258-VERIFICAR-TETO-REAJUSTE.
           PERFORM 0252-LOCALIZAR-CARGO
           IF CARGO-ENCONTRADO
               PERFORM 0257-CALCULAR-TEMPO-SERVICO
               PERFORM 0255-LOCALIZAR-FAIXA-AUMENTO
               COMPUTE WRK-SALARIO-PROJETADO ROUNDED =
                   WRK-SALARIO + (WRK-SALARIO * WRK-V)
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA.

      **********PROVISAO DE 13 A REVERTER NO MES DE PAGAMENTO**
      *FORA DO MES DE PAGAMENTO DO PROV13PARM NADA E CARREGADO;
      *NO MES DE PAGAMENTO AS CONTAS DA PROVISAO SAO VALIDADAS E
      *OS SALDOS DO PROV13SLD SAO LIDOS PARA O ESTORNO
       0161-CARREGAR-PROVISAO-13.
           OPEN INPUT PARAMETROS-PROVISAO
           IF WRK-P13P-STATUS = '00'
               READ PARAMETROS-PROVISAO
                   AT END CONTINUE
                   NOT AT END
                       MOVE P13P-CONTA-DESPESA  TO WRK-CONTA-DESPESA-13
                       MOVE P13P-CONTA-PROVISAO TO
                           WRK-CONTA-PROVISAO-13
                       MOVE P13P-CONTA-ENCARGOS TO
                           WRK-CONTA-ENCARGOS-13
                       IF P13P-MES-PAGAMENTO >= 1
                           AND P13P-MES-PAGAMENTO <= 12
                           MOVE P13P-MES-PAGAMENTO TO
                               WRK-MES-PAGAMENTO-13
                       END-IF
               END-READ
               CLOSE PARAMETROS-PROVISAO
           END-IF

           IF WRK-MES-EXEC NOT = WRK-MES-PAGAMENTO-13
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WRK-REVERTE-13
           MOVE WRK-CONTA-DESPESA-13 TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-PROVISAO-13 TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ENCARGOS-13 TO WRK-CONTA-VALIDAR
           PERFORM 0177-VALIDAR-UMA-CONTA

           OPEN INPUT SALDOS-PROVISAO
           IF WRK-P13-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ SALDOS-PROVISAO
               AT END MOVE 'Y' TO WRK-P13-EOF
           END-READ
           PERFORM UNTIL FIM-SALDOS-PROVISAO
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
                   AT END MOVE 'Y' TO WRK-P13-EOF
               END-READ
           END-PERFORM
           CLOSE SALDOS-PROVISAO.

      **********ADIANTAMENTOS QUINZENAIS A DESCONTAR***********
      *O ARQUIVO E OPCIONAL (SEM ADIANT NO MES NAO HA DESCONTO);
      *E CARREGADO INTEIRO PARA SER REGRAVADO COM OS SALDOS
       0162-CARREGAR-ADIANTAMENTOS.
           OPEN INPUT ADIANTAMENTOS
           IF WRK-ADT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ADIANTAMENTOS
               AT END MOVE 'Y' TO WRK-ADT-EOF
           END-READ
           PERFORM UNTIL FIM-ADIANTAMENTOS
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
                   AT END MOVE 'Y' TO WRK-ADT-EOF
               END-READ
           END-PERFORM
           CLOSE ADIANTAMENTOS.

       0177-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF.
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA.

           OPEN EXTEND DECIMO-TERCEIRO
           IF WRK-DEC-STATUS NOT = '00'
               OPEN OUTPUT SALARIO-LIQUIDO
           END-IF.

           OPEN EXTEND RUBRICAS-FOLHA
           IF WRK-RBL-STATUS NOT = '00'
               OPEN OUTPUT RUBRICAS-FOLHA
           END-IF.

           OPEN EXTEND PAGAMENTOS-PENSAO
           IF WRK-PPG-STATUS NOT = '00'
               OPEN OUTPUT PAGAMENTOS-PENSAO
           END-IF.

           OPEN EXTEND REVERSOES-PROVISAO
           IF WRK-RVP-STATUS NOT = '00'
               OPEN OUTPUT REVERSOES-PROVISAO
           END-IF.

       0185-VERIFICAR-FERIADO-EXECUCAO.
           SET WRK-FER-IDX TO 1


               MOVE EMP-NOME    TO WRK-NOME
               MOVE EMP-ANO     TO WRK-ANO
               MOVE EMP-MES-ADMISSAO TO WRK-MES-ADMISSAO
               MOVE EMP-DIA-ADMISSAO TO WRK-DIA-ADMISSAO
               MOVE EMP-SALARIO TO WRK-SALARIO
               MOVE WRK-SALARIO TO WRK-SALARIO-ANT

      *TABELA SIMULADA, SEM GRAVAR NENHUMA SAIDA DE PRODUCAO
       0262-SIMULAR-FUNCIONARIO.
           ADD 1 TO WRK-QTD-SIMULADOS
           PERFORM 0257-CALCULAR-TEMPO-SERVICO

           PERFORM 0255-LOCALIZAR-FAIXA-AUMENTO
           COMPUTE WRK-TOTAL-AUMENTO =
               MOVE 'ANO DE ADMISSAO INVALIDO' TO WRK-MOTIVO
           END-IF

           IF WRK-MES-ADMISSAO < 1 OR WRK-MES-ADMISSAO > 12
               OR WRK-DIA-ADMISSAO < 1 OR WRK-DIA-ADMISSAO > 31
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'DATA DE ADMISSAO INCOMPLETA' TO WRK-MOTIVO
           ELSE
               IF WRK-ANO = WRK-ANO-SISTEMA
                   AND (WRK-MES-ADMISSAO * 100) + WRK-DIA-ADMISSAO >
                       (WRK-MES-EXEC * 100) + WRK-DIA-EXEC
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE 'ADMISSAO POSTERIOR A FOLHA' TO
                       WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-SALARIO <= 0
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'SALARIO DEVE SER MAIOR QUE ZERO' TO WRK-MOTIVO
               PERFORM 0264-APLICAR-PONTO

      **********CALCULO DO ANO******************
               PERFORM 0257-CALCULAR-TEMPO-SERVICO

               PERFORM 0255-LOCALIZAR-FAIXA-AUMENTO

               MOVE WRK-CC-QTD TO WRK-CC-SUB
               MOVE WRK-CC-ALVO TO WRK-CC-CODIGO(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-TOTAL(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-BENEFICIO(WRK-CC-SUB)
           END-IF

           ADD WRK-CC-VALOR-ACUM TO WRK-CC-TOTAL(WRK-CC-SUB).
                   MOVE WRK-FAIXA-PERCENTUAL(WRK-FAIXA-IDX) TO WRK-V
           END-SEARCH.

      *O MARCO E APURADO NA FOLHA DO MES DO ANIVERSARIO DE
      *ADMISSAO, PARA O ELEGIVEL SAIR UMA UNICA VEZ NO ANO
       0265-VERIFICAR-ELEGIBILIDADE-BENEFICIO.
           COMPUTE WRK-ANOS-ANIVERSARIO = WRK-ANO-SISTEMA - WRK-ANO
           PERFORM VARYING WRK-MARCO-IDX FROM 1 BY 1
                   UNTIL WRK-MARCO-IDX > 10
               IF WRK-MARCO-BENEFICIO(WRK-MARCO-IDX) > 0
                   AND WRK-MARCO-BENEFICIO(WRK-MARCO-IDX) =
                       WRK-ANOS-ANIVERSARIO
                   AND WRK-MES-ADMISSAO = WRK-MES-EXEC
                   MOVE EMP-NUMERO    TO BEN-NUMERO
                   MOVE WRK-NOME      TO BEN-NOME
                   MOVE WRK-ANOS-ANIVERSARIO TO BEN-ANOS-SERVICO
                   MOVE WRK-DATA-EXEC TO BEN-DATA-EXEC
                   MOVE 'N'           TO BEN-PROCESSADO
                   WRITE BEN-REC

      **********DECIMO TERCEIRO SALARIO**********
      *SOBRE O SALARIO REAJUSTADO, 1/12 AVOS POR MES TRABALHADO NO
      *ANO: ADMITIDO EM ANO ANTERIOR TEM O ANO COMPLETO (12 MESES);
      *ADMITIDO NO ANO CONTA DO MES DE ADMISSAO A DEZEMBRO, E O MES
      *DE ADMISSAO SO ENTRA COM 15 DIAS OU MAIS TRABALHADOS (BASE 30,
      *ADMISSAO ATE O DIA 16); MES COM MENOS DE 15 DIAS FORA DE
      *AFASTAMENTO NAO PAGO PELA EMPRESA (INSS OU NAO REMUNERADO)
      *SAI DA CONTA - O 13 DESSE PERIODO E O ABONO PAGO PELO INSS
       0280-CALCULAR-DECIMO-TERCEIRO.
           IF WRK-ANO < WRK-ANO-SISTEMA
               MOVE 12 TO WRK-MESES-TRABALHADOS
           ELSE
               COMPUTE WRK-MESES-TRABALHADOS = 13 - WRK-MES-ADMISSAO
               IF WRK-DIA-ADMISSAO > 16
                   SUBTRACT 1 FROM WRK-MESES-TRABALHADOS
               END-IF
           END-IF

           IF WRK-MESES-TRABALHADOS > 0 AND WRK-AFT-QTD > 0
               PERFORM 0283-DESCONTAR-AVOS-AFASTAMENTO
           END-IF

           COMPUTE WRK-VALOR-DECIMO ROUNDED =
               (WRK-SALARIO / 12) * WRK-MESES-TRABALHADOS
           MOVE WRK-MESES-TRABALHADOS TO DEC-MESES-TRABALHADOS
           MOVE WRK-VALOR-DECIMO      TO DEC-VALOR
           MOVE WRK-DATA-EXEC         TO DEC-DATA-EXEC
           WRITE DEC-REC

           IF MES-DE-PAGAMENTO-13
               PERFORM 0281-REVERTER-PROVISAO-13
           END-IF.

      **********AVOS PERDIDOS POR AFASTAMENTO******************
      *PERCORRE OS MESES QUE CONTARAM AVO (DO PRIMEIRO MES CONTADO
      *ATE DEZEMBRO); O AFASTAMENTO EM ABERTO CONTA ATE O RETORNO
      *PREVISTO
       0283-DESCONTAR-AVOS-AFASTAMENTO.
           MOVE WRK-ANO-SISTEMA TO WRK-ANO-AVO
           COMPUTE WRK-MES-INICIAL-AVO = 13 - WRK-MESES-TRABALHADOS
           MOVE 0 TO WRK-AVOS-AFASTAMENTO
           PERFORM VARYING WRK-MES-AVO FROM WRK-MES-INICIAL-AVO BY 1
                   UNTIL WRK-MES-AVO > 12
               PERFORM 0266-DEFINIR-PERIODO-MES
               PERFORM 0267-APURAR-DIAS-AFASTADO
               IF WRK-DIAS-NO-MES - WRK-DIAS-AFASTADO < 15
                   ADD 1 TO WRK-AVOS-AFASTAMENTO
               END-IF
           END-PERFORM
           SUBTRACT WRK-AVOS-AFASTAMENTO FROM WRK-MESES-TRABALHADOS.

      **********PARTE DO FUNCIONARIO NOS BENEFICIOS************
      *A PARTE DO FUNCIONARIO E O PERCENTUAL DA ADESAO SOBRE O
      *SALARIO BASE DO MES (REGRA S) OU SOBRE O CUSTO (REGRA C),
      *LIMITADA AO CUSTO DO BENEFICIO; O RESTANTE DO CUSTO E A PARTE
      *DA EMPRESA, CONTABILIZADA COMO DESPESA DE BENEFICIOS NO
      *CENTRO DE CUSTO DO FUNCIONARIO
       0284-DESCONTAR-BENEFICIOS.
           MOVE 0 TO WRK-VALOR-VT
           MOVE 0 TO WRK-VALOR-VR
           MOVE 0 TO WRK-VALOR-BEN-EMPRESA
           COMPUTE WRK-BASE-BENEFICIO =
               WRK-SALARIO - WRK-VALOR-HORAS-EXTRAS + WRK-VALOR-FALTAS
               + WRK-VALOR-AFASTAMENTO

           PERFORM VARYING WRK-BNF-SUB FROM 1 BY 1
                   UNTIL WRK-BNF-SUB > WRK-BNF-QTD
               IF WRK-BNF-NUMERO(WRK-BNF-SUB) = EMP-NUMERO
                   IF WRK-BNF-REGRA(WRK-BNF-SUB) = 'S'
                       COMPUTE WRK-PARTE-FUNCIONARIO ROUNDED =
                           WRK-BASE-BENEFICIO *
                           WRK-BNF-PERCENTUAL(WRK-BNF-SUB) / 100
                   ELSE
                       COMPUTE WRK-PARTE-FUNCIONARIO ROUNDED =
                           WRK-BNF-CUSTO(WRK-BNF-SUB) *
                           WRK-BNF-PERCENTUAL(WRK-BNF-SUB) / 100
                   END-IF
                   IF WRK-PARTE-FUNCIONARIO >
                       WRK-BNF-CUSTO(WRK-BNF-SUB)
                       MOVE WRK-BNF-CUSTO(WRK-BNF-SUB) TO
                           WRK-PARTE-FUNCIONARIO
                   END-IF
                   IF WRK-BNF-TIPO(WRK-BNF-SUB) = 'T'
                       ADD WRK-PARTE-FUNCIONARIO TO WRK-VALOR-VT
                   ELSE
                       ADD WRK-PARTE-FUNCIONARIO TO WRK-VALOR-VR
                   END-IF
                   COMPUTE WRK-VALOR-BEN-EMPRESA =
                       WRK-VALOR-BEN-EMPRESA +
                       WRK-BNF-CUSTO(WRK-BNF-SUB) -
                       WRK-PARTE-FUNCIONARIO
               END-IF
           END-PERFORM.

      **********PENSAO ALIMENTICIA DAS ORDENS JUDICIAIS********
      *A PENSAO E APURADA DEPOIS DO INSS E DO IRRF, MAS E DEDUZIDA
      *DA BASE DO IRRF (A RUBRICA TEM INCIDENCIA DE IRRF); COMO UMA
      *DEPENDE DA OUTRA, O CALCULO E REPETIDO ATE A PENSAO PARAR DE
      *MUDAR (NO MAXIMO 20 VEZES); RENDIMENTOS = PROVENTOS MENOS
      *FALTAS E AFASTAMENTO; O QUE NAO CABE NO LIQUIDO DISPONIVEL
      *(DEPOIS DOS DEMAIS DESCONTOS E DO IRRF) E AVISADO PARA O RH
       0285-CALCULAR-PENSAO.
           MOVE 0 TO WRK-VALOR-PENSAO
           MOVE 0 TO WRK-PEN-DO-FUNC
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               IF WRK-PEN-REGISTRO(WRK-PEN-SUB)(1:6) = EMP-NUMERO
                   ADD 1 TO WRK-PEN-DO-FUNC
                   MOVE 0 TO WRK-PEN-VALOR-MES(WRK-PEN-SUB)
               END-IF
           END-PERFORM
           IF WRK-PEN-DO-FUNC = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-RENDIMENTOS =
               WRK-TOTAL-PROVENTOS - WRK-VALOR-FALTAS -
               WRK-VALOR-AFASTAMENTO
           IF WRK-RENDIMENTOS < 0
               MOVE 0 TO WRK-RENDIMENTOS
           END-IF
           MOVE WRK-BASE-IRRF-RUB TO WRK-BASE-IRRF-SEM-PENSAO
           MOVE 0 TO WRK-PEN-ITERACOES

           PERFORM 0286-APURAR-PENSAO
           PERFORM 0286-APURAR-PENSAO
               UNTIL WRK-VALOR-PENSAO = WRK-PENSAO-ANTERIOR
               OR WRK-PEN-ITERACOES >= 20

           IF PENSAO-LIMITADA
               ADD 1 TO WRK-PEN-PARCIAIS
               DISPLAY 'AVISO: PENSAO ALIMENTICIA DO FUNC ' EMP-NUMERO
                   ' LIMITADA AO LIQUIDO DISPONIVEL - CONFERIR A '
                   'ORDEM JUDICIAL'
           END-IF.

      **********UMA PASSAGEM DO CALCULO DA PENSAO**************
      *IRRF COM A PENSAO DA PASSAGEM ANTERIOR DEDUZIDA DA BASE E
      *PENSAO DE CADA ORDEM DO FUNCIONARIO SOBRE ESSE IRRF
       0286-APURAR-PENSAO.
           ADD 1 TO WRK-PEN-ITERACOES
           MOVE WRK-VALOR-PENSAO TO WRK-PENSAO-ANTERIOR
           COMPUTE WRK-BASE-IRRF-RUB =
               WRK-BASE-IRRF-SEM-PENSAO - WRK-VALOR-PENSAO
           PERFORM 0297-CALCULAR-IRRF

           MOVE 'N' TO WRK-PENSAO-LIMITADA
           MOVE 0 TO WRK-VALOR-PENSAO
           COMPUTE WRK-PENSAO-DISPONIVEL =
               WRK-TOTAL-PROVENTOS - WRK-TOTAL-DESCONTOS -
               WRK-VALOR-IRRF

           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
               IF PEN-NUMERO = EMP-NUMERO
                   PERFORM 0288-CALCULAR-ORDEM
               END-IF
           END-PERFORM.

       0288-CALCULAR-ORDEM.
           MOVE 0 TO WRK-PENSAO-ORDEM
           EVALUATE TRUE
               WHEN PENSAO-VALOR-FIXO
                   MOVE PEN-VALOR-FIXO TO WRK-PENSAO-ORDEM
               WHEN PENSAO-SOBRE-BRUTO
                   COMPUTE WRK-PENSAO-ORDEM ROUNDED =
                       WRK-RENDIMENTOS * PEN-PERCENTUAL / 100
               WHEN OTHER
                   IF WRK-RENDIMENTOS >
                       WRK-VALOR-DESCONTO + WRK-VALOR-IRRF
                       COMPUTE WRK-PENSAO-ORDEM ROUNDED =
                           (WRK-RENDIMENTOS - WRK-VALOR-DESCONTO -
                            WRK-VALOR-IRRF) * PEN-PERCENTUAL / 100
                   END-IF
           END-EVALUATE

           IF WRK-PENSAO-ORDEM > WRK-PENSAO-DISPONIVEL
               AND WRK-PENSAO-ORDEM > 0
               SET PENSAO-LIMITADA TO TRUE
               IF WRK-PENSAO-DISPONIVEL > 0
                   MOVE WRK-PENSAO-DISPONIVEL TO WRK-PENSAO-ORDEM
               ELSE
                   MOVE 0 TO WRK-PENSAO-ORDEM
               END-IF
           END-IF

           SUBTRACT WRK-PENSAO-ORDEM FROM WRK-PENSAO-DISPONIVEL
           ADD WRK-PENSAO-ORDEM TO WRK-VALOR-PENSAO
           MOVE WRK-PENSAO-ORDEM TO WRK-PEN-VALOR-MES(WRK-PEN-SUB).

      **********PAGAMENTO DA PENSAO A CADA BENEFICIARIO********
      *UM REGISTRO POR ORDEM COM VALOR NO EXE02PEN.DAT, COM A CONTA
      *DO BENEFICIARIO, PARA O CREDITO PROPRIO NA REMESSA
       0287-GRAVAR-PAGAMENTOS-PENSAO.
           PERFORM VARYING WRK-PEN-SUB FROM 1 BY 1
                   UNTIL WRK-PEN-SUB > WRK-PEN-QTD
               MOVE WRK-PEN-REGISTRO(WRK-PEN-SUB) TO PEN-REC
               IF PEN-NUMERO = EMP-NUMERO
                   AND WRK-PEN-VALOR-MES(WRK-PEN-SUB) > 0
                   MOVE PEN-NUMERO     TO PPG-NUMERO
                   MOVE PEN-SEQUENCIA  TO PPG-SEQUENCIA
                   MOVE WRK-DATA-EXEC  TO PPG-DATA-EXEC
                   MOVE EMP-EMPRESA    TO PPG-EMPRESA
                   MOVE PEN-BENEF-NOME TO PPG-BENEF-NOME
                   MOVE PEN-BENEF-CPF  TO PPG-BENEF-CPF
                   MOVE PEN-BANCO      TO PPG-BANCO
                   MOVE PEN-AGENCIA    TO PPG-AGENCIA
                   MOVE PEN-CONTA      TO PPG-CONTA
                   MOVE WRK-PEN-VALOR-MES(WRK-PEN-SUB) TO PPG-VALOR
                   WRITE PPG-REC
               END-IF
           END-PERFORM.

      **********REVERSAO DA PROVISAO NO PAGAMENTO DO 13********
      *NO MES DE PAGAMENTO, TODO O SALDO PROVISIONADO PELO PROV13
      *PARA O FUNCIONARIO (EM QUALQUER CENTRO DE CUSTO EM QUE FOI
      *FORMADO) E ACUMULADO PARA O ESTORNO E ZERADO; A IMAGEM DO
      *SALDO VAI PARA O EXE02P13.DAT (DEVOLVIDA PELO ESTFOLHA)
       0281-REVERTER-PROVISAO-13.
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               IF P13-NUMERO = EMP-NUMERO
                   AND (P13-SALDO-PROVISAO > 0
                        OR P13-SALDO-ENCARGOS > 0)
                   PERFORM 0282-ACUMULAR-REVERSAO
                   PERFORM 0283-GRAVAR-REVERSAO
                   MOVE 0 TO P13-SALDO-PROVISAO
                   MOVE 0 TO P13-SALDO-ENCARGOS
                   MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-SUB)
                   ADD 1 TO WRK-SLD-REVERTIDOS
               END-IF
           END-PERFORM.

       0282-ACUMULAR-REVERSAO.
           MOVE 0 TO WRK-RVS-ACHADA
           PERFORM VARYING WRK-RVS-SUB FROM 1 BY 1
                   UNTIL WRK-RVS-SUB > WRK-RVS-QTD
                   OR WRK-RVS-ACHADA > 0
               IF WRK-RVS-EMPRESA(WRK-RVS-SUB) = P13-EMPRESA
                   AND WRK-RVS-CCUSTO(WRK-RVS-SUB) = P13-CCUSTO
                   MOVE WRK-RVS-SUB TO WRK-RVS-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RVS-ACHADA = 0
               IF WRK-RVS-QTD >= 200
                   DISPLAY 'ERRO: EMPRESAS/CENTROS DA PROVISAO DE 13 '
                       'EXCEDEM O LIMITE DE 200 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RVS-QTD
               MOVE WRK-RVS-QTD TO WRK-RVS-ACHADA
               MOVE P13-EMPRESA TO WRK-RVS-EMPRESA(WRK-RVS-ACHADA)
               MOVE P13-CCUSTO  TO WRK-RVS-CCUSTO(WRK-RVS-ACHADA)
               MOVE 0 TO WRK-RVS-PROVISAO(WRK-RVS-ACHADA)
               MOVE 0 TO WRK-RVS-ENCARGOS(WRK-RVS-ACHADA)
           END-IF

           ADD P13-SALDO-PROVISAO TO WRK-RVS-PROVISAO(WRK-RVS-ACHADA)
           ADD P13-SALDO-ENCARGOS TO WRK-RVS-ENCARGOS(WRK-RVS-ACHADA).

       0283-GRAVAR-REVERSAO.
           MOVE P13-NUMERO          TO RVP-NUMERO
           MOVE WRK-DATA-EXEC       TO RVP-DATA-EXEC
           MOVE P13-EMPRESA         TO RVP-EMPRESA
           MOVE P13-CCUSTO          TO RVP-CCUSTO
           MOVE P13-NOME            TO RVP-NOME
           MOVE P13-SALDO-PROVISAO  TO RVP-SALDO-PROVISAO
           MOVE P13-SALDO-ENCARGOS  TO RVP-SALDO-ENCARGOS
           MOVE P13-ULTIMA-COMPET   TO RVP-ULTIMA-COMPET
           WRITE RVP-REC.

      **********DESCONTO PREVIDENCIARIO E SALARIO LIQUIDO**********
      *O CONTRACHEQUE E MONTADO EM LINHAS DE RUBRICA (SALARIO BASE,
      *HORAS EXTRAS, FALTAS E AS VARIAVEIS DO MOVIMENTO); AS BASES
      *DE INSS E IRRF SAO A SOMA DAS LINHAS COM A INCIDENCIA MARCADA
      *NO CADASTRO (PROVENTO SOMA, DESCONTO SUBTRAI), AS RETENCOES
      *ENTRAM COMO LINHAS DE DESCONTO E O LIQUIDO E PROVENTOS MENOS
      *DESCONTOS; O BRUTO DO EXE02LIQ CONTINUA SENDO OS PROVENTOS
      *MENOS AS FALTAS
       0290-CALCULAR-SALARIO-LIQUIDO.
           MOVE 0 TO WRK-LRB-QTD

           MOVE 'S' TO WRK-CLASSE-RUBRICA
           COMPUTE WRK-VALOR-RUBRICA =
               WRK-SALARIO - WRK-VALOR-HORAS-EXTRAS + WRK-VALOR-FALTAS
               + WRK-VALOR-AFASTAMENTO
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           MOVE 'H' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-HORAS-EXTRAS TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           MOVE 'F' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-FALTAS TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           MOVE 'L' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-AFASTAMENTO TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           PERFORM 0292-INCLUIR-RUBRICAS-VARIAVEIS

           PERFORM 0293-APURAR-BASES
           PERFORM 0295-LOCALIZAR-FAIXA-DESCONTO

           COMPUTE WRK-VALOR-DESCONTO ROUNDED =
               WRK-BASE-INSS * WRK-PERCENTUAL-DESCONTO / 100
           MOVE 'I' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-DESCONTO TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE

           PERFORM 0296-DESCONTAR-EMPRESTIMO
           MOVE 'E' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-EMPRESTIMO TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE

           PERFORM 0284-DESCONTAR-BENEFICIOS
           MOVE 'T' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-VT TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           IF WRK-VALOR-VT > 0
               ADD WRK-VALOR-VT TO WRK-RUB-TOTAL-GL(WRK-RUB-ACHADA)
           END-IF
           MOVE 'B' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-VR TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           IF WRK-VALOR-VR > 0
               ADD WRK-VALOR-VR TO WRK-RUB-TOTAL-GL(WRK-RUB-ACHADA)
           END-IF
           IF WRK-VALOR-BEN-EMPRESA > 0
               MOVE EMP-CCUSTO TO WRK-CC-ALVO
               MOVE 0 TO WRK-CC-VALOR-ACUM
               PERFORM 0277-ACUMULAR-NO-CENTRO
               ADD WRK-VALOR-BEN-EMPRESA TO
                   WRK-CC-BENEFICIO(WRK-CC-SUB)
           END-IF

           PERFORM 0293-APURAR-BASES
           PERFORM 0285-CALCULAR-PENSAO
           MOVE 'P' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-PENSAO TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           IF WRK-VALOR-PENSAO > 0
               ADD WRK-VALOR-PENSAO TO WRK-RUB-TOTAL-GL(WRK-RUB-ACHADA)
           END-IF

           PERFORM 0293-APURAR-BASES
           PERFORM 0297-CALCULAR-IRRF
           MOVE 'R' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-IRRF TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE

           PERFORM 0293-APURAR-BASES
           PERFORM 0299-DESCONTAR-ADIANTAMENTO
           MOVE 'A' TO WRK-CLASSE-RUBRICA
           MOVE WRK-VALOR-ADIANTAMENTO TO WRK-VALOR-RUBRICA
           PERFORM 0291-INCLUIR-RUBRICA-CLASSE
           IF WRK-VALOR-ADIANTAMENTO > 0
               ADD WRK-VALOR-ADIANTAMENTO TO
                   WRK-RUB-TOTAL-GL(WRK-RUB-ACHADA)
           END-IF

           PERFORM 0293-APURAR-BASES
           IF WRK-TOTAL-DESCONTOS > WRK-TOTAL-PROVENTOS
               MOVE 0 TO WRK-SALARIO-LIQUIDO
           ELSE
               COMPUTE WRK-SALARIO-LIQUIDO =
                   WRK-TOTAL-PROVENTOS - WRK-TOTAL-DESCONTOS
           END-IF

           MOVE EMP-NUMERO          TO LIQ-NUMERO
           MOVE WRK-NOME            TO LIQ-NOME
           COMPUTE LIQ-SALARIO-BRUTO =
               WRK-TOTAL-PROVENTOS - WRK-VALOR-FALTAS -
               WRK-VALOR-AFASTAMENTO
           MOVE WRK-VALOR-DESCONTO  TO LIQ-DESCONTO
           MOVE WRK-SALARIO-LIQUIDO TO LIQ-SALARIO-LIQUIDO
           MOVE WRK-DATA-EXEC       TO LIQ-DATA-EXEC
           MOVE 'F'                 TO LIQ-TIPO
           WRITE LIQ-REC.

           PERFORM 0298-GRAVAR-RUBRICAS.

           IF WRK-VALOR-PENSAO > 0
               PERFORM 0287-GRAVAR-PAGAMENTOS-PENSAO
           END-IF.

      **********LINHA DA RUBRICA DE UMA CLASSE DO CALCULO******
      *VALOR ZERO NAO GERA LINHA; A CARGA DO CADASTRO GARANTE UMA
      *E SO UMA RUBRICA POR CLASSE
       0291-INCLUIR-RUBRICA-CLASSE.
           IF WRK-VALOR-RUBRICA = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                   UNTIL WRK-RUB-SUB > WRK-RUB-QTD
               IF WRK-RUB-CLASSE(WRK-RUB-SUB) = WRK-CLASSE-RUBRICA
                   MOVE WRK-RUB-SUB TO WRK-RUB-ACHADA
               END-IF
           END-PERFORM

           PERFORM 0294-INCLUIR-LINHA.

      **********RUBRICAS VARIAVEIS DO FUNCIONARIO NO MOVIMENTO**
      *O TOTAL POR RUBRICA VARIAVEL E ACUMULADO PARA O LANCAMENTO
      *CONTABIL NA CONTA DA PROPRIA RUBRICA
       0292-INCLUIR-RUBRICAS-VARIAVEIS.
           PERFORM VARYING WRK-MRB-SUB FROM 1 BY 1
                   UNTIL WRK-MRB-SUB > WRK-MRB-QTD
               IF WRK-MRB-NUMERO(WRK-MRB-SUB) = EMP-NUMERO
                   MOVE WRK-MRB-RUB(WRK-MRB-SUB) TO WRK-RUB-ACHADA
                   MOVE WRK-MRB-VALOR(WRK-MRB-SUB) TO
                       WRK-VALOR-RUBRICA
                   PERFORM 0294-INCLUIR-LINHA
                   ADD WRK-VALOR-RUBRICA TO
                       WRK-RUB-TOTAL-GL(WRK-RUB-ACHADA)
               END-IF
           END-PERFORM.

      **********BASES E TOTAIS PELAS INCIDENCIAS DAS LINHAS*****
       0293-APURAR-BASES.
           MOVE 0 TO WRK-TOTAL-PROVENTOS
           MOVE 0 TO WRK-TOTAL-DESCONTOS
           MOVE 0 TO WRK-BASE-INSS
           MOVE 0 TO WRK-BASE-IRRF-RUB

           PERFORM VARYING WRK-LRB-SUB FROM 1 BY 1
                   UNTIL WRK-LRB-SUB > WRK-LRB-QTD
               MOVE WRK-LRB-RUB(WRK-LRB-SUB) TO WRK-RUB-SUB
               IF WRK-RUB-NATUREZA(WRK-RUB-SUB) = 'P'
                   ADD WRK-LRB-VALOR(WRK-LRB-SUB) TO
                       WRK-TOTAL-PROVENTOS
                   IF WRK-RUB-INSS(WRK-RUB-SUB) = 'S'
                       ADD WRK-LRB-VALOR(WRK-LRB-SUB) TO WRK-BASE-INSS
                   END-IF
                   IF WRK-RUB-IRRF(WRK-RUB-SUB) = 'S'
                       ADD WRK-LRB-VALOR(WRK-LRB-SUB) TO
                           WRK-BASE-IRRF-RUB
                   END-IF
               ELSE
                   ADD WRK-LRB-VALOR(WRK-LRB-SUB) TO
                       WRK-TOTAL-DESCONTOS
                   IF WRK-RUB-INSS(WRK-RUB-SUB) = 'S'
                       SUBTRACT WRK-LRB-VALOR(WRK-LRB-SUB) FROM
                           WRK-BASE-INSS
                   END-IF
                   IF WRK-RUB-IRRF(WRK-RUB-SUB) = 'S'
                       SUBTRACT WRK-LRB-VALOR(WRK-LRB-SUB) FROM
                           WRK-BASE-IRRF-RUB
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-BASE-INSS < 0
               MOVE 0 TO WRK-BASE-INSS
           END-IF.

       0294-INCLUIR-LINHA.
           IF WRK-LRB-QTD >= 30
               DISPLAY 'ERRO: FUNCIONARIO ' EMP-NUMERO ' EXCEDE O '
                   'LIMITE DE 30 LINHAS DE RUBRICA - PROCESSAMENTO '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-LRB-QTD
           MOVE WRK-RUB-ACHADA    TO WRK-LRB-RUB(WRK-LRB-QTD)
           MOVE WRK-VALOR-RUBRICA TO WRK-LRB-VALOR(WRK-LRB-QTD).

      **********GRAVACAO DAS LINHAS DE RUBRICA*****************
       0298-GRAVAR-RUBRICAS.
           PERFORM VARYING WRK-LRB-SUB FROM 1 BY 1
                   UNTIL WRK-LRB-SUB > WRK-LRB-QTD
               MOVE WRK-LRB-RUB(WRK-LRB-SUB) TO WRK-RUB-SUB
               MOVE EMP-NUMERO        TO RBL-NUMERO
               MOVE WRK-DATA-EXEC     TO RBL-DATA-EXEC
               MOVE EMP-EMPRESA       TO RBL-EMPRESA
               MOVE 'F'               TO RBL-TIPO
               MOVE WRK-RUB-CODIGO(WRK-RUB-SUB)    TO RBL-RUBRICA
               MOVE WRK-RUB-DESCRICAO(WRK-RUB-SUB) TO RBL-DESCRICAO
               MOVE WRK-RUB-NATUREZA(WRK-RUB-SUB)  TO RBL-NATUREZA
               MOVE WRK-RUB-INSS(WRK-RUB-SUB)      TO RBL-INCIDE-INSS
               MOVE WRK-RUB-IRRF(WRK-RUB-SUB)      TO RBL-INCIDE-IRRF
               MOVE WRK-RUB-FGTS(WRK-RUB-SUB)      TO RBL-INCIDE-FGTS
               MOVE WRK-RUB-CLASSE(WRK-RUB-SUB)    TO RBL-CLASSE
               MOVE WRK-LRB-VALOR(WRK-LRB-SUB)     TO RBL-VALOR
               MOVE WRK-RUB-CONTA(WRK-RUB-SUB)     TO RBL-CONTA
               WRITE RBL-REC
           END-PERFORM.

      **********IMPOSTO DE RENDA RETIDO NA FONTE***************
      *BASE = LINHAS COM INCIDENCIA DE IRRF (O PROPRIO INSS E UMA
      *DELAS) - ABATIMENTO POR DEPENDENTE; A FAIXA
      *DA TABELA EXTERNALIZADA DA O PERCENTUAL; BASE NEGATIVA OU
      *FORA DE FAIXA NAO GERA IMPOSTO
       0297-CALCULAR-IRRF.
           END-PERFORM

           COMPUTE WRK-BASE-IRRF =
               WRK-BASE-IRRF-RUB -
               (WRK-QTD-DEPENDENTES * WRK-VALOR-DEPENDENTE)

           MOVE 0 TO WRK-VALOR-IRRF
               END-IF
           END-PERFORM.

      **********DESCONTO DO ADIANTAMENTO QUINZENAL*************
      *OS ADIANTAMENTOS PENDENTES DO FUNCIONARIO ATE A COMPETENCIA
      *DA FOLHA SAO ABATIDOS DO LIQUIDO QUE SOBRA DEPOIS DAS
      *RETENCOES; O QUE NAO COUBER FICA PENDENTE PARA A PROXIMA
      *FOLHA, SEM LIQUIDO NEGATIVO
       0299-DESCONTAR-ADIANTAMENTO.
           MOVE 0 TO WRK-VALOR-ADIANTAMENTO
           IF WRK-TOTAL-DESCONTOS >= WRK-TOTAL-PROVENTOS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-VALOR-DISPONIVEL =
               WRK-TOTAL-PROVENTOS - WRK-TOTAL-DESCONTOS

           PERFORM VARYING WRK-ADT-SUB FROM 1 BY 1
                   UNTIL WRK-ADT-SUB > WRK-ADT-QTD
                   OR WRK-VALOR-DISPONIVEL = 0
               MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
               IF ADT-NUMERO = EMP-NUMERO
                   AND ADIANTAMENTO-PENDENTE
                   AND ADT-COMPETENCIA <= WRK-DATA-EXEC(1:6)
                   AND ADT-SALDO > 0
                   IF ADT-SALDO > WRK-VALOR-DISPONIVEL
                       MOVE WRK-VALOR-DISPONIVEL TO WRK-VALOR-ABATIDO
                   ELSE
                       MOVE ADT-SALDO TO WRK-VALOR-ABATIDO
                   END-IF
                   SUBTRACT WRK-VALOR-ABATIDO FROM ADT-SALDO
                   SUBTRACT WRK-VALOR-ABATIDO FROM WRK-VALOR-DISPONIVEL
                   ADD WRK-VALOR-ABATIDO TO WRK-VALOR-ADIANTAMENTO
                   IF ADT-SALDO = 0
                       MOVE 'D' TO ADT-SITUACAO
                       MOVE WRK-DATA-EXEC TO ADT-DATA-DESCONTO
                   END-IF
                   MOVE ADT-REC TO WRK-ADT-REGISTRO(WRK-ADT-SUB)
                   ADD 1 TO WRK-ADT-DESCONTADOS
               END-IF
           END-PERFORM.

       0295-LOCALIZAR-FAIXA-DESCONTO.
           SET WRK-DESC-FAIXA-IDX TO 1
           MOVE 0 TO WRK-PERCENTUAL-DESCONTO
           SEARCH WRK-DESC-FAIXA-ITEM
               AT END
                   CONTINUE
               WHEN WRK-BASE-INSS >=
                       WRK-DESC-FAIXA-SAL-INI(WRK-DESC-FAIXA-IDX)
                   AND WRK-BASE-INSS <=
                       WRK-DESC-FAIXA-SAL-FIM(WRK-DESC-FAIXA-IDX)
                   MOVE WRK-DESC-FAIXA-PERCENTUAL(WRK-DESC-FAIXA-IDX)
                       TO WRK-PERCENTUAL-DESCONTO
                   MOVE WRK-CC-TOTAL(WRK-CC-SUB) TO GL-VALOR
                   MOVE WRK-DATA-GL       TO GL-DATA-EXEC
                   MOVE WRK-EMPRESA-ALVO  TO GL-EMPRESA
                   MOVE 'EXE02'           TO GL-ORIGEM
                   MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
                   WRITE GL-REC
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                   UNTIL WRK-RUB-SUB > WRK-RUB-QTD
               IF WRK-RUB-TOTAL-GL(WRK-RUB-SUB) > 0
                   PERFORM 0320-CONTABILIZAR-RUBRICA
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-RVS-SUB FROM 1 BY 1
                   UNTIL WRK-RVS-SUB > WRK-RVS-QTD
               PERFORM 0325-CONTABILIZAR-REVERSAO-13
           END-PERFORM.

           PERFORM VARYING WRK-CC-SUB FROM 1 BY 1
                   UNTIL WRK-CC-SUB > WRK-CC-QTD
               IF WRK-CC-BENEFICIO(WRK-CC-SUB) > 0
                   PERFORM 0330-CONTABILIZAR-BENEFICIOS
               END-IF
           END-PERFORM.

           IF WRK-EPR-APLICADOS > 0
               PERFORM 0315-REGRAVAR-EMPRESTIMOS
           END-IF.

           IF WRK-SLD-REVERTIDOS > 0
               PERFORM 0316-REGRAVAR-SALDOS-PROVISAO
           END-IF.

           IF WRK-ADT-DESCONTADOS > 0
               PERFORM 0317-REGRAVAR-ADIANTAMENTOS
           END-IF.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO.
           PERFORM 0195-REGISTRAR-RUN.

                   DISPLAY 'FOLHA CONCLUIDA COM '
                       WRK-QTD-REJEITADOS ' REJEICAO(OES)'
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-PEN-PARCIAIS > 0
                   DISPLAY 'FOLHA CONCLUIDA COM ' WRK-PEN-PARCIAIS
                       ' PENSAO(OES) LIMITADA(S) AO LIQUIDO'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           CLOSE EMPLOYEE-MASTER
           CLOSE ELEGIVEIS-BENEFICIO
           CLOSE LANCAMENTO-CONTABIL
           CLOSE DECIMO-TERCEIRO
           CLOSE SALARIO-LIQUIDO
           CLOSE RUBRICAS-FOLHA
           CLOSE PAGAMENTOS-PENSAO
           CLOSE REVERSOES-PROVISAO.

      **********LANCAMENTO DAS RUBRICAS VARIAVEIS**************
      *PROVENTO VARIAVEL DEBITA A CONTA DA RUBRICA CONTRA A FOLHA
      *A PAGAR; DESCONTO VARIAVEL FAZ O INVERSO
       0320-CONTABILIZAR-RUBRICA.
           IF WRK-RUB-NATUREZA(WRK-RUB-SUB) = 'P'
               MOVE WRK-RUB-CONTA(WRK-RUB-SUB) TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
           ELSE
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-DEBITO
               MOVE WRK-RUB-CONTA(WRK-RUB-SUB) TO GL-CONTA-CREDITO
           END-IF
           MOVE SPACES TO GL-CCUSTO
           MOVE SPACES TO GL-HISTORICO
           STRING 'RUBRICA ' DELIMITED BY SIZE
               WRK-RUB-DESCRICAO(WRK-RUB-SUB) DELIMITED BY SIZE
               INTO GL-HISTORICO
           END-STRING
           MOVE WRK-RUB-TOTAL-GL(WRK-RUB-SUB) TO GL-VALOR
           MOVE WRK-DATA-GL       TO GL-DATA-EXEC
           MOVE WRK-EMPRESA-ALVO  TO GL-EMPRESA
           MOVE 'EXE02'           TO GL-ORIGEM
           MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
           WRITE GL-REC.

      **********ESTORNO DA PROVISAO DE 13 POR CENTRO***********
      *O PASSIVO DA PROVISAO E DEBITADO CONTRA AS CONTAS DE
      *DESPESA EM QUE O PROV13 A APROPRIOU, NA EMPRESA E NO
      *CENTRO DE CUSTO DE ORIGEM DO SALDO
       0325-CONTABILIZAR-REVERSAO-13.
           MOVE WRK-RVS-CCUSTO(WRK-RVS-SUB)  TO GL-CCUSTO
           MOVE WRK-DATA-GL                  TO GL-DATA-EXEC
           MOVE WRK-RVS-EMPRESA(WRK-RVS-SUB) TO GL-EMPRESA
           MOVE 'EXE02'                      TO GL-ORIGEM
           MOVE WRK-GL-LOTE                  TO GL-DOCUMENTO

           IF WRK-RVS-PROVISAO(WRK-RVS-SUB) > 0
               MOVE WRK-CONTA-PROVISAO-13 TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-DESPESA-13  TO GL-CONTA-CREDITO
               MOVE 'REVERSAO PROVISAO 13 SALARIO' TO GL-HISTORICO
               MOVE WRK-RVS-PROVISAO(WRK-RVS-SUB) TO GL-VALOR
               WRITE GL-REC
           END-IF

           IF WRK-RVS-ENCARGOS(WRK-RVS-SUB) > 0
               MOVE WRK-CONTA-PROVISAO-13 TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-ENCARGOS-13 TO GL-CONTA-CREDITO
               MOVE 'REVERSAO ENCARGOS PROV 13' TO GL-HISTORICO
               MOVE WRK-RVS-ENCARGOS(WRK-RVS-SUB) TO GL-VALOR
               WRITE GL-REC
           END-IF.


      **********PARTE DA EMPRESA NOS BENEFICIOS POR CENTRO*****
      *A DESPESA DE BENEFICIOS E DEBITADA CONTRA OS BENEFICIOS A
      *PAGAR AO FORNECEDOR, QUE TAMBEM RECEBEM A PARTE DESCONTADA
      *DO FUNCIONARIO PELA CONTA DAS RUBRICAS T E B
       0330-CONTABILIZAR-BENEFICIOS.
           MOVE WRK-CONTA-DESPESA-BEN TO GL-CONTA-DEBITO
           MOVE WRK-CONTA-PAGAR-BEN   TO GL-CONTA-CREDITO
           MOVE WRK-CC-CODIGO(WRK-CC-SUB) TO GL-CCUSTO
           MOVE 'PARTE DA EMPRESA - BENEFICIOS' TO GL-HISTORICO
           MOVE WRK-CC-BENEFICIO(WRK-CC-SUB) TO GL-VALOR
           MOVE WRK-DATA-GL       TO GL-DATA-EXEC
           MOVE WRK-EMPRESA-ALVO  TO GL-EMPRESA
           MOVE 'EXE02'           TO GL-ORIGEM
           MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
           WRITE GL-REC.

      **********RESERVA DO RECURSO NO ARQUIVO DE TRAVAS********
      *A MANUTENCAO E O LOTE NUNCA PODEM ABRIR O MESMO MESTRE AO
           END-PERFORM
           CLOSE EMPRESTIMOS-CONSIGNADOS.

       0316-REGRAVAR-SALDOS-PROVISAO.
           OPEN OUTPUT SALDOS-PROVISAO
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               WRITE P13-REC
           END-PERFORM
           CLOSE SALDOS-PROVISAO.

       0317-REGRAVAR-ADIANTAMENTOS.
           OPEN OUTPUT ADIANTAMENTOS
           PERFORM VARYING WRK-ADT-SUB FROM 1 BY 1
                   UNTIL WRK-ADT-SUB > WRK-ADT-QTD
               MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
               WRITE ADT-REC
           END-PERFORM
           CLOSE ADIANTAMENTOS.

      **********PERIODO FISCAL DO LANCAMENTO CONTABIL**********
      *DERIVACAO DO EXERCICIO/PERIODO COMO NO PRGCOB03 (INICIO EM
      *ABRIL); COM O PERIODO DA DATA DE EXECUCAO FECHADO NO
