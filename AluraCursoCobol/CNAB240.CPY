      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS REGISTROS DE 240 POSICOES
      *          DO PADRAO CNAB 240 (FEBRABAN) PARA PAGAMENTOS: HEADER
      *          DE ARQUIVO, HEADER DE LOTE, DETALHE SEGMENTO A E
      *          SEGMENTO B, TRAILER DE LOTE E TRAILER DE ARQUIVO,
      *          TODOS REDEFININDO A MESMA AREA; USADO NA WORKING DO
      *          BANCOPAG, CONTASPG, BANCOEDIT, BANCORET E CONCBANC
      *          (O REGISTRO E LIDO/GRAVADO PELA AREA X(240) DO FD);
      *          DATAS NO FORMATO DDMMAAAA DO PADRAO; O SEU NUMERO DO
      *          SEGMENTO A LEVA O NUMERO DO FUNCIONARIO OU DO TITULO
      *DATA = 15/10/2026
       01  CNB-REGISTRO            PIC X(240).

       01  CNB-CONTROLE REDEFINES CNB-REGISTRO.
           05  CNB-BANCO           PIC 9(03).
           05  CNB-LOTE            PIC 9(04).
           05  CNB-TIPO-REGISTRO   PIC X(01).
               88  CNB-HEADER-ARQUIVO   VALUE '0'.
               88  CNB-HEADER-LOTE      VALUE '1'.
               88  CNB-DETALHE          VALUE '3'.
               88  CNB-TRAILER-LOTE     VALUE '5'.
               88  CNB-TRAILER-ARQUIVO  VALUE '9'.
           05  CNB-NUM-REGISTRO    PIC 9(05).
           05  CNB-SEGMENTO        PIC X(01).
               88  CNB-SEGMENTO-A       VALUE 'A'.
               88  CNB-SEGMENTO-B       VALUE 'B'.
           05  FILLER              PIC X(226).

      *    HEADER DE ARQUIVO (LOTE 0000, TIPO 0)
       01  CNB-HDR-ARQUIVO REDEFINES CNB-REGISTRO.
           05  CNB-HA-BANCO            PIC 9(03).
           05  CNB-HA-LOTE             PIC 9(04).
           05  CNB-HA-TIPO             PIC X(01).
           05  FILLER                  PIC X(09).
           05  CNB-HA-TIPO-INSCRICAO   PIC 9(01).
           05  CNB-HA-CNPJ             PIC 9(14).
           05  CNB-HA-CONVENIO         PIC X(20).
           05  CNB-HA-AGENCIA          PIC 9(05).
           05  CNB-HA-AGENCIA-DV       PIC X(01).
           05  CNB-HA-CONTA            PIC 9(12).
           05  CNB-HA-CONTA-DV         PIC X(01).
           05  CNB-HA-AG-CONTA-DV      PIC X(01).
           05  CNB-HA-NOME-EMPRESA     PIC X(30).
           05  CNB-HA-NOME-BANCO       PIC X(30).
           05  FILLER                  PIC X(10).
           05  CNB-HA-CODIGO-ARQUIVO   PIC 9(01).
               88  CNB-HA-REMESSA      VALUE 1.
               88  CNB-HA-RETORNO      VALUE 2.
           05  CNB-HA-DATA-GERACAO     PIC 9(08).
           05  CNB-HA-HORA-GERACAO     PIC 9(06).
           05  CNB-HA-NSA              PIC 9(06).
           05  CNB-HA-VERSAO           PIC X(03).
           05  CNB-HA-DENSIDADE        PIC 9(05).
           05  CNB-HA-RESERVADO-BANCO  PIC X(20).
           05  CNB-HA-RESERVADO-EMPRESA PIC X(20).
           05  FILLER                  PIC X(29).

      *    HEADER DE LOTE (TIPO 1) - UM LOTE POR EMPRESA
       01  CNB-HDR-LOTE REDEFINES CNB-REGISTRO.
           05  CNB-HL-BANCO            PIC 9(03).
           05  CNB-HL-LOTE             PIC 9(04).
           05  CNB-HL-TIPO             PIC X(01).
           05  CNB-HL-OPERACAO         PIC X(01).
           05  CNB-HL-SERVICO          PIC 9(02).
               88  CNB-HL-SERVICO-FORNECEDOR VALUE 20.
               88  CNB-HL-SERVICO-SALARIO    VALUE 30.
           05  CNB-HL-FORMA-LANCAMENTO PIC 9(02).
           05  CNB-HL-VERSAO           PIC X(03).
           05  FILLER                  PIC X(01).
           05  CNB-HL-TIPO-INSCRICAO   PIC 9(01).
           05  CNB-HL-CNPJ             PIC 9(14).
           05  CNB-HL-CONVENIO         PIC X(20).
           05  CNB-HL-AGENCIA          PIC 9(05).
           05  CNB-HL-AGENCIA-DV       PIC X(01).
           05  CNB-HL-CONTA            PIC 9(12).
           05  CNB-HL-CONTA-DV         PIC X(01).
           05  CNB-HL-AG-CONTA-DV      PIC X(01).
           05  CNB-HL-NOME-EMPRESA     PIC X(30).
           05  CNB-HL-MENSAGEM         PIC X(40).
           05  CNB-HL-ENDERECO         PIC X(80).
           05  CNB-HL-FORMA-PAGAMENTO  PIC X(02).
           05  FILLER                  PIC X(06).
           05  CNB-HL-OCORRENCIAS      PIC X(10).

      *    DETALHE SEGMENTO A (TIPO 3) - CREDITO AO FAVORECIDO
       01  CNB-SEG-A REDEFINES CNB-REGISTRO.
           05  CNB-A-BANCO             PIC 9(03).
           05  CNB-A-LOTE              PIC 9(04).
           05  CNB-A-TIPO              PIC X(01).
           05  CNB-A-NUM-REGISTRO      PIC 9(05).
           05  CNB-A-SEGMENTO          PIC X(01).
           05  CNB-A-TIPO-MOVIMENTO    PIC 9(01).
           05  CNB-A-INSTRUCAO         PIC 9(02).
           05  CNB-A-CAMARA            PIC 9(03).
           05  CNB-A-BANCO-FAV         PIC 9(03).
           05  CNB-A-AGENCIA-FAV       PIC 9(05).
           05  CNB-A-AGENCIA-DV-FAV    PIC X(01).
           05  CNB-A-CONTA-FAV         PIC 9(12).
           05  CNB-A-CONTA-DV-FAV      PIC X(01).
           05  CNB-A-AG-CONTA-DV-FAV   PIC X(01).
           05  CNB-A-NOME-FAV          PIC X(30).
           05  CNB-A-SEU-NUMERO.
               10  CNB-A-SEU-NUMERO-ID PIC 9(06).
               10  FILLER              PIC X(14).
           05  CNB-A-DATA-PAGAMENTO    PIC 9(08).
           05  CNB-A-MOEDA             PIC X(03).
           05  CNB-A-QTD-MOEDA         PIC 9(10)V9(05).
           05  CNB-A-VALOR-PAGAMENTO   PIC 9(13)V99.
           05  CNB-A-NOSSO-NUMERO      PIC X(20).
           05  CNB-A-DATA-REAL         PIC 9(08).
           05  CNB-A-VALOR-REAL        PIC 9(13)V99.
           05  CNB-A-INFORMACAO        PIC X(40).
           05  CNB-A-COMPL-SERVICO     PIC X(02).
           05  CNB-A-FINALIDADE-TED    PIC X(05).
           05  CNB-A-FINALIDADE-COMPL  PIC X(02).
           05  FILLER                  PIC X(03).
           05  CNB-A-AVISO             PIC 9(01).
           05  CNB-A-OCORRENCIAS.
               10  CNB-A-OCORRENCIA    PIC X(02).
                   88  CNB-A-CREDITO-EFETUADO VALUE '00'.
                   88  CNB-A-AGENDADO         VALUE 'BD'.
               10  FILLER              PIC X(08).

      *    DETALHE SEGMENTO B (TIPO 3) - DADOS COMPLEMENTARES
       01  CNB-SEG-B REDEFINES CNB-REGISTRO.
           05  CNB-B-BANCO             PIC 9(03).
           05  CNB-B-LOTE              PIC 9(04).
           05  CNB-B-TIPO              PIC X(01).
           05  CNB-B-NUM-REGISTRO      PIC 9(05).
           05  CNB-B-SEGMENTO          PIC X(01).
           05  FILLER                  PIC X(03).
           05  CNB-B-TIPO-INSCRICAO    PIC 9(01).
           05  CNB-B-INSCRICAO         PIC 9(14).
           05  CNB-B-LOGRADOURO        PIC X(30).
           05  CNB-B-NUMERO            PIC X(05).
           05  CNB-B-COMPLEMENTO       PIC X(15).
           05  CNB-B-BAIRRO            PIC X(15).
           05  CNB-B-CIDADE            PIC X(20).
           05  CNB-B-CEP               PIC 9(05).
           05  CNB-B-CEP-COMPL         PIC X(03).
           05  CNB-B-UF                PIC X(02).
           05  CNB-B-DATA-VENCIMENTO   PIC 9(08).
           05  CNB-B-VALOR-DOCUMENTO   PIC 9(13)V99.
           05  CNB-B-VALOR-ABATIMENTO  PIC 9(13)V99.
           05  CNB-B-VALOR-DESCONTO    PIC 9(13)V99.
           05  CNB-B-VALOR-MORA        PIC 9(13)V99.
           05  CNB-B-VALOR-MULTA       PIC 9(13)V99.
           05  CNB-B-DOCUMENTO-FAV     PIC X(15).
           05  CNB-B-AVISO             PIC 9(01).
           05  CNB-B-SIAPE             PIC 9(06).
           05  FILLER                  PIC X(08).

      *    TRAILER DE LOTE (TIPO 5) - TOTAIS DE CONTROLE DO LOTE
       01  CNB-TRL-LOTE REDEFINES CNB-REGISTRO.
           05  CNB-TL-BANCO            PIC 9(03).
           05  CNB-TL-LOTE             PIC 9(04).
           05  CNB-TL-TIPO             PIC X(01).
           05  FILLER                  PIC X(09).
           05  CNB-TL-QTD-REGISTROS    PIC 9(06).
           05  CNB-TL-VALOR-TOTAL      PIC 9(16)V99.
           05  CNB-TL-QTD-MOEDAS       PIC 9(13)V9(05).
           05  CNB-TL-NUM-AVISO        PIC 9(06).
           05  FILLER                  PIC X(165).
           05  CNB-TL-OCORRENCIAS      PIC X(10).

      *    TRAILER DE ARQUIVO (LOTE 9999, TIPO 9)
       01  CNB-TRL-ARQUIVO REDEFINES CNB-REGISTRO.
           05  CNB-TA-BANCO            PIC 9(03).
           05  CNB-TA-LOTE             PIC 9(04).
           05  CNB-TA-TIPO             PIC X(01).
           05  FILLER                  PIC X(09).
           05  CNB-TA-QTD-LOTES        PIC 9(06).
           05  CNB-TA-QTD-REGISTROS    PIC 9(06).
           05  CNB-TA-QTD-CONTAS       PIC 9(06).
           05  FILLER                  PIC X(205).
