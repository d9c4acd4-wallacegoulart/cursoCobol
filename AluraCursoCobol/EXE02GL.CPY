      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO DE LANCAMENTOS
      *          CONTABEIS (DATA/EXE02GL.DAT), GRAVADO PELOS PROGRAMAS
      *          DE LOTE, PELO LANCAMENTO MANUAL (LANCMAN) E PELOS
      *          RECORRENTES (LANCREC) E LIDO PELO BALANCETE, DRE,
      *          FECHACHK E DEMAIS RELATORIOS; GL-ORIGEM E O PROGRAMA
      *          QUE GRAVOU A LINHA E GL-DOCUMENTO O NUMERO DO
      *          DOCUMENTO MANUAL OU O LOTE DA EXECUCAO (AAAAMMDDHHMM,
      *          CASANDO COM O RUNCTLGER); CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL PARA PRESERVAR AS POSICOES
      *          FOTOGRAFADAS PELO SNAPDIA
      *DATA = 15/10/2026
       01  GL-REC.
           05  GL-CONTA-DEBITO    PIC X(10).
           05  GL-CONTA-CREDITO   PIC X(10).
           05  GL-CCUSTO          PIC X(04).
           05  GL-HISTORICO       PIC X(30).
           05  GL-VALOR           PIC 9(11)V99.
           05  GL-DATA-EXEC       PIC 9(08).
           05  GL-EMPRESA         PIC 9(02).
           05  GL-ORIGEM          PIC X(10).
           05  GL-DOCUMENTO       PIC 9(12).
