      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA TABELA DE ALIQUOTAS DE ICMS
      *          (DATA/ICMSALIQ.DAT), UMA LINHA POR UF DE ORIGEM, UF
      *          DE DESTINO E CLASSE FISCAL DO PRODUTO (PRODMAST); A
      *          LINHA COM ORIGEM IGUAL AO DESTINO E A ALIQUOTA
      *          INTERNA DA UF, USADA NA VENDA DENTRO DO ESTADO E NO
      *          CALCULO DO DIFAL DA VENDA A CONSUMIDOR FINAL DE
      *          OUTRA UF; AS UFS SAO AS MESMAS 27 DO UFFRETE.DAT;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ALQ-REC.
           05  ALQ-UF-ORIGEM       PIC X(02).
           05  ALQ-UF-DESTINO      PIC X(02).
           05  ALQ-CLASSE-FISCAL   PIC X(02).
           05  ALQ-ALIQUOTA        PIC 9(02)V99.
