      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PLANO DE CONTAS
      *          (DATA/PLANOCTA.DAT), MANTIDO PELO CTAMANUT E LIDO
      *          PELOS PROGRAMAS QUE VALIDAM CONTA OU CLASSIFICAM
      *          LANCAMENTO; TIPO A-ATIVO P-PASSIVO R-RECEITA
      *          D-DESPESA; CONTA INTERCOMPANHIA (S) E A QUE REGISTRA
      *          SALDO OU RESULTADO ENTRE EMPRESAS DO GRUPO E E
      *          ELIMINADA NA CONSOLIDACAO (CONSOLID) CONTRA A CONTA
      *          PAR (EM BRANCO, A PROPRIA CONTA); CAMPOS NOVOS SAO
      *          SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  CTA-REC.
           05  CTA-CODIGO       PIC X(10).
           05  CTA-DESCRICAO    PIC X(20).
           05  CTA-TIPO         PIC X(01).
           05  CTA-ATIVA        PIC X(01).
           05  CTA-INTERCOMPANHIA PIC X(01).
               88  CTA-E-INTERCOMPANHIA VALUE 'S'.
           05  CTA-CONTA-PAR    PIC X(10).
