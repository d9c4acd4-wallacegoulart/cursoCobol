      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT DO CALENDARIO ESCOLAR (DATA/CALESCOL.DAT):
      *          POR ANO, OS PERIODOS LETIVOS (TIPO L) E OS RECESSOS
      *          ESCOLARES (TIPO R) COM DATA INICIAL E FINAL; DIA
      *          LETIVO E O DIA UTIL (SEGUNDA A SEXTA, FORA DOS
      *          FERIADOS DO FERIADOS.DAT) DENTRO DE UM PERIODO
      *          LETIVO E FORA DOS RECESSOS; LIDO PELO CALANUAL
      *DATA = 15/10/2026
       01  CES-REC.
           05  CES-ANO                 PIC 9(04).
           05  CES-TIPO                PIC X(01).
               88  CES-PERIODO-LETIVO   VALUE 'L'.
               88  CES-RECESSO          VALUE 'R'.
           05  CES-DATA-INICIO         PIC 9(08).
           05  CES-DATA-FIM            PIC 9(08).
           05  CES-DESCRICAO           PIC X(30).
