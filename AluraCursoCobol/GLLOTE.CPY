      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: NUMERO DE LOTE DOS LANCAMENTOS CONTABEIS DE UMA
      *          EXECUCAO (DATA E HORA-MINUTO DA ABERTURA DO
      *          EXE02GL.DAT), GRAVADO EM GL-DOCUMENTO POR TODO
      *          PROGRAMA DE LOTE QUE CONTABILIZA
      *DATA = 15/10/2026
       01  WRK-GL-LOTE            PIC 9(12)  VALUE ZEROS.
       01  WRK-GL-LOTE-R REDEFINES WRK-GL-LOTE.
           05  WRK-GL-LOTE-DATA   PIC 9(08).
           05  WRK-GL-LOTE-HORA   PIC 9(04).
       01  WRK-GL-LOTE-TEMPO      PIC 9(08)  VALUE ZEROS.
