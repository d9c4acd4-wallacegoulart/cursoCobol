      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT DOS DIAS UTEIS E LETIVOS POR MES
      *          (DATA/DIASLET.DAT), GRAVADO PELO CALANUAL A CADA
      *          IMPRESSAO DO CALENDARIO DO ANO (UM REGISTRO POR
      *          MES, ANOS ANTERIORES PRESERVADOS) E LIDO PELO
      *          FREQALERT PARA O LIMITE DE FALTAS DO ANO
      *DATA = 15/10/2026
       01  DLT-REC.
           05  DLT-ANO                 PIC 9(04).
           05  DLT-MES                 PIC 9(02).
           05  DLT-DIAS-UTEIS          PIC 9(02).
           05  DLT-DIAS-LETIVOS        PIC 9(02).
