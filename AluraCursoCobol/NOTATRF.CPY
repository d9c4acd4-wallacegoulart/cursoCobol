      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS NOTAS TRAZIDAS DA ESCOLA
      *          DE ORIGEM PELO ALUNO TRANSFERIDO NO MEIO DO ANO
      *          (DATA/NOTASTRANSF.DAT): UMA LINHA POR MATERIA,
      *          GRAVADA PELO TRANSFAL (OPERACAO E) E LIDA PELO
      *          BOLETIM, ONDE A NOTA DE ORIGEM OCUPA A PRIMEIRA
      *          NOTA DA MATERIA NO ANO DA DATA DE ENTRADA; CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  NTF-REC.
           05  NTF-MATRICULA           PIC 9(06).
           05  NTF-MATERIA             PIC 9(02).
           05  NTF-NOTA                PIC 9(02).
           05  NTF-ESCOLA-ORIGEM       PIC X(30).
           05  NTF-DATA-ENTRADA        PIC 9(08).
