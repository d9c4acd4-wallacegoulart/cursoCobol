      *          AQUI E O PRGCOB15 RECUSA VENDA DE PRODUTO
      *          INEXISTENTE
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CLASSE FISCAL DO PRODUTO (ICMS),
      *            USADA PELO NFEMIT PARA ACHAR A ALIQUOTA NO
      *            ICMSALIQ.DAT; EM BRANCO ASSUME A CLASSE 01
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       WORKING-STORAGE SECTION.
       77  WRK-PRD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-DESCRICAO     PIC X(20)  VALUE SPACES.
       77  WRK-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PESO          PIC 9(04)V99 VALUE ZEROS.
       77  WRK-CLASSE-FISCAL PIC X(02)  VALUE SPACES.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PESO-ED       PIC Z.ZZ9,99 VALUE ZEROS.
               10  WRK-PRD-VALOR  PIC 9(07)V99.
               10  WRK-PRD-PESO   PIC 9(04)V99.
               10  WRK-PRD-ATIVO  PIC X(01).
               10  WRK-PRD-CLASSE PIC X(02).

       PROCEDURE DIVISION.

                   MOVE PRD-VALOR     TO WRK-PRD-VALOR(WRK-PRD-QTD)
                   MOVE PRD-PESO      TO WRK-PRD-PESO(WRK-PRD-QTD)
                   MOVE PRD-ATIVO     TO WRK-PRD-ATIVO(WRK-PRD-QTD)
                   MOVE PRD-CLASSE-FISCAL TO
                       WRK-PRD-CLASSE(WRK-PRD-QTD)
                   READ PRODUTO-MASTER
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
                   MOVE WRK-VALOR     TO WRK-PRD-VALOR(WRK-PRD-QTD)
                   MOVE WRK-PESO      TO WRK-PRD-PESO(WRK-PRD-QTD)
                   MOVE 'S'           TO WRK-PRD-ATIVO(WRK-PRD-QTD)
                   MOVE WRK-CLASSE-FISCAL TO
                       WRK-PRD-CLASSE(WRK-PRD-QTD)
                   PERFORM 0260-REGRAVAR-CADASTRO
                   DISPLAY 'PRODUTO INCLUIDO COM SUCESSO'
               END-IF
               MOVE WRK-VALOR     TO WRK-PRD-VALOR(WRK-PRD-IDX)
               MOVE WRK-PESO      TO WRK-PRD-PESO(WRK-PRD-IDX)
               MOVE 'S'           TO WRK-PRD-ATIVO(WRK-PRD-IDX)
               MOVE WRK-CLASSE-FISCAL TO WRK-PRD-CLASSE(WRK-PRD-IDX)
               PERFORM 0260-REGRAVAR-CADASTRO
               DISPLAY 'PRODUTO ALTERADO COM SUCESSO'
           ELSE
           ACCEPT WRK-VALOR
           DISPLAY 'PESO UNITARIO (KG).. '
           ACCEPT WRK-PESO
           DISPLAY 'CLASSE FISCAL DO ICMS (BRANCO = 01).. '
           ACCEPT WRK-CLASSE-FISCAL

           IF WRK-CLASSE-FISCAL = SPACES
               MOVE '01' TO WRK-CLASSE-FISCAL
           END-IF

           IF WRK-VALOR = 0
               DISPLAY 'VALOR UNITARIO DEVE SER MAIOR QUE ZERO - '
               MOVE WRK-PRD-VALOR(WRK-SUB)  TO PRD-VALOR
               MOVE WRK-PRD-PESO(WRK-SUB)   TO PRD-PESO
               MOVE WRK-PRD-ATIVO(WRK-SUB)  TO PRD-ATIVO
               MOVE WRK-PRD-CLASSE(WRK-SUB) TO PRD-CLASSE-FISCAL
               WRITE PRD-REC
           END-PERFORM.

               DISPLAY 'VALOR....: ' WRK-VALOR-ED
               MOVE WRK-PRD-PESO(WRK-PRD-IDX) TO WRK-PESO-ED
               DISPLAY 'PESO.....: ' WRK-PESO-ED
               DISPLAY 'CLASSE...: ' WRK-PRD-CLASSE(WRK-PRD-IDX)
               IF WRK-PRD-ATIVO(WRK-PRD-IDX) = 'S'
                   DISPLAY 'SITUACAO.: ATIVO'
               ELSE
