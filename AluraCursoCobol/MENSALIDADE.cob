      *          EM DIANTE O RECEBER TRATA RECEBIMENTO, MULTA, JUROS
      *          E AGING COMO JA FAZ COM AS PARCELAS DE FATURA
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - IRMAOS PELO CPF DO RESPONSAVEL
      *            (ALU-CPF-RESPONSAVEL, CADASTRO RESPONS); O
      *            NOME SO VALE PARA ALUNO AINDA SEM CPF
      *ALTERACAO = 15/10/2026 - ALUNO TRANSFERIDO PELO TRANSFAL
      *            (SITUACAO T NO ALUNOS) DEIXA DE SER FATURADO A
      *            PARTIR DO MES SEGUINTE AO DA SAIDA, COM CONTADOR
      *            PROPRIO NO RESUMO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
       77  WRK-QTD-GERADAS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-JA-FATURADAS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-TABELA  PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS PIC 9(04) VALUE ZEROS.
       77  WRK-PAR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-JA-FATURADA     PIC X      VALUE 'N'.
           88  COMPETENCIA-JA-FATURADA VALUE 'Y'.
       01  WRK-TAB-RESPONSAVEIS.
           05  WRK-RSP-ITEM OCCURS 200 TIMES.
               10  WRK-RSP-NOME PIC X(20).
               10  WRK-RSP-CPF  PIC 9(11).

       01  WRK-TAB-PARCELAS.
           05  WRK-PAR-ITEM OCCURS 500 TIMES.
      *AS MENSALIDADES VIVEM NA FAIXA DE FATURA 9000XX (900000 +
      *MATRICULA), DISJUNTA DA NUMERACAO SEQUENCIAL DO FATGER
      *(FATURACKP), PARA A COBRANCA, O EXTRATO E A DEVOLUCAO NUNCA
      *ATRELAREM UMA PARCELA ESCOLAR A UMA FATURA DE VENDA; O
      *ALUNO TRANSFERIDO (TRANSFAL) PAGA ATE O MES DA SAIDA E
      *DEIXA DE SER FATURADO A PARTIR DO MES SEGUINTE
       0250-FATURAR-ALUNO.
           IF ALUNO-TRANSFERIDO
               AND ALU-DATA-SAIDA IS NUMERIC
               AND ALU-DATA-SAIDA(1:6) < WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-TRANSFERIDOS
               EXIT PARAGRAPH
           END-IF

           IF ALU-MATRICULA >= 100000
               DISPLAY 'MATRICULA ' ALU-MATRICULA ' FORA DA FAIXA '
                   'DE FATURA RESERVADA (900000+) - ALUNO NAO '
           END-IF.

      **********DESCONTO DO SEGUNDO IRMAO EM DIANTE************
      *IRMAOS SAO OS ALUNOS COM O MESMO CPF DE RESPONSAVEL (CADASTRO
      *RESPONS, VINCULADO PELO RESPMANUT); O NOME SO DECIDE ENTRE
      *ALUNOS AINDA SEM CPF DE RESPONSAVEL, QUE FICAM AVISADOS
       0260-APLICAR-DESCONTO-IRMAO.
           IF ALU-CPF-RESPONSAVEL NOT NUMERIC
               MOVE ZEROS TO ALU-CPF-RESPONSAVEL
           END-IF
           IF ALU-CPF-RESPONSAVEL = ZEROS
               DISPLAY 'ALUNO ' ALU-MATRICULA ' SEM CPF DE '
                   'RESPONSAVEL - IRMAOS CONFERIDOS PELO NOME'
           END-IF

           MOVE 'N' TO WRK-RSP-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RSP-QTD
               IF ALU-CPF-RESPONSAVEL NOT = ZEROS
                   IF WRK-RSP-CPF(WRK-SUB) = ALU-CPF-RESPONSAVEL
                       SET RESPONSAVEL-JA-VISTO TO TRUE
                   END-IF
               ELSE
                   IF WRK-RSP-CPF(WRK-SUB) = ZEROS
                       AND WRK-RSP-NOME(WRK-SUB) = ALU-RESPONSAVEL
                       SET RESPONSAVEL-JA-VISTO TO TRUE
                   END-IF
               END-IF
           END-PERFORM

               IF WRK-RSP-QTD < 200
                   ADD 1 TO WRK-RSP-QTD
                   MOVE ALU-RESPONSAVEL TO WRK-RSP-NOME(WRK-RSP-QTD)
                   MOVE ALU-CPF-RESPONSAVEL TO
                       WRK-RSP-CPF(WRK-RSP-QTD)
               END-IF
           END-IF.

           DISPLAY 'MENSALIDADES GERADAS....: ' WRK-QTD-GERADAS.
           DISPLAY 'COMPETENCIA JA FATURADA.: ' WRK-QTD-JA-FATURADAS.
           DISPLAY 'SEM TABELA DA SERIE.....: ' WRK-QTD-SEM-TABELA.
           DISPLAY 'TRANSFERIDOS (SEM COBR.): ' WRK-QTD-TRANSFERIDOS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           EVALUATE TRUE
