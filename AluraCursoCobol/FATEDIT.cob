      *          EM SECAO PROPRIA, E SO AS FATURAS LIMPAS SEGUEM NO
      *          ARQUIVO FRETEFATOK LIDO PELA CONCILIACAO
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - NUMERO DO ROMANEIO DE EMBARQUE NO FINAL
      *            DA FATURA (E NAS FATURAS LIMPAS E NAS EXCECOES):
      *            FATURA DE ROMANEIO PODE VIR SEM UF E O ROMANEIO
      *            ENTRA NA CONFERENCIA DE DUPLICIDADE
      *ALTERACAO = 15/10/2026 - LAYOUT DA FATURA NO FRETEFAT.CPY,
      *            COMPARTILHADO COM O FRETECONC E O FLUXOCX
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-TRANSPORTADORA.
       COPY "FRETEFAT.CPY".

       FD  TABELA-FRETE-UF.
       01  TAB-UF-REC.
           05  TAB-UF-PRAZO       PIC 9(03).

       FD  FATURAS-LIMPAS.
       01  FOK-REC                    PIC X(45).

       FD  EXCECOES-FATURA.
       01  EXC-REC.
           05  EXC-DATA               PIC 9(08).
           05  EXC-TRANSP             PIC 9(03).
           05  EXC-MOTIVO             PIC X(32).
           05  EXC-ROMANEIO           PIC 9(06).

       FD  RELATORIO-CRITICA.
       01  REL-LINHA                  PIC X(100).
       77  WRK-QTD-DUPLICADAS  PIC 9(05)    VALUE ZEROS.
       77  WRK-ACE-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-ACE-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-ROMANEIO        PIC 9(06)    VALUE ZEROS.
       77  WRK-DUPLICADA       PIC X        VALUE 'N'.
           88  FATURA-DUPLICADA VALUE 'Y'.

               10  WRK-ACE-UF     PIC X(02).
               10  WRK-ACE-VALOR  PIC 9(04)V99.
               10  WRK-ACE-DATA   PIC 9(08).
               10  WRK-ACE-ROMANEIO PIC 9(06).

       PROCEDURE DIVISION.

           SET REGISTRO-OK TO TRUE
           MOVE SPACES TO WRK-MOTIVO

      *    FATURA DE ROMANEIO PODE VIR SEM UF (CARGA DE VARIAS UFS)
           IF FAT-ROMANEIO IS NUMERIC
               MOVE FAT-ROMANEIO TO WRK-ROMANEIO
           ELSE
               MOVE ZEROS TO WRK-ROMANEIO
           END-IF

           MOVE 'N' TO WRK-UF-ACHADA
           IF WRK-ROMANEIO > 0 AND FAT-UF = SPACES
               MOVE 'Y' TO WRK-UF-ACHADA
           END-IF
           PERFORM VARYING WRK-UF-SUB FROM 1 BY 1
                   UNTIL WRK-UF-SUB > WRK-UF-QTD
               IF WRK-UF-COD(WRK-UF-SUB) = FAT-UF
                   AND WRK-ACE-UF(WRK-ACE-SUB) = FAT-UF
                   AND WRK-ACE-VALOR(WRK-ACE-SUB) = FAT-VALOR-FATURADO
                   AND WRK-ACE-DATA(WRK-ACE-SUB) = FAT-DATA
                   AND WRK-ACE-ROMANEIO(WRK-ACE-SUB) = WRK-ROMANEIO
                   MOVE 'Y' TO WRK-DUPLICADA
               END-IF
           END-PERFORM.
           MOVE FAT-UF             TO WRK-ACE-UF(WRK-ACE-QTD)
           MOVE FAT-VALOR-FATURADO TO WRK-ACE-VALOR(WRK-ACE-QTD)
           MOVE FAT-DATA           TO WRK-ACE-DATA(WRK-ACE-QTD)
           MOVE WRK-ROMANEIO       TO WRK-ACE-ROMANEIO(WRK-ACE-QTD)

           MOVE WRK-ROMANEIO       TO FAT-ROMANEIO
           WRITE FOK-REC FROM FAT-REC.

      ****************REJEICAO COM MOTIVO**********************
       0270-GRAVAR-EXCECAO.
           MOVE FAT-DATA           TO EXC-DATA
           MOVE FAT-TRANSP         TO EXC-TRANSP
           MOVE WRK-MOTIVO         TO EXC-MOTIVO
           MOVE WRK-ROMANEIO       TO EXC-ROMANEIO
           WRITE EXC-REC.

      ****************SECAO DE DUPLICIDADES********************
