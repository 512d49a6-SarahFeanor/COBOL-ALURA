      *            COLUNAS 1-12 E 13-32): UF, CIDADE, DATAMIN,
      *            DATAMAX (AAAAMMDD), SALDOMIN, SALDOMAX (COM
      *            SINAL, S9(7)V99), LIMITEMIN, LIMITEMAX,
      *            STATUS (1/2), CLASSE (ABC) E ARQUIVO (NOME DO
      *            EXTRATO) - VARRE CLIENTES.DAT E GERA O EXTRATO
      *            NO MESMO LAYOUT CSV DO CLIECSVE, MAIS O RESUMO
      *            SEGMENTA.RPT COM OS CRITERIOS APLICADOS E A
      *            CONTAGEM - ADEUS PROGRAMA DE CAMPANHA AVULSO
      * ALTERADO = 02/09/2026 - SARAH - O EXTRATO SUPRIME POR
      *            DE QUE A CAMPANHA RESPEITOU O OPT-OUT
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      * ALTERADO = 15/10/2026 - SARAH - CRITERIO CLASSE: UMA OU
      *            MAIS CLASSES ABC DO CLIENTE (CURVAABC), EX. AB
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-TEM-LIMMAX   PIC X(01) VALUE 'N'.
       77 WRK-CRIT-STATUS  PIC X(01) VALUE SPACES.
       77 WRK-TEM-STATUS   PIC X(01) VALUE 'N'.
      *    UMA OU MAIS CLASSES ABC (EX.: AB)
       77 WRK-CRIT-CLASSE  PIC X(03) VALUE SPACES.
       77 WRK-TEM-CLASSE   PIC X(01) VALUE 'N'.
       77 WRK-VALOR-CONVERTIDO PIC S9(07)V99 VALUE ZEROS.
       01 WRK-VALOR-SINAL.
           05 WRK-VS-SINAL   PIC X(01).
              WHEN 'STATUS      '
                MOVE CFG-VALOR(1:1) TO WRK-CRIT-STATUS
                MOVE 'S' TO WRK-TEM-STATUS
              WHEN 'CLASSE      '
                MOVE CFG-VALOR(1:3) TO WRK-CRIT-CLASSE
                MOVE 'S' TO WRK-TEM-CLASSE
              WHEN 'ARQUIVO     '
                MOVE CFG-VALOR TO WRK-EXTRATO-ARQ
              WHEN OTHER
             AND CLIENTES-STATUS-CLIENTE NOT = WRK-CRIT-STATUS
                MOVE 'N' TO WRK-PASSA
            END-IF.
            IF WRK-TEM-CLASSE = 'S'
             AND (CLIENTES-CLASSE-ABC = SPACES
              OR (CLIENTES-CLASSE-ABC NOT = WRK-CRIT-CLASSE(1:1)
              AND CLIENTES-CLASSE-ABC NOT = WRK-CRIT-CLASSE(2:1)
              AND CLIENTES-CLASSE-ABC NOT = WRK-CRIT-CLASSE(3:1)))
                MOVE 'N' TO WRK-PASSA
            END-IF.

       2200-GRAVAR-EXTRATO.
            ADD 1 TO WRK-QTSELECIONADOS.
