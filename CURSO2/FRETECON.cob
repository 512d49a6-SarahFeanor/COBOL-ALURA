      * ALTERADO = 22/08/2026 - SARAH - EMBARQUE CANCELADO FICA
      *            FORA DA RECONCILIACAO - FRETE ESTORNADO NAO E
      *            DIVERGENCIA
      * ALTERADO = 15/10/2026 - SARAH - O FRETE E RECALCULADO NA
      *            TRANSPORTADORA GRAVADA NO EMBARQUE (EMB-TRANSP);
      *            SEM ELA, SO PELO FRETE.CFG
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-NOVO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRANSP      PIC X(03) VALUE SPACES.
       77 WRK-FRETE-BASE  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTEMBARQUES PIC 9(05) VALUE 0.
       77 WRK-QTDIVERGENTES PIC 9(05) VALUE 0.
            END-IF.
            ADD 1 TO WRK-QTEMBARQUES.
            MOVE EMB-VALOR TO WRK-VALOR.
      *    O RECALCULO E NA TRANSPORTADORA QUE LEVOU O EMBARQUE -
      *    EMBARQUE SEM TRANSPORTADORA COTADA SAIU PELO FRETE.CFG
            MOVE EMB-TRANSP TO WRK-TRANSP.
            IF WRK-TRANSP = SPACES
                MOVE '---' TO WRK-TRANSP
            END-IF.
            CALL 'FRETECALC' USING EMB-UF WRK-VALOR EMB-PESO
                WRK-FRETE-NOVO WRK-TRANSP WRK-FRETE-BASE.
            IF WRK-FRETE-NOVO NOT = EMB-FRETE
                ADD 1 TO WRK-QTDIVERGENTES
                COMPUTE WRK-DIFERENCA = EMB-FRETE - WRK-FRETE-NOVO
