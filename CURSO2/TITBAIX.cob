      * ALTERADO = 02/09/2026 - SARAH - TITULOS.DAT ALEM DA
      *            TABELA RECUSA A BAIXA (RC 16) - A REGRAVACAO
      *            NAO PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO EM MEMORIA
      *            ACOMPANHA O LAYOUT COM PARCELA E VENCIMENTO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - TITULO QUITADO PELA BAIXA
      *            GANHA A DATA DA LIQUIDACAO (DATASIS) - BASE DO
      *            ATRASO HISTORICO DA PREVISAO DE CAIXA (FLUXCAIX)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 HOUVE-BAIXA VALUE 'S'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU   PIC X(01) VALUE 'A'.
       01 WRK-TAB-TITULOS.
      *    TITULOS.DAT INTEIRO EM MEMORIA - A BAIXA SO DESCE
      *    PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).

       LINKAGE SECTION.
       01 LNK-FONE      PIC 9(11).
       0001-PRINCIPAL SECTION.
            MOVE 'N' TO WRK-FIMTIT WRK-MEXEU WRK-TAB-CHEIA.
            MOVE LNK-VALOR TO WRK-RESTANTE.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            PERFORM 1000-CARREGAR-TITULOS.
            IF TABELA-ESTOURADA
      *        REGRAVAR COM A TABELA ESTOURADA APAGARIA O RABO
                SUBTRACT WRK-FALTA FROM WRK-RESTANTE
                MOVE TIT-VALOR TO TIT-PAGO
                SET TIT-LIQUIDADO TO TRUE
                MOVE WRK-DATA-SISTEMA TO TIT-LIQUIDACAO
            ELSE
                ADD WRK-RESTANTE TO TIT-PAGO
                MOVE ZEROS TO WRK-RESTANTE
