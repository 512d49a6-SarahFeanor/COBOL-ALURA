      *            PRIMEIRO O PARCVENC QUEBRA O PLANO VELHO
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO DE CADA PARCELA
      *            PULA PARA O DIA UTIL SEGUINTE (CALL DIAUTIL)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            MOVE WRK-QTPARCELAS   TO PAR-QTPARCELAS.
            MOVE CLIENTES-CODIGO  TO PAR-CODIGO.
            MOVE CLIENTES-FONE    TO PAR-FONE.
      *    O MES SEGUINTE PARTE DO DIA COMBINADO; SO A PARCELA
      *    GRAVADA PULA PARA O DIA UTIL
            CALL 'DIAUTIL' USING WRK-VENC-PARTES PAR-VENCIMENTO.
            IF WRK-IX-PARC = WRK-QTPARCELAS
                MOVE WRK-VALOR-ULT TO PAR-VALOR
            ELSE
