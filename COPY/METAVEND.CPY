      *******************************************
      * COPY:      METAVEND
      * OBJETIVO:  LAYOUT DO ARQUIVO DE METAS DE VENDA (METAS.DAT)
      *            - UMA META EM VALOR POR VENDEDOR E COMPETENCIA,
      *            CADASTRADA NO METAMANT E COMPARADA COM O
      *            EMBARCADO NO ACOMPANHAMENTO MENSAL (METAMES)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       01 META-REG.
      *    CHAVE PRIMARIA - VENDEDOR + COMPETENCIA (AAAAMM)
            05 META-CHAVE.
                10 META-VENDEDOR    PIC 9(03).
                10 META-COMPETENCIA PIC 9(06).
      *    VALOR DE MERCADORIA A EMBARCAR NO MES (SEM FRETE)
            05 META-VALOR       PIC 9(09)V99 VALUE ZEROS.
