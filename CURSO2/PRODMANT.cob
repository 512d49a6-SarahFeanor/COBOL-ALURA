      * DATA:      22/08/2026
      * ALTERADO = 22/08/2026 - SARAH - MANUTENCAO DA QUANTIDADE
      *            EM ESTOQUE DO PRODUTO
      * ALTERADO = 15/10/2026 - SARAH - PRODUTO NOVO NASCE COM
      *            CUSTO MEDIO ZERADO - QUEM MEXE E O OCPRECEB
      * ALTERADO = 15/10/2026 - SARAH - PRODUTO NOVO NASCE SEM
      *            CLASSE ABC - QUEM CLASSIFICA E O CURVAABC
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO PROD-CODIGO PROD-DESCRICAO
                           PROD-LOCACAO PROD-CLASSE-ABC.
            MOVE ZEROS  TO PROD-PRECO PROD-QTESTOQUE
                           PROD-QTRESERVADA PROD-PESO
                           PROD-CUSTO-MEDIO.
            MOVE '1'    TO PROD-STATUS-PRODUTO.
            ACCEPT TELA-PRODUTO.
            IF PROD-CODIGO = SPACES
