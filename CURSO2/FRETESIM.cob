      *            POR PESO: O PESO DO PEDIDO E SOMADO DOS ITENS
      *            (PROD-PESO) E FRETE.NEW GANHA AS MESMAS FAIXAS
      *            DE PESO DO FRETE.CFG
      * ALTERADO = 15/10/2026 - SARAH - O FRETE ATUAL E O DO
      *            FRETE.CFG SEM A COTACAO ENTRE TRANSPORTADORAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PESO-FRETE  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-UF-PEDIDO   PIC X(02) VALUE SPACES.
       77 WRK-FRETE-ATUAL PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRANSP      PIC X(03) VALUE SPACES.
       77 WRK-FRETE-BASE  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-NOVO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTPEDIDOS   PIC 9(05) VALUE 0.
       77 WRK-IX-UF       PIC 9(02) VALUE 0.

       2900-FECHAR-PEDIDO.
            IF PEDIDO-ABERTO
      *        A SIMULACAO COMPARA FRETE.CFG COM FRETE.CFG - A
      *        COTACAO ENTRE TRANSPORTADORAS FICA DE FORA ('---')
                MOVE '---' TO WRK-TRANSP
                CALL 'FRETECALC' USING WRK-UF-PEDIDO
                    WRK-TOTAL-PEDIDO WRK-PESO-PEDIDO
                    WRK-FRETE-ATUAL WRK-TRANSP WRK-FRETE-BASE
                PERFORM 2950-CALCULAR-PROPOSTO
                PERFORM 2960-ACUMULAR-UF
                MOVE 'N' TO WRK-EMPEDIDO
