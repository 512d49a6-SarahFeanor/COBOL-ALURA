      *            CAPTURA NAO DEIXA ESTOQUE PRESO PARA SEMPRE
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO EM ABERTO COM KIT
      *            SOMA A RESERVA DEVIDA NOS COMPONENTES (KITEXPL)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTORFAOS    PIC 9(05) VALUE 0.
       77 WRK-DEVIDO      PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-ACU-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-ACU-QTDE    PIC 9(05) VALUE ZEROS.
           COPY KITTAB.
       01 WRK-TAB-FEITOS.
           05 WRK-FEITO OCCURS 2000 TIMES.
               10 WRK-FEITO-NUMERO PIC 9(07).
            END-PERFORM.

       2200-ACUMULAR-RESERVA.
      *    KIT E RESERVADO NOS COMPONENTES - A RESERVA DEVIDA
      *    TAMBEM SE SOMA NELES, NUNCA NO PRODUTO KIT
            CALL 'KITEXPL' USING PED-CODPROD KIT-TAB-COMP.
            IF KTB-QTCOMP = 0
                MOVE PED-CODPROD TO WRK-ACU-CODPROD
                MOVE PED-QTDE    TO WRK-ACU-QTDE
                PERFORM 2220-ACUMULAR-PRODUTO
            ELSE
                PERFORM 2210-ACUMULAR-COMPONENTE
                    VARYING WRK-IX-COMP FROM 1 BY 1
                    UNTIL WRK-IX-COMP > KTB-QTCOMP
                    OR RETURN-CODE NOT = 0
            END-IF.

       2210-ACUMULAR-COMPONENTE.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-ACU-CODPROD.
            COMPUTE WRK-ACU-QTDE = KTB-QTDE(WRK-IX-COMP) * PED-QTDE.
            PERFORM 2220-ACUMULAR-PRODUTO.

       2220-ACUMULAR-PRODUTO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-PROD FROM 1 BY 1
                    UNTIL WRK-IX-PROD > WRK-QTPROD
                    OR WRK-ACHOU = 'S'
                IF WRK-RSV-CODPROD(WRK-IX-PROD) = WRK-ACU-CODPROD
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-PROD
                END-IF
                IF WRK-QTPROD < 200
                    ADD 1 TO WRK-QTPROD
                    MOVE WRK-QTPROD TO WRK-IX-PROD
                    MOVE WRK-ACU-CODPROD TO
                        WRK-RSV-CODPROD(WRK-IX-PROD)
                    MOVE ZEROS TO WRK-RSV-QTDE(WRK-IX-PROD)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD WRK-ACU-QTDE TO WRK-RSV-QTDE(WRK-IX-PROD).

       3000-ACERTAR-MESTRE.
      *    VARRE O MESTRE INTEIRO - PRODUTO SEM PEDIDO EM ABERTO
