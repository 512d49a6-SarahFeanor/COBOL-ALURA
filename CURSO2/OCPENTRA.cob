      *            AS LINHAS QUANDO A CARGA CHEGA
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - PREVISAO DE CHEGADA DIGITADA
      *            NA ORDEM (DIASEMAN CONFERE A DATA; ZERO = SEM
      *            PREVISAO) E GRAVADA EM CADA LINHA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTITENS     PIC 9(02) VALUE 0.
       77 WRK-IX-ITEM     PIC 9(02) VALUE 0.
       77 WRK-QTORDENS    PIC 9(03) VALUE 0.
       77 WRK-PREVISAO    PIC 9(08) VALUE ZEROS.
       77 WRK-DIASEM-PREV PIC 9(01) VALUE 0.
       77 WRK-PREVISAO-OK PIC X(01) VALUE 'N'.
           88 PREVISAO-OK VALUE 'S'.
       01 WRK-TAB-ITENS.
      *    ITENS DIGITADOS DA ORDEM CORRENTE - SO VIRAM REGISTRO
      *    QUANDO O COMPRADOR CONFIRMA, COMO NO PEDIDO DO MENU
            05 OCP-FORN-TELA.
               10 LINE 10 COLUMN 10 VALUE 'NOME........ '.
               10 COLUMN PLUS 2 PIC X(30) FROM FOR-NOME.
            05 OCP-PREV-TELA.
               10 LINE 11 COLUMN 10 VALUE 'PREVISAO.... '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-PREVISAO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(AAAAMMDD - 0 SEM PREVISAO)'.
            05 OCP-ITEM-TELA.
               10 LINE 12 COLUMN 10 VALUE 'PRODUTO..... '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-ITEM-CODPROD.
                        ACCEPT MOSTRA-ERRO
                    ELSE
                        DISPLAY OCP-FORN-TELA
                        MOVE ZEROS TO WRK-PREVISAO
                        MOVE 'N' TO WRK-PREVISAO-OK
                        PERFORM 4110-CAPTURAR-PREVISAO
                            UNTIL PREVISAO-OK
                        PERFORM 4100-CAPTURAR-ITENS
                    END-IF
                END-READ
                END-IF
            END-IF.

       4110-CAPTURAR-PREVISAO.
      *    DATA PROMETIDA PELO FORNECEDOR PARA A ORDEM INTEIRA -
      *    ZERO ACEITO (SEM PREVISAO), DATA PASSADA NAO
            DISPLAY OCP-PREV-TELA.
            ACCEPT OCP-PREV-TELA.
            IF WRK-PREVISAO = ZEROS
                MOVE 'S' TO WRK-PREVISAO-OK
                EXIT PARAGRAPH
            END-IF.
            CALL 'DIASEMAN' USING WRK-PREVISAO WRK-DIASEM-PREV.
            IF WRK-DIASEM-PREV = 0
                MOVE 'PREVISAO INVALIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                IF WRK-PREVISAO < WRK-DATA-SISTEMA
                    MOVE 'PREVISAO JA PASSOU' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    MOVE 'S' TO WRK-PREVISAO-OK
                END-IF
            END-IF.

       4120-CAPTURAR-ITEM.
      *    PRODUTO EM BRANCO ENCERRA A DIGITACAO DOS ITENS
            MOVE SPACES TO WRK-ITEM-CODPROD.
            MOVE WRK-ITEM-CST(WRK-IX-ITEM) TO OCP-CUSTO.
            MOVE ZEROS TO OCP-QTRECEBIDA.
            SET OCP-ABERTA TO TRUE.
            MOVE WRK-PREVISAO TO OCP-PREVISAO.
            WRITE OCOMPRA-REG.

       4250-PROXIMO-NUMERO.
