      * ALTERADO = 22/08/2026 - SARAH - TELA NO PADRAO DO MENU DE
      *            CLIENTES (SCREEN SECTION), COMO OS DEMAIS
      *            CADASTROS DA CASA
      * ALTERADO = 15/10/2026 - SARAH - PRAZO PROMETIDO DE ENTREGA EM
      *            DIAS POR UF (DOIS DIGITOS EMBAIXO DE CADA UF) PARA O
      *            SLA DAS TRANSPORTADORAS (SLATRANS)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-PRAZOS-OK   PIC X(01).
           88 PRAZOS-VALIDOS   VALUE 'S'.
           88 PRAZOS-INVALIDOS VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
               10 COLUMN PLUS 2 PIC X(30) USING TRA-NOME.
               10 LINE 12 COLUMN 10 VALUE 'UFS...... '.
               10 COLUMN PLUS 2 PIC X(54) USING TRA-UFS.
      *    PRAZO EM DIAS, DOIS DIGITOS EMBAIXO DE CADA UF
               10 LINE 13 COLUMN 10 VALUE 'PRAZOS... '.
               10 COLUMN PLUS 2 PIC X(54) USING TRA-PRAZOS.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO. '.
               10 COLUMN PLUS 2 PIC X(01) USING TRA-STATUS-TRANSP.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
            DISPLAY TELA.
            ACCEPT MENU-TRANSP.

       1200-VALIDAR-PRAZOS.
      *    POSICAO EM BRANCO E PRAZO NAO COMBINADO (ZERO)
            INSPECT TRA-PRAZOS REPLACING ALL SPACE BY '0'.
            IF TRA-PRAZOS IS NUMERIC
                SET PRAZOS-VALIDOS TO TRUE
            ELSE
                SET PRAZOS-INVALIDOS TO TRUE
            END-IF.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
            DISPLAY TELA.
            MOVE SPACES TO TRA-CODIGO TRA-NOME TRA-UFS.
            MOVE '1' TO TRA-STATUS-TRANSP.
            MOVE ZEROS TO TRA-PRAZOS.
            ACCEPT TELA-TRANSP.
            PERFORM 1200-VALIDAR-PRAZOS.
            IF TRA-CODIGO = SPACES
                MOVE 'CODIGO OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE IF PRAZOS-INVALIDOS
                MOVE 'PRAZOS DEVEM SER NUMERICOS' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                        ACCEPT MOSTRA-ERRO
                    END-WRITE
                END-IF
            END-IF
            END-IF.

       6000-CONSULTAR.
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ACCEPT SS-DADOS-TRA
                PERFORM 1200-VALIDAR-PRAZOS
                IF PRAZOS-INVALIDOS
                    MOVE 'PRAZOS DEVEM SER NUMERICOS' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    EXIT PARAGRAPH
                END-IF
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
