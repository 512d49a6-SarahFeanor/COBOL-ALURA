       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONDMANT.
      *******************************************
      * AULA:      CADASTRO DE CONDICOES DE PAGAMENTO
      * OBJETIVO:  MANUTENCAO DO MESTRE DE CONDICOES DE PAGAMENTO
      *            (CONDPAG.DAT) EM TELA - INCLUSAO, CONSULTA,
      *            ALTERACAO E DESATIVACAO - PARA QUE A CAPTURA
      *            DE PEDIDOS VALIDE O CODIGO DA CONDICAO E O
      *            FATURA SAIBA EM QUANTAS PARCELAS E COM QUE
      *            PRAZOS DIVIDIR CADA FATURA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONDPAG ASSIGN TO 'CONDPAG.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONDPAG-STATUS
             RECORD KEY IS CPG-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD CONDPAG.
           COPY CONDPAG.

       WORKING-STORAGE SECTION.
       77 CONDPAG-STATUS  PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-IX-PRAZO    PIC 9(02) VALUE 0.
       77 WRK-CONDICAO-OK PIC X(01) VALUE 'S'.
           88 CONDICAO-OK VALUE 'S'.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'CONDICOES PAGAMENTO '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-CONDICOES.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - DESATIVAR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-CONDICAO.
            05 CHAVE-COND FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'CODIGO... '.
               10 COLUMN PLUS 2 PIC X(03) USING CPG-CODIGO.
            05 SS-DADOS-COND.
               10 LINE 09 COLUMN 10 VALUE 'DESCRICAO '.
               10 COLUMN PLUS 2 PIC X(30) USING CPG-DESCRICAO.
               10 LINE 10 COLUMN 10 VALUE 'PARCELAS. '.
               10 COLUMN PLUS 2 PIC 9(02) USING CPG-QTPARCELAS.
               10 LINE 11 COLUMN 10 VALUE 'PRAZOS... '.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-01.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-02.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-03.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-04.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-05.
               10 COLUMN PLUS 2 PIC 9(03) USING CPG-DIAS-06.
               10 LINE 12 COLUMN 10 VALUE 'SITUACAO. '.
               10 COLUMN PLUS 2 PIC X(01)
                   USING CPG-STATUS-CONDPAG.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 16 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 1100-MONTATELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O CONDPAG.
            IF CONDPAG-STATUS = 35
                OPEN OUTPUT CONDPAG
                CLOSE CONDPAG
                OPEN I-O CONDPAG
            END-IF.
            IF CONDPAG-STATUS NOT = 0
                DISPLAY 'CONDMANT: NAO ABRIU CONDPAG.DAT - STATUS '
                        CONDPAG-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-CONDICOES.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR
              WHEN 2
                PERFORM 6000-CONSULTAR
              WHEN 3
                PERFORM 7000-ALTERAR
              WHEN 4
                PERFORM 8000-DESATIVAR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            CLOSE CONDPAG.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO CPG-CODIGO CPG-DESCRICAO.
            MOVE ZEROS  TO CPG-QTPARCELAS CPG-PRAZOS.
            MOVE '1'    TO CPG-STATUS-CONDPAG.
            ACCEPT TELA-CONDICAO.
            IF CPG-CODIGO = SPACES
                MOVE 'CODIGO DA CONDICAO OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5100-VALIDAR-CONDICAO.
            IF NOT CONDICAO-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                SET CPG-ATIVA TO TRUE
                WRITE CONDPAG-REG
                  INVALID KEY
                    MOVE 'CODIGO JA CADASTRADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-WRITE
            END-IF.

       5100-VALIDAR-CONDICAO.
      *    DE 1 A 6 PARCELAS, PRAZOS CRESCENTES - A PRIMEIRA
      *    PODE SER ZERO (ENTRADA), AS SEGUINTES NAO; PRAZO
      *    DIGITADO ALEM DA ULTIMA PARCELA E DESCARTADO
            MOVE 'S' TO WRK-CONDICAO-OK.
            IF CPG-QTPARCELAS < 1 OR CPG-QTPARCELAS > 6
                MOVE 'N' TO WRK-CONDICAO-OK
                MOVE 'PARCELAS DE 1 A 6' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRK-IX-PRAZO FROM 2 BY 1
                    UNTIL WRK-IX-PRAZO > CPG-QTPARCELAS
                    OR NOT CONDICAO-OK
                IF CPG-DIAS(WRK-IX-PRAZO) NOT >
                        CPG-DIAS(WRK-IX-PRAZO - 1)
                    MOVE 'N' TO WRK-CONDICAO-OK
                    MOVE 'PRAZOS DEVEM SER CRESCENTES'
                        TO WRK-MSGERRO
                END-IF
            END-PERFORM.
            PERFORM VARYING WRK-IX-PRAZO FROM 1 BY 1
                    UNTIL WRK-IX-PRAZO > 6
                IF WRK-IX-PRAZO > CPG-QTPARCELAS
                    MOVE ZEROS TO CPG-DIAS(WRK-IX-PRAZO)
                END-IF
            END-PERFORM.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONDICAO.
            ACCEPT CHAVE-COND.
            READ CONDPAG
              INVALID KEY
                MOVE 'CONDICAO NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-COND
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONDICAO.
            ACCEPT CHAVE-COND.
            READ CONDPAG
              INVALID KEY
                MOVE 'CONDICAO NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            ACCEPT SS-DADOS-COND.
            PERFORM 5100-VALIDAR-CONDICAO.
            IF NOT CONDICAO-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                REWRITE CONDPAG-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR CONDICAO'
                        TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'CONDICAO ALTERADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-REWRITE
            END-IF.

       8000-DESATIVAR.
            MOVE 'MODULO - DESATIVAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONDICAO.
            ACCEPT CHAVE-COND.
            READ CONDPAG
              INVALID KEY
                MOVE 'CONDICAO NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-COND
                MOVE 'DESATIVAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    SET CPG-INATIVA TO TRUE
                    REWRITE CONDPAG-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR CONDICAO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.
