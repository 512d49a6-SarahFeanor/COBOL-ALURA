       IDENTIFICATION DIVISION.
       PROGRAM-ID.  METAMANT.
      *******************************************
      * AULA:      CADASTRO DE METAS DE VENDA
      * OBJETIVO:  MANUTENCAO EM TELA DAS METAS MENSAIS POR
      *            VENDEDOR (METAS.DAT) - INCLUSAO, CONSULTA,
      *            ALTERACAO E EXCLUSAO - AO LADO DO VENDMANT;
      *            O VENDEDOR TEM QUE EXISTIR NO VENDEDOR.DAT
      *            O ACOMPANHAMENTO SAI NO METAMES
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO 'METAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS METAS-STATUS
             RECORD KEY IS META-CHAVE.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD METAS.
           COPY METAVEND.

       FD VENDEDOR.
           COPY VENDEDOR.

       WORKING-STORAGE SECTION.
       77 METAS-STATUS    PIC 9(02).
       77 VENDEDOR-STATUS PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-CHAVE-OK    PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA VALUE 'S'.
       77 WRK-MES-META    PIC 9(02) VALUE ZEROS.
       77 WRK-ABRIU-OK    PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'METAS DE VENDA      '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-METAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-META.
            05 CHAVE-META FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'VENDEDOR. '.
               10 COLUMN PLUS 2 PIC 9(03) USING META-VENDEDOR
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'MES AAAAMM'.
               10 COLUMN PLUS 2 PIC 9(06) USING META-COMPETENCIA
                   BLANK WHEN ZEROS.
            05 SS-NOME-VEND.
               10 LINE 10 COLUMN 30 PIC X(30) FROM VEN-NOME.
            05 SS-DADOS-META.
               10 LINE 12 COLUMN 10 VALUE 'META R$.. '.
               10 COLUMN PLUS 2 PIC 9(09)V99 USING META-VALOR
                   BLANK WHEN ZEROS.
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
            OPEN I-O METAS.
            IF METAS-STATUS = 35
                OPEN OUTPUT METAS
                CLOSE METAS
                OPEN I-O METAS
            END-IF.
            IF METAS-STATUS NOT = 0
                DISPLAY 'METAMANT: NAO ABRIU METAS.DAT - STATUS '
                        METAS-STATUS
                MOVE 'X' TO WRK-OPCAO
            ELSE
                OPEN INPUT VENDEDOR
                IF VENDEDOR-STATUS NOT = 0
                    DISPLAY 'METAMANT: NAO ABRIU VENDEDOR.DAT - '
                            'STATUS ' VENDEDOR-STATUS
                    CLOSE METAS
                    MOVE 'X' TO WRK-OPCAO
                ELSE
                    SET ABRIU-COM-SUCESSO TO TRUE
                END-IF
            END-IF.

       1100-MONTATELA.
            IF WRK-OPCAO NOT = 'X'
                DISPLAY TELA
                ACCEPT MENU-METAS
            END-IF.

       1200-VALIDAR-CHAVE.
      *    VENDEDOR CADASTRADO E COMPETENCIA COM MES DE 01 A 12
            MOVE 'N' TO WRK-CHAVE-OK.
            MOVE META-COMPETENCIA(5:2) TO WRK-MES-META.
            IF META-COMPETENCIA(1:4) = ZEROS
             OR WRK-MES-META < 1 OR WRK-MES-META > 12
                MOVE 'COMPETENCIA INVALIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE META-VENDEDOR TO VEN-CODIGO
                READ VENDEDOR
                  INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'S' TO WRK-CHAVE-OK
                    DISPLAY SS-NOME-VEND
                END-READ
            END-IF.

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
                PERFORM 8000-EXCLUIR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                CLOSE METAS
                CLOSE VENDEDOR
            END-IF.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO VEN-NOME.
            MOVE ZEROS  TO META-VENDEDOR META-COMPETENCIA META-VALOR.
            DISPLAY TELA-META.
            ACCEPT CHAVE-META.
            PERFORM 1200-VALIDAR-CHAVE.
            IF NOT CHAVE-VALIDA
                EXIT PARAGRAPH
            END-IF.
            ACCEPT SS-DADOS-META.
            IF META-VALOR = ZEROS
                MOVE 'VALOR DA META OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    WRITE META-REG
                      INVALID KEY
                        MOVE 'META JA CADASTRADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-WRITE
                END-IF
            END-IF.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO VEN-NOME.
            MOVE ZEROS  TO META-VENDEDOR META-COMPETENCIA META-VALOR.
            DISPLAY TELA-META.
            ACCEPT CHAVE-META.
            READ METAS
              INVALID KEY
                MOVE 'META NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
                MOVE META-VENDEDOR TO VEN-CODIGO
                READ VENDEDOR
                  INVALID KEY
                    MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
                END-READ
                DISPLAY SS-NOME-VEND
                DISPLAY SS-DADOS-META
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO VEN-NOME.
            MOVE ZEROS  TO META-VENDEDOR META-COMPETENCIA META-VALOR.
            DISPLAY TELA-META.
            ACCEPT CHAVE-META.
            READ METAS
              INVALID KEY
                MOVE 'META NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE META-VENDEDOR TO VEN-CODIGO
                READ VENDEDOR
                  INVALID KEY
                    MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
                END-READ
                DISPLAY SS-NOME-VEND
                ACCEPT SS-DADOS-META
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    REWRITE META-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR META' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE 'META ALTERADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.

       8000-EXCLUIR.
            MOVE 'MODULO - EXCLUIR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO VEN-NOME.
            MOVE ZEROS  TO META-VENDEDOR META-COMPETENCIA META-VALOR.
            DISPLAY TELA-META.
            ACCEPT CHAVE-META.
            READ METAS
              INVALID KEY
                MOVE 'META NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-META
                MOVE 'EXCLUIR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    DELETE METAS
                      INVALID KEY
                        MOVE 'ERRO AO EXCLUIR META' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-DELETE
                END-IF
            END-READ.
