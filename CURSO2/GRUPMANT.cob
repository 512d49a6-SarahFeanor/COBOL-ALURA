       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRUPMANT.
      *******************************************
      * AULA:      CADASTRO DE GRUPOS ECONOMICOS
      * OBJETIVO:  MANUTENCAO DO MESTRE DE GRUPOS ECONOMICOS
      *            (GRUPOS.DAT) EM TELA - INCLUSAO, CONSULTA,
      *            ALTERACAO E DESATIVACAO - O GRUPO JUNTA AS
      *            EMPRESAS DE UMA MESMA MATRIZ SOB UM LIMITE DE
      *            CREDITO UNICO, QUE O PROGCOB10 CONFERE CONTRA O
      *            SALDO SOMADO DOS MEMBROS; O CLIENTE E AMARRADO AO
      *            GRUPO NO CADASTRO (AULA11)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD GRUPOS.
           COPY GRUPOS.

       WORKING-STORAGE SECTION.
       77 GRUPOS-STATUS   PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'GRUPOS ECONOMICOS  '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-GRUPOS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - DESATIVAR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-GRUPO.
            05 CHAVE-GRP FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO... '.
               10 COLUMN PLUS 2 PIC 9(05) USING GRP-CODIGO
                   BLANK WHEN ZEROS.
            05 SS-DADOS-GRP.
               10 LINE 11 COLUMN 10 VALUE 'NOME..... '.
               10 COLUMN PLUS 2 PIC X(30) USING GRP-NOME.
               10 LINE 12 COLUMN 10 VALUE 'LIMITE... '.
               10 COLUMN PLUS 2 PIC 9(09)V99 USING GRP-LIMITE
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'SITUACAO. '.
               10 COLUMN PLUS 2 PIC X(01)
                   USING GRP-STATUS-GRUPO.
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
            OPEN I-O GRUPOS.
            IF GRUPOS-STATUS = 35
                OPEN OUTPUT GRUPOS
                CLOSE GRUPOS
                OPEN I-O GRUPOS
            END-IF.
            IF GRUPOS-STATUS NOT = 0
                DISPLAY 'GRUPMANT: NAO ABRIU GRUPOS.DAT - STATUS '
                        GRUPOS-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-GRUPOS.

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
            CLOSE GRUPOS.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO GRP-NOME.
            MOVE ZEROS  TO GRP-CODIGO GRP-LIMITE.
            MOVE '1'    TO GRP-STATUS-GRUPO.
            ACCEPT TELA-GRUPO.
            IF GRP-CODIGO = ZEROS
                MOVE 'CODIGO DO GRUPO OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE IF GRP-NOME = SPACES
                MOVE 'NOME DO GRUPO OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    SET GRP-ATIVO TO TRUE
                    WRITE GRUPO-REG
                      INVALID KEY
                        MOVE 'CODIGO JA CADASTRADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-WRITE
                END-IF
            END-IF
            END-IF.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-GRUPO.
            ACCEPT CHAVE-GRP.
            READ GRUPOS
              INVALID KEY
                MOVE 'GRUPO NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-GRP
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-GRUPO.
            ACCEPT CHAVE-GRP.
            READ GRUPOS
              INVALID KEY
                MOVE 'GRUPO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ACCEPT SS-DADOS-GRP
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    REWRITE GRUPO-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR GRUPO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE 'GRUPO ALTERADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.

       8000-DESATIVAR.
            MOVE 'MODULO - DESATIVAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-GRUPO.
            ACCEPT CHAVE-GRP.
            READ GRUPOS
              INVALID KEY
                MOVE 'GRUPO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-GRP
                MOVE 'DESATIVAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    SET GRP-INATIVO TO TRUE
                    REWRITE GRUPO-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR GRUPO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.
