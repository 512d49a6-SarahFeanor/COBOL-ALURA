       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFMANT.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: MANUTENCAO DO MESTRE DE PROFESSORES (PROFESS.DAT)
      *           EM TELA - INCLUSAO, CONSULTA, ALTERACAO E
      *           DESATIVACAO - O QUADRO DE HORARIOS (HORAMANT) SO
      *           ACEITA PROFESSOR ATIVO DESTE MESTRE, E A CHAMADA
      *           (FREQCAP) PEDE O CODIGO DO PROFESSOR
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO 'PROFESS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROF-STATUS
             RECORD KEY IS PRF-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PROFESSORES.
           COPY PROFESS.

       WORKING-STORAGE SECTION.
       77 PROF-STATUS     PIC 9(02).
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
                              FROM 'CADASTRO PROFESSORES'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-PROFESSORES.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - DESATIVAR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-PROFESSOR.
            05 CHAVE-PROFESSOR FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'CODIGO... '.
               10 COLUMN PLUS 2 PIC X(06) USING PRF-CODIGO.
            05 SS-DADOS-PROFESSOR.
               10 LINE 11 COLUMN 10 VALUE 'NOME..... '.
               10 COLUMN PLUS 2 PIC X(30) USING PRF-NOME.
               10 LINE 12 COLUMN 10 VALUE 'DISCIPLINA'.
               10 COLUMN PLUS 2 PIC X(20) USING PRF-DISCIPLINA.
               10 LINE 13 COLUMN 10 VALUE 'TELEFONE. '.
               10 COLUMN PLUS 2 PIC 9(11) USING PRF-FONE
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO. '.
               10 COLUMN PLUS 2 PIC X(01) USING PRF-STATUS.
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
            OPEN I-O PROFESSORES.
            IF PROF-STATUS = 35
                OPEN OUTPUT PROFESSORES
                CLOSE PROFESSORES
                OPEN I-O PROFESSORES
            END-IF.
            IF PROF-STATUS NOT = 0
                DISPLAY 'PROFMANT: NAO ABRIU PROFESS.DAT - STATUS '
                        PROF-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-PROFESSORES.

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
            CLOSE PROFESSORES.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO PRF-CODIGO PRF-NOME PRF-DISCIPLINA.
            MOVE ZEROS  TO PRF-FONE.
            MOVE '1'    TO PRF-STATUS.
            ACCEPT TELA-PROFESSOR.
            IF PRF-CODIGO = SPACES OR PRF-NOME = SPACES
                MOVE 'CODIGO E NOME OBRIGATORIOS' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    SET PRF-ATIVO TO TRUE
                    WRITE PROFESSOR-REG
                      INVALID KEY
                        MOVE 'CODIGO JA CADASTRADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-WRITE
                END-IF
            END-IF.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-PROFESSOR.
            ACCEPT CHAVE-PROFESSOR.
            READ PROFESSORES
              INVALID KEY
                MOVE 'PROFESSOR NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-PROFESSOR
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-PROFESSOR.
            ACCEPT CHAVE-PROFESSOR.
            READ PROFESSORES
              INVALID KEY
                MOVE 'PROFESSOR NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ACCEPT SS-DADOS-PROFESSOR
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    REWRITE PROFESSOR-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR PROFESSOR'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE 'PROFESSOR ALTERADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.

       8000-DESATIVAR.
      *    PROFESSOR DESATIVADO CONTINUA NOS HORARIOS JA MONTADOS
      *    - O HORAMANT SO NAO DEIXA ESCALA-LO EM AULA NOVA
            MOVE 'MODULO - DESATIVAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-PROFESSOR.
            ACCEPT CHAVE-PROFESSOR.
            READ PROFESSORES
              INVALID KEY
                MOVE 'PROFESSOR NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-PROFESSOR
                MOVE 'DESATIVAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    SET PRF-INATIVO TO TRUE
                    REWRITE PROFESSOR-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR PROFESSOR'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.
