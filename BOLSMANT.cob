       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSMANT.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: MANUTENCAO DAS BOLSAS DE ESTUDO (BOLSAS.DAT) EM
      *           TELA - INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO
      *           DA BOLSA DE UMA MATRICULA, COM PERCENTUAL,
      *           MOTIVO E VIGENCIA (COMPETENCIA INICIAL E FINAL) -
      *           O MENSALID APLICA O DESCONTO NA COBRANCA DO MES
      *           MOTIVOS: S SOCIAL, M MERITO, F FUNCIONARIO,
      *           C CONVENIO, O OUTROS
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS ASSIGN TO 'BOLSAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BOLSAS-STATUS
             RECORD KEY IS BOL-CHAVE.
           SELECT MATRICULAS ASSIGN TO 'MATRICUL.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD BOLSAS.
           COPY BOLSAS.

       FD MATRICULAS.
           COPY MATRICUL.

       WORKING-STORAGE SECTION.
       77 BOLSAS-STATUS   PIC 9(02).
       77 MAT-STATUS      PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-BOLSA-OK    PIC X(01) VALUE 'S'.
           88 BOLSA-OK VALUE 'S'.
       01 WRK-COMP-PARTES.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'BOLSAS DE ESTUDO    '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-BOLSAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-BOLSA.
            05 CHAVE-BOLSA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'MATRICULA '.
               10 COLUMN PLUS 2 PIC 9(06) USING BOL-MATRICULA
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'INICIO... '.
               10 COLUMN PLUS 2 PIC 9(06) USING BOL-INICIO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(AAAAMM)'.
            05 SS-NOME-ALUNO.
               10 LINE 09 COLUMN 30 PIC X(30) FROM MAT-NOME.
            05 SS-DADOS-BOLSA.
               10 LINE 11 COLUMN 10 VALUE 'FIM...... '.
               10 COLUMN PLUS 2 PIC 9(06) USING BOL-FIM
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(AAAAMM)'.
               10 LINE 12 COLUMN 10 VALUE 'PERCENTUAL'.
               10 COLUMN PLUS 2 PIC ZZ9,99 USING BOL-PERCENTUAL.
               10 LINE 13 COLUMN 10 VALUE 'MOTIVO... '.
               10 COLUMN PLUS 2 PIC X(01) USING BOL-MOTIVO.
               10 COLUMN PLUS 2 VALUE 'S/M/F/C/O'.
               10 LINE 14 COLUMN 10 VALUE 'OBSERVACAO'.
               10 COLUMN PLUS 2 PIC X(30) USING BOL-OBSERVACAO.
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
            OPEN I-O BOLSAS.
            IF BOLSAS-STATUS = 35
                OPEN OUTPUT BOLSAS
                CLOSE BOLSAS
                OPEN I-O BOLSAS
            END-IF.
            IF BOLSAS-STATUS NOT = 0
                DISPLAY 'BOLSMANT: NAO ABRIU BOLSAS.DAT - STATUS '
                        BOLSAS-STATUS
                MOVE 'X' TO WRK-OPCAO
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                DISPLAY 'BOLSMANT: NAO ABRIU MATRICUL.DAT - STATUS '
                        MAT-STATUS
                CLOSE BOLSAS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-BOLSAS.

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
            CLOSE BOLSAS.
            CLOSE MATRICULAS.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS  TO BOL-MATRICULA BOL-INICIO BOL-FIM
                           BOL-PERCENTUAL.
            MOVE SPACES TO BOL-MOTIVO BOL-OBSERVACAO MAT-NOME.
            ACCEPT TELA-BOLSA.
            PERFORM 5500-VALIDAR-BOLSA.
            IF NOT BOLSA-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY SS-NOME-ALUNO.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                WRITE BOLSA-REG
                  INVALID KEY
                    MOVE 'BOLSA JA CADASTRADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-WRITE
            END-IF.

       5500-VALIDAR-BOLSA.
      *    A MATRICULA TEM QUE EXISTIR E A VIGENCIA TEM QUE SER
      *    DE MESES DE VERDADE, COM O FIM DEPOIS DO INICIO
            MOVE 'S' TO WRK-BOLSA-OK.
            MOVE BOL-MATRICULA TO MAT-NUMERO.
            READ MATRICULAS
              INVALID KEY
                MOVE 'N' TO WRK-BOLSA-OK
                MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            MOVE BOL-INICIO TO WRK-COMP-PARTES.
            IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
                MOVE 'N' TO WRK-BOLSA-OK
                MOVE 'INICIO INVALIDO (AAAAMM)' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE BOL-FIM TO WRK-COMP-PARTES.
            IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
             OR BOL-FIM < BOL-INICIO
                MOVE 'N' TO WRK-BOLSA-OK
                MOVE 'FIM INVALIDO (AAAAMM)' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF BOL-PERCENTUAL = 0 OR BOL-PERCENTUAL > 100
                MOVE 'N' TO WRK-BOLSA-OK
                MOVE 'PERCENTUAL DE 0,01 A 100' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT BOL-MOTIVO-OK
                MOVE 'N' TO WRK-BOLSA-OK
                MOVE 'MOTIVO: S, M, F, C OU O' TO WRK-MSGERRO
            END-IF.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO BOL-MATRICULA BOL-INICIO.
            DISPLAY TELA-BOLSA.
            ACCEPT CHAVE-BOLSA.
            READ BOLSAS
              INVALID KEY
                MOVE 'BOLSA NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
                PERFORM 6500-MOSTRAR-ALUNO
                DISPLAY SS-DADOS-BOLSA
            END-READ.
            ACCEPT MOSTRA-ERRO.

       6500-MOSTRAR-ALUNO.
            MOVE BOL-MATRICULA TO MAT-NUMERO.
            READ MATRICULAS
              INVALID KEY
                MOVE 'MATRICULA NAO CADASTRADA' TO MAT-NOME
            END-READ.
            DISPLAY SS-NOME-ALUNO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO BOL-MATRICULA BOL-INICIO.
            DISPLAY TELA-BOLSA.
            ACCEPT CHAVE-BOLSA.
            READ BOLSAS
              INVALID KEY
                MOVE 'BOLSA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            PERFORM 6500-MOSTRAR-ALUNO.
            ACCEPT SS-DADOS-BOLSA.
            PERFORM 5500-VALIDAR-BOLSA.
            IF NOT BOLSA-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                REWRITE BOLSA-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR BOLSA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'BOLSA ALTERADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-REWRITE
            END-IF.

       8000-EXCLUIR.
      *    BOLSA QUE JA FOI DESCONTADA CONTINUA NO MENSFEIT.DAT -
      *    EXCLUIR SO TIRA O DESCONTO DAS PROXIMAS COBRANCAS
            MOVE 'MODULO - EXCLUIR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO BOL-MATRICULA BOL-INICIO.
            DISPLAY TELA-BOLSA.
            ACCEPT CHAVE-BOLSA.
            READ BOLSAS
              INVALID KEY
                MOVE 'BOLSA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                PERFORM 6500-MOSTRAR-ALUNO
                DISPLAY SS-DADOS-BOLSA
                MOVE 'EXCLUIR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    DELETE BOLSAS RECORD
                      INVALID KEY
                        MOVE 'ERRO AO EXCLUIR BOLSA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-DELETE
                END-IF
            END-READ.
