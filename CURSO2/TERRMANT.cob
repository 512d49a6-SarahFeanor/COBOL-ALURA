       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TERRMANT.
      *******************************************
      * AULA:      CADASTRO DE TERRITORIOS
      * OBJETIVO:  MANUTENCAO DO MESTRE DE TERRITORIOS DE VENDA
      *            (TERRIT.DAT) EM TELA - INCLUSAO, CONSULTA,
      *            TROCA DE DONO E EXCLUSAO - CADA UF, OU CIDADE
      *            DENTRO DA UF, TEM UM VENDEDOR DONO QUE O MENU
      *            DE CLIENTES USA COMO VENDEDOR PADRAO DO CLIENTE
      *            NOVO; TODA TROCA DE DONO VAI PARA O HISTORICO
      *            DA CARTEIRA (CARTHIST.DAT)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRIT ASSIGN TO 'TERRIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERRIT-STATUS
             RECORD KEY IS TER-CHAVE.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT CARTHIST ASSIGN TO 'CARTHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERRIT.
           COPY TERRIT.
       FD VENDEDOR.
           COPY VENDEDOR.
       FD CARTHIST.
           COPY CARTHIST.

       WORKING-STORAGE SECTION.
       77 TERRIT-STATUS   PIC 9(02).
       77 VENDEDOR-STATUS PIC 9(02).
       77 CARTHIST-STATUS PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-DATA-SISTEMA PIC 9(08).
       77 WRK-HORA-SISTEMA PIC 9(08).
       77 WRK-VEND-ANTES  PIC 9(03).
       77 WRK-IX-UF       PIC 9(02).
       77 WRK-DADOS-OK    PIC X(01).
           88 DADOS-OK    VALUE 'S'.
      *    TABELA DAS UNIDADES DA FEDERACAO (MESMA DO PEDPRE)
       01 TAB-UF-DADOS    PIC X(54) VALUE
           'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.
       01 TAB-UF REDEFINES TAB-UF-DADOS.
           05 TAB-UF-SIGLA PIC X(02) OCCURS 27 TIMES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'CADASTRO TERRITORIOS'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-TERRITORIOS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - TROCAR DONO'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-TERRITORIO.
            05 CHAVE-TERR FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'UF....... '.
               10 COLUMN PLUS 2 PIC X(02) USING TER-UF.
               10 LINE 11 COLUMN 10 VALUE 'CIDADE... '.
               10 COLUMN PLUS 2 PIC X(20) USING TER-CIDADE.
            05 SS-DADOS-TERR.
               10 LINE 12 COLUMN 10 VALUE 'VENDEDOR. '.
               10 COLUMN PLUS 2 PIC 9(03) USING TER-VENDEDOR
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'DESDE.... '.
               10 COLUMN PLUS 2 PIC 9(08) FROM TER-DATA
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
            OPEN I-O TERRIT.
            IF TERRIT-STATUS = 35
                OPEN OUTPUT TERRIT
                CLOSE TERRIT
                OPEN I-O TERRIT
            END-IF.
            IF TERRIT-STATUS NOT = 0
                DISPLAY 'TERRMANT: NAO ABRIU TERRIT.DAT - STATUS '
                        TERRIT-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.
            OPEN INPUT VENDEDOR.
            IF VENDEDOR-STATUS NOT = 0
                DISPLAY 'TERRMANT: NAO ABRIU VENDEDOR.DAT - STATUS '
                        VENDEDOR-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            IF WRK-OPCAO NOT = 'X'
                DISPLAY TELA
                ACCEPT MENU-TERRITORIOS
            END-IF.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR
              WHEN 2
                PERFORM 6000-CONSULTAR
              WHEN 3
                PERFORM 7000-TROCAR-DONO
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
            CLOSE TERRIT.
            CLOSE VENDEDOR.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO TER-UF TER-CIDADE.
            MOVE ZEROS  TO TER-VENDEDOR TER-DATA.
            ACCEPT TELA-TERRITORIO.
            PERFORM 5100-VALIDAR.
            IF NOT DADOS-OK
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                    MOVE WRK-DATA-SISTEMA TO TER-DATA
                    WRITE TERRIT-REG
                      INVALID KEY
                        MOVE 'TERRITORIO JA CADASTRADO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE ZEROS TO WRK-VEND-ANTES
                        PERFORM 9000-GRAVAR-HISTORICO
                    END-WRITE
                END-IF
            END-IF.

      *    UF DA TABELA, VENDEDOR CADASTRADO E ATIVO - A CIDADE
      *    PODE FICAR EM BRANCO (TERRITORIO DA UF INTEIRA)
       5100-VALIDAR.
            MOVE 'N' TO WRK-DADOS-OK.
            MOVE 1 TO WRK-IX-UF.
            PERFORM UNTIL WRK-IX-UF > 27
                       OR TAB-UF-SIGLA(WRK-IX-UF) = TER-UF
                ADD 1 TO WRK-IX-UF
            END-PERFORM.
            IF WRK-IX-UF > 27
                MOVE 'UF INVALIDA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE TER-VENDEDOR TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            IF NOT VEN-ATIVO
                MOVE 'VENDEDOR DESATIVADO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-DADOS-OK.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-TERRITORIO.
            ACCEPT CHAVE-TERR.
            READ TERRIT
              INVALID KEY
                MOVE 'TERRITORIO NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-TERR
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-TROCAR-DONO.
            MOVE 'MODULO - TROCAR DONO ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-TERRITORIO.
            ACCEPT CHAVE-TERR.
            READ TERRIT
              INVALID KEY
                MOVE 'TERRITORIO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE TER-VENDEDOR TO WRK-VEND-ANTES
                DISPLAY SS-DADOS-TERR
                ACCEPT SS-DADOS-TERR
                PERFORM 5100-VALIDAR
                IF NOT DADOS-OK
                    ACCEPT MOSTRA-ERRO
                ELSE
                    IF TER-VENDEDOR = WRK-VEND-ANTES
                        MOVE 'VENDEDOR NAO MUDOU' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                        PERFORM 7100-REGRAVAR
                    END-IF
                END-IF
            END-READ.

       7100-REGRAVAR.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'TROCA CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WRK-DATA-SISTEMA TO TER-DATA
                REWRITE TERRIT-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR TERRITORIO'
                        TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    PERFORM 9000-GRAVAR-HISTORICO
                    MOVE 'DONO TROCADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-REWRITE
            END-IF.

      *    OS CLIENTES DO TERRITORIO FICAM COM O VENDEDOR QUE JA
      *    TINHAM - SO O PADRAO DOS CLIENTES NOVOS DEIXA DE EXISTIR
       8000-EXCLUIR.
            MOVE 'MODULO - EXCLUIR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-TERRITORIO.
            ACCEPT CHAVE-TERR.
            READ TERRIT
              INVALID KEY
                MOVE 'TERRITORIO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-TERR
                MOVE 'EXCLUIR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    MOVE TER-VENDEDOR TO WRK-VEND-ANTES
                    DELETE TERRIT
                      INVALID KEY
                        MOVE 'ERRO AO EXCLUIR TERRITORIO'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE ZEROS TO TER-VENDEDOR
                        ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
                        PERFORM 9000-GRAVAR-HISTORICO
                    END-DELETE
                END-IF
            END-READ.

       9000-GRAVAR-HISTORICO.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            MOVE WRK-DATA-SISTEMA      TO CTH-DATA.
            MOVE WRK-HORA-SISTEMA(1:6) TO CTH-HORA.
            SET CTH-TERRITORIO TO TRUE.
            MOVE ZEROS          TO CTH-CODIGO.
            MOVE TER-UF         TO CTH-UF.
            MOVE TER-CIDADE     TO CTH-CIDADE.
            MOVE WRK-VEND-ANTES TO CTH-VEND-ANTES.
            MOVE TER-VENDEDOR   TO CTH-VEND-DEPOIS.
            MOVE 'TERRMANT'     TO CTH-ORIGEM.
            MOVE SPACES         TO CTH-USUARIO.
            OPEN EXTEND CARTHIST.
            IF CARTHIST-STATUS = 35
                OPEN OUTPUT CARTHIST
            END-IF.
            WRITE CARTHIST-REG.
            CLOSE CARTHIST.
