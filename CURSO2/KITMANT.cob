       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITMANT.
      *******************************************
      * AULA:      MANUTENCAO DA COMPOSICAO DOS KITS
      * OBJETIVO:  CADASTRAR EM TELA OS COMPONENTES DE CADA KIT
      *            EM KITCOMP.DAT (KIT, COMPONENTE, QUANTIDADE
      *            POR KIT) - O KIT E UM PRODUTO DO MESTRE COM
      *            PRECO PROPRIO; A CAPTURA, O EMBARQUE E O
      *            ROMANEIO EXPLODEM O KIT NOS COMPONENTES
      *            (CALL KITEXPL) E O OPERADOR NAO ESQUECE PECA
      *            QUANTIDADE ZERO TIRA O COMPONENTE DO KIT
      *            KIT NAO ENTRA COMO COMPONENTE DE OUTRO KIT E UM
      *            KIT TEM NO MAXIMO 10 COMPONENTES
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT KITCOMP ASSIGN TO 'KITCOMP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS KITCOMP-STATUS
             RECORD KEY IS KIT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD KITCOMP.
           COPY KITCOMP.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 KITCOMP-STATUS  PIC 9(02).
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-CODKIT      PIC X(08) VALUE SPACES.
       77 WRK-DESCR-KIT   PIC X(30) VALUE SPACES.
       77 WRK-CODCOMP     PIC X(08) VALUE SPACES.
       77 WRK-QTDE-HOJE   PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-NOVA   PIC 9(03) VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
           88 COMPONENTE-EXISTE VALUE 'S'.
       77 WRK-COMP-OK     PIC X(01) VALUE 'N'.
           88 COMPONENTE-OK VALUE 'S'.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-QTGRAVADAS  PIC 9(04) VALUE 0.
       77 WRK-QTEXCLUIDAS PIC 9(04) VALUE 0.
       77 WRK-QTCOMP      PIC 9(02) VALUE 0.
       77 WRK-KIT-CONTADO PIC X(08) VALUE SPACES.
       77 WRK-KIT-EM-USO  PIC X(01) VALUE 'N'.
       77 WRK-FIMKIT      PIC X(01) VALUE 'N'.
           88 FIM-KIT VALUE 'S'.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'COMPOSICAO DOS KITS '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-KIT FOREGROUND-COLOR 2.
            05 KTL-CHAVE.
               10 LINE 08 COLUMN 10 VALUE 'KIT......... '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-CODKIT.
            05 KTL-DESCR.
               10 LINE 09 COLUMN 10 VALUE 'DESCRICAO... '.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-DESCR-KIT.
            05 KTL-COMPONENTE.
               10 LINE 10 COLUMN 10 VALUE 'COMPONENTE.. '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-CODCOMP.
            05 KTL-COMP-DESCR.
               10 LINE 11 COLUMN 10 VALUE 'DESCRICAO... '.
               10 COLUMN PLUS 2 PIC X(30) FROM PROD-DESCRICAO.
            05 KTL-HOJE.
               10 LINE 12 COLUMN 10 VALUE 'QTDE HOJE... '.
               10 COLUMN PLUS 2 PIC ZZ9 FROM WRK-QTDE-HOJE.
            05 KTL-NOVA.
               10 LINE 13 COLUMN 10 VALUE 'QTDE NOVA... '.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-QTDE-NOVA.
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
            PERFORM 4000-KIT-TELA UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'KITMANT: NAO ABRIU PRODUTOS.DAT'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O KITCOMP.
            IF KITCOMP-STATUS = 35
                OPEN OUTPUT KITCOMP
                CLOSE KITCOMP
                OPEN I-O KITCOMP
            END-IF.

       4000-KIT-TELA.
            MOVE 'MODULO - COMPOSICAO KIT' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO WRK-CODKIT WRK-DESCR-KIT.
            DISPLAY KTL-CHAVE.
            ACCEPT KTL-CHAVE.
            IF WRK-CODKIT = SPACES
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODKIT TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE PROD-DESCRICAO TO WRK-DESCR-KIT
                DISPLAY KTL-DESCR
                PERFORM 4100-CADASTRAR-COMPONENTE
            END-READ.

       4100-CADASTRAR-COMPONENTE.
            MOVE SPACES TO WRK-CODCOMP.
            DISPLAY KTL-COMPONENTE.
            ACCEPT KTL-COMPONENTE.
            PERFORM 4150-VALIDAR-COMPONENTE.
            IF NOT COMPONENTE-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODKIT  TO KIT-CODKIT.
            MOVE WRK-CODCOMP TO KIT-CODCOMP.
            MOVE 'S' TO WRK-EXISTE.
            READ KITCOMP
              INVALID KEY
                MOVE 'N' TO WRK-EXISTE
                MOVE ZEROS TO KIT-QTDE
            END-READ.
            IF NOT COMPONENTE-EXISTE
             AND WRK-QTCOMP NOT < 10
                MOVE 'KIT JA TEM 10 COMPONENTES' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE KIT-QTDE TO WRK-QTDE-HOJE.
            MOVE ZEROS TO WRK-QTDE-NOVA.
            DISPLAY KTL-COMP-DESCR.
            DISPLAY KTL-HOJE.
            DISPLAY KTL-NOVA.
            ACCEPT KTL-NOVA.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'COMPOSICAO NAO ALTERADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 4200-GRAVAR-COMPONENTE
            END-IF.

       4150-VALIDAR-COMPONENTE.
      *    O COMPONENTE E PRODUTO DO MESTRE, NAO E O PROPRIO KIT
      *    NEM OUTRO KIT, E O KIT NAO E COMPONENTE DE OUTRO KIT -
      *    A EXPLOSAO E DE UM NIVEL SO
            MOVE 'N' TO WRK-COMP-OK.
            IF WRK-CODCOMP = SPACES
                MOVE 'COMPONENTE OBRIGATORIO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-CODCOMP = WRK-CODKIT
                MOVE 'KIT NAO E COMPONENTE DELE' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODCOMP TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'COMPONENTE NAO CADASTRADO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            MOVE WRK-CODCOMP TO WRK-KIT-CONTADO.
            PERFORM 4160-CONTAR-COMPONENTES.
            IF WRK-QTCOMP > 0
                MOVE 'COMPONENTE E OUTRO KIT' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4170-PROCURAR-COMO-COMPONENTE.
            IF WRK-KIT-EM-USO = 'S'
                MOVE 'KIT E COMPONENTE DE OUTRO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
      *    A CONTAGEM FICA COM OS COMPONENTES DO KIT, PARA O LIMITE
            MOVE WRK-CODKIT TO WRK-KIT-CONTADO.
            PERFORM 4160-CONTAR-COMPONENTES.
            MOVE 'S' TO WRK-COMP-OK.

       4160-CONTAR-COMPONENTES.
            MOVE 0 TO WRK-QTCOMP.
            MOVE 'N' TO WRK-FIMKIT.
            MOVE WRK-KIT-CONTADO TO KIT-CODKIT.
            MOVE LOW-VALUES TO KIT-CODCOMP.
            START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMKIT
            END-START.
            PERFORM UNTIL FIM-KIT
                READ KITCOMP NEXT
                    AT END MOVE 'S' TO WRK-FIMKIT
                END-READ
                IF NOT FIM-KIT
                    IF KIT-CODKIT = WRK-KIT-CONTADO
                        ADD 1 TO WRK-QTCOMP
                    ELSE
                        MOVE 'S' TO WRK-FIMKIT
                    END-IF
                END-IF
            END-PERFORM.

       4170-PROCURAR-COMO-COMPONENTE.
            MOVE 'N' TO WRK-KIT-EM-USO.
            MOVE 'N' TO WRK-FIMKIT.
            MOVE LOW-VALUES TO KIT-CHAVE.
            START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMKIT
            END-START.
            PERFORM UNTIL FIM-KIT
                READ KITCOMP NEXT
                    AT END MOVE 'S' TO WRK-FIMKIT
                END-READ
                IF NOT FIM-KIT AND KIT-CODCOMP = WRK-CODKIT
                    MOVE 'S' TO WRK-KIT-EM-USO
                    MOVE 'S' TO WRK-FIMKIT
                END-IF
            END-PERFORM.

       4200-GRAVAR-COMPONENTE.
            IF WRK-QTDE-NOVA = ZEROS
                IF COMPONENTE-EXISTE
                    DELETE KITCOMP
                      INVALID KEY
                        MOVE 'ERRO AO EXCLUIR COMPONENTE'
                            TO WRK-MSGERRO
                      NOT INVALID KEY
                        ADD 1 TO WRK-QTEXCLUIDAS
                        MOVE 'COMPONENTE TIRADO DO KIT'
                            TO WRK-MSGERRO
                    END-DELETE
                ELSE
                    MOVE 'QUANTIDADE OBRIGATORIA' TO WRK-MSGERRO
                END-IF
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-QTDE-NOVA TO KIT-QTDE.
            IF COMPONENTE-EXISTE
                REWRITE KITCOMP-REG
                  INVALID KEY
                    MOVE 'ERRO AO GRAVAR COMPONENTE' TO WRK-MSGERRO
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTGRAVADAS
                    MOVE 'COMPONENTE GRAVADO' TO WRK-MSGERRO
                END-REWRITE
            ELSE
                WRITE KITCOMP-REG
                  INVALID KEY
                    MOVE 'ERRO AO GRAVAR COMPONENTE' TO WRK-MSGERRO
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTGRAVADAS
                    MOVE 'COMPONENTE GRAVADO' TO WRK-MSGERRO
                END-WRITE
            END-IF.
            ACCEPT MOSTRA-ERRO.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE PRODUTOS
                CLOSE KITCOMP
            END-IF.
            DISPLAY '===== KITMANT - COMPOSICAO DOS KITS ====='.
            DISPLAY 'COMPONENTES GRAVADOS.: ' WRK-QTGRAVADAS.
            DISPLAY 'COMPONENTES TIRADOS..: ' WRK-QTEXCLUIDAS.
