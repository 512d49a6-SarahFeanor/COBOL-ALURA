       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DESCMANT.
      *******************************************
      * AULA:      MANUTENCAO DA TABELA DE DESCONTO POR FAIXA
      * OBJETIVO:  CADASTRAR EM TELA AS FAIXAS DE DESCONTO POR
      *            QUANTIDADE EM DESCFAIXA.DAT (PRODUTO,
      *            QUANTIDADE MINIMA, PERCENTUAL) - A CAPTURA DE
      *            PEDIDOS E O PROGCOB10 APLICAM A FAIXA SOZINHOS
      *            (CALL DESCFAIX), SEM O OPERADOR DIGITAR NADA
      *            A LINHA NOVA SE SOMA AO ARQUIVO E, PARA A MESMA
      *            FAIXA, E A ULTIMA QUE VALE; PERCENTUAL ZERO
      *            TIRA O DESCONTO DAQUELA FAIXA
      *            A CONSULTA MOSTRA O DESCONTO QUE A QUANTIDADE
      *            DIGITADA GANHA HOJE
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
           SELECT DESCFAIXA ASSIGN TO 'DESCFAIXA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DSF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD DESCFAIXA.
       01 DSF-REG.
           05 DSF-CODPROD   PIC X(08).
           05 DSF-QTMINIMA  PIC 9(03).
           05 DSF-PERCENTUAL PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 DSF-STATUS      PIC 9(02).
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-CODPROD     PIC X(08) VALUE SPACES.
       77 WRK-QTMINIMA    PIC 9(03) VALUE ZEROS.
       77 WRK-PERC-NOVO   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-HOJE   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTGRAVADAS  PIC 9(04) VALUE 0.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'DESCONTO POR FAIXA  '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-FAIXA FOREGROUND-COLOR 2.
            05 DSF-CHAVE.
               10 LINE 09 COLUMN 10 VALUE 'PRODUTO..... '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-CODPROD.
            05 DSF-DESCR.
               10 LINE 10 COLUMN 10 VALUE 'DESCRICAO... '.
               10 COLUMN PLUS 2 PIC X(30) FROM PROD-DESCRICAO.
            05 DSF-QTDE.
               10 LINE 11 COLUMN 10 VALUE 'QTDE MINIMA. '.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-QTMINIMA
                   BLANK WHEN ZEROS.
            05 DSF-VIGENTE.
               10 LINE 12 COLUMN 10 VALUE 'DESC HOJE %. '.
               10 COLUMN PLUS 2 PIC Z9,99 FROM WRK-PERC-HOJE.
            05 DSF-NOVO.
               10 LINE 13 COLUMN 10 VALUE 'DESC NOVO %. '.
               10 COLUMN PLUS 2 PIC 9(02)V99 USING WRK-PERC-NOVO.
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
            PERFORM 4000-FAIXA-TELA UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'DESCMANT: NAO ABRIU PRODUTOS.DAT'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            END-IF.

       4000-FAIXA-TELA.
            MOVE 'MODULO - FAIXA DESCONTO' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO WRK-CODPROD.
            DISPLAY DSF-CHAVE.
            ACCEPT DSF-CHAVE.
            IF WRK-CODPROD = SPACES
                MOVE 'S' TO WRK-FIMTELA
            ELSE
                MOVE WRK-CODPROD TO PROD-CODIGO
                READ PRODUTOS
                  INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    PERFORM 4100-CADASTRAR-FAIXA
                END-READ
            END-IF.

       4100-CADASTRAR-FAIXA.
            MOVE ZEROS TO WRK-QTMINIMA WRK-PERC-NOVO.
            DISPLAY DSF-DESCR.
            DISPLAY DSF-QTDE.
            ACCEPT DSF-QTDE.
            IF WRK-QTMINIMA = ZEROS
                MOVE 'QTDE MINIMA OBRIGATORIA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            CALL 'DESCFAIX' USING WRK-CODPROD WRK-QTMINIMA
                WRK-PERC-HOJE.
            DISPLAY DSF-VIGENTE.
            DISPLAY DSF-NOVO.
            ACCEPT DSF-NOVO.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'FAIXA NAO GRAVADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 4200-GRAVAR-FAIXA
            END-IF.

       4200-GRAVAR-FAIXA.
            MOVE WRK-CODPROD   TO DSF-CODPROD.
            MOVE WRK-QTMINIMA  TO DSF-QTMINIMA.
            MOVE WRK-PERC-NOVO TO DSF-PERCENTUAL.
            OPEN EXTEND DESCFAIXA.
            IF DSF-STATUS = 35
                OPEN OUTPUT DESCFAIXA
            END-IF.
            WRITE DSF-REG.
            CLOSE DESCFAIXA.
            ADD 1 TO WRK-QTGRAVADAS.
            MOVE 'FAIXA GRAVADA' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE PRODUTOS
            END-IF.
            DISPLAY '===== DESCMANT - FAIXAS DE DESCONTO ====='.
            DISPLAY 'FAIXAS GRAVADAS......: ' WRK-QTGRAVADAS.
