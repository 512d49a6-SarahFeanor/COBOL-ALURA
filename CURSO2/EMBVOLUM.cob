       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMBVOLUM.
      *******************************************
      * AULA:      DIGITACAO DOS VOLUMES DO EMBARQUE
      * OBJETIVO:  REGISTRAR EM VOLUMES.DAT QUANTOS VOLUMES O
      *            EMBALADOR FECHOU PARA CADA EMBARQUE DO DIA E O
      *            PESO DE CADA UM, EM TELA OU EM LOTE LENDO
      *            VOLUMES.TRN (UMA LINHA POR VOLUME PESADO, AS DO
      *            MESMO PEDIDO JUNTAS E NA ORDEM DOS VOLUMES) - OS
      *            DOIS MODOS DO INVENTRA, VARIAVEL EMBVOL_MODO=L
      *            PARA O LOTE
      *            SO ENTRA EMBARQUE NORMAL COM A DATA DE HOJE (O
      *            DE OUTRO DIA JA SAIU EM MANIFESTO); PEDIDO
      *            REDIGITADO TEM OS VOLUMES ANTERIORES
      *            SUBSTITUIDOS - A ETIQUETA (EMBETIQ) E O
      *            MANIFESTO SAEM SEMPRE COM A ULTIMA EMBALAGEM
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT VOLUMES ASSIGN TO 'VOLUMES.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VOLUMES-STATUS.
           SELECT VOLUMES-WRK ASSIGN TO 'VOLUMES.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRKARQ-STATUS.
           SELECT VOLUMES-TRN ASSIGN TO 'VOLUMES.TRN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD VOLUMES.
           COPY VOLUMES.

       FD VOLUMES-WRK.
       01 WRKARQ-REG PIC X(45).

       FD VOLUMES-TRN.
       01 TRN-REG.
           05 TRN-PEDIDO  PIC 9(07).
           05 TRN-PESO    PIC 9(03)V999.

       WORKING-STORAGE SECTION.
       77 EMBARQUE-STATUS PIC 9(02).
       77 VOLUMES-STATUS  PIC 9(02).
       77 WRKARQ-STATUS   PIC 9(02).
       77 TRN-STATUS      PIC 9(02).
       77 WRK-MODO        PIC X(01) VALUE SPACES.
           88 MODO-LOTE VALUE 'L'.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-FIMLOTE     PIC X(01) VALUE 'N'.
           88 FIM-LOTE VALUE 'S'.
       77 WRK-FIMEMB      PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-FIMVOL      PIC X(01) VALUE 'N'.
           88 FIM-VOLUMES VALUE 'S'.
       77 WRK-EMB-OK      PIC X(01) VALUE 'N'.
           88 EMBARQUE-OK VALUE 'S'.
       77 WRK-PESOS-OK    PIC X(01) VALUE 'N'.
           88 PESOS-OK VALUE 'S'.
       77 WRK-JA-TINHA    PIC X(01) VALUE 'N'.
           88 PEDIDO-JA-TINHA VALUE 'S'.
       77 WRK-VOL-CHEIO   PIC X(01) VALUE 'N'.
           88 VOLUMES-ESTOURADOS VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU   PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-PEDIDO      PIC 9(07) VALUE ZEROS.
       77 WRK-QTVOL       PIC 9(02) VALUE ZEROS.
       77 WRK-IX-VOL      PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-TELA   PIC 9(03)V999 VALUE ZEROS.
       77 WRK-QTLIDOS     PIC 9(05) VALUE 0.
       77 WRK-QTGRAVADOS  PIC 9(05) VALUE 0.
       77 WRK-QTVOLUMES   PIC 9(05) VALUE 0.
       77 WRK-QTSUBSTITUIDOS PIC 9(05) VALUE 0.
       77 WRK-QTREJEITADOS PIC 9(05) VALUE 0.

       01 WRK-TAB-PESOS.
      *    PESOS DOS VOLUMES DO PEDIDO EM DIGITACAO - O PEDIDO SO
      *    VAI PARA O ARQUIVO COM TODOS OS VOLUMES CONFERIDOS
           05 WRK-PESO PIC 9(03)V999 OCCURS 99 TIMES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'VOLUMES DO EMBARQUE '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-PEDIDO FOREGROUND-COLOR 2.
            05 LINE 10 COLUMN 10 VALUE 'PEDIDO...... '.
            05 COLUMN PLUS 2 PIC 9(07) USING WRK-PEDIDO
                BLANK WHEN ZEROS.
            05 LINE 11 COLUMN 10 VALUE 'VOLUMES..... '.
            05 COLUMN PLUS 2 PIC 9(02) USING WRK-QTVOL
                BLANK WHEN ZEROS.
       01 TELA-PESO FOREGROUND-COLOR 2.
            05 LINE 13 COLUMN 10 VALUE 'VOLUME '.
            05 COLUMN PLUS 1 PIC 9(02) FROM WRK-IX-VOL.
            05 COLUMN PLUS 1 VALUE 'DE'.
            05 COLUMN PLUS 1 PIC 9(02) FROM WRK-QTVOL.
            05 COLUMN PLUS 2 VALUE 'PESO (KG) '.
            05 COLUMN PLUS 2 PIC 9(03)V999 USING WRK-PESO-TELA.
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
            IF MODO-LOTE
                PERFORM 2000-PROCESSAR-LOTE UNTIL FIM-LOTE
            ELSE
                PERFORM 4000-VOLUMES-TELA UNTIL FIM-TELA
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            ACCEPT WRK-MODO FROM ENVIRONMENT 'EMBVOL_MODO'.
            IF DATA-FECHADA
                DISPLAY 'EMBVOLUM: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 'S' TO WRK-FIMLOTE
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
            ELSE
                IF MODO-LOTE
                    MOVE 'EMBVOLLOTE' TO WRK-USUARIO
                    OPEN INPUT VOLUMES-TRN
                    IF TRN-STATUS NOT = 0
                        DISPLAY 'EMBVOLUM: NAO ABRIU VOLUMES.TRN'
                        MOVE 'S' TO WRK-FIMLOTE
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM 1100-LER-LOTE
                    END-IF
                ELSE
                    DISPLAY 'OPERADOR.................'
                    ACCEPT WRK-USUARIO
                END-IF
            END-IF.

       1100-LER-LOTE.
            READ VOLUMES-TRN
                AT END MOVE 'S' TO WRK-FIMLOTE
            END-READ.

       2000-PROCESSAR-LOTE.
      *    AS LINHAS SEGUIDAS DO MESMO PEDIDO SAO OS VOLUMES 1 A N
      *    DELE - A QUEBRA DE PEDIDO FECHA A EMBALAGEM
            MOVE TRN-PEDIDO TO WRK-PEDIDO.
            MOVE ZEROS TO WRK-QTVOL.
            MOVE 'N' TO WRK-VOL-CHEIO.
            PERFORM 2100-JUNTAR-VOLUME
                UNTIL FIM-LOTE OR TRN-PEDIDO NOT = WRK-PEDIDO.
            ADD 1 TO WRK-QTLIDOS.
            IF VOLUMES-ESTOURADOS
                MOVE 'PEDIDO COM MAIS DE 99 VOLUMES' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
            ELSE
                PERFORM 5000-GRAVAR-VOLUMES
            END-IF.

       2100-JUNTAR-VOLUME.
            IF WRK-QTVOL < 99
                ADD 1 TO WRK-QTVOL
                MOVE TRN-PESO TO WRK-PESO(WRK-QTVOL)
            ELSE
                MOVE 'S' TO WRK-VOL-CHEIO
            END-IF.
            PERFORM 1100-LER-LOTE.

       4000-VOLUMES-TELA.
            MOVE 'MODULO - VOLUMES      ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-PEDIDO WRK-QTVOL.
            DISPLAY TELA-PEDIDO.
            ACCEPT TELA-PEDIDO.
            IF WRK-PEDIDO = ZEROS
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTLIDOS.
            IF WRK-QTVOL = ZEROS
                MOVE 'INFORME A QUANTIDADE DE VOLUMES' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
      *    O EMBARQUE E CONFERIDO ANTES DA PESAGEM - O EMBALADOR
      *    NAO DIGITA PESO DE PEDIDO QUE NAO VAI ENTRAR
            PERFORM 5100-CONFERIR-EMBARQUE.
            IF NOT EMBARQUE-OK
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4100-PESO-TELA
                VARYING WRK-IX-VOL FROM 1 BY 1
                UNTIL WRK-IX-VOL > WRK-QTVOL.
            PERFORM 5000-GRAVAR-VOLUMES.

       4100-PESO-TELA.
            MOVE ZEROS TO WRK-PESO-TELA.
            DISPLAY TELA-PESO.
            ACCEPT TELA-PESO.
            MOVE WRK-PESO-TELA TO WRK-PESO(WRK-IX-VOL).

       5000-GRAVAR-VOLUMES.
            PERFORM 5100-CONFERIR-EMBARQUE.
            IF NOT EMBARQUE-OK
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5200-CONFERIR-PESOS.
            IF NOT PESOS-OK
                MOVE 'PESO DE VOLUME INVALIDO' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5300-SUBSTITUIR-VOLUMES.
            ADD 1 TO WRK-QTGRAVADOS.
            ADD WRK-QTVOL TO WRK-QTVOLUMES.
            IF NOT MODO-LOTE
                IF PEDIDO-JA-TINHA
                    MOVE 'VOLUMES SUBSTITUIDOS' TO WRK-MSGERRO
                ELSE
                    MOVE 'VOLUMES REGISTRADOS' TO WRK-MSGERRO
                END-IF
                ACCEPT MOSTRA-ERRO
            END-IF.

       5100-CONFERIR-EMBARQUE.
      *    O PEDIDO PRECISA TER EMBARQUE NORMAL COM A DATA DE HOJE
            MOVE 'N' TO WRK-EMB-OK.
            MOVE 'N' TO WRK-FIMEMB.
            MOVE 'PEDIDO SEM EMBARQUE' TO WRK-MSGERRO.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                MOVE 'NAO ABRIU EMBARQUE.DAT' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5150-LER-EMBARQUE.
            PERFORM UNTIL FIM-EMBARQUE
                IF EMB-PEDIDO = WRK-PEDIDO
                    EVALUATE TRUE
                      WHEN EMB-CANCELADO
                        MOVE 'EMBARQUE CANCELADO' TO WRK-MSGERRO
                      WHEN EMB-DATA NOT = WRK-DATA-SISTEMA
                        MOVE 'EMBARQUE NAO E DO DIA' TO WRK-MSGERRO
                      WHEN OTHER
                        MOVE 'S' TO WRK-EMB-OK
                    END-EVALUATE
                    MOVE 'S' TO WRK-FIMEMB
                ELSE
                    PERFORM 5150-LER-EMBARQUE
                END-IF
            END-PERFORM.
            CLOSE EMBARQUE.

       5150-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMEMB
            END-READ.

       5200-CONFERIR-PESOS.
            MOVE 'S' TO WRK-PESOS-OK.
            PERFORM VARYING WRK-IX-VOL FROM 1 BY 1
                    UNTIL WRK-IX-VOL > WRK-QTVOL
                IF WRK-PESO(WRK-IX-VOL) NOT NUMERIC
                    MOVE 'N' TO WRK-PESOS-OK
                ELSE
                    IF WRK-PESO(WRK-IX-VOL) = ZEROS
                        MOVE 'N' TO WRK-PESOS-OK
                    END-IF
                END-IF
            END-PERFORM.

       5300-SUBSTITUIR-VOLUMES.
      *    PASSO 1 - COPIA OS VOLUMES DOS OUTROS PEDIDOS PARA O
      *    ARQUIVO DE TRABALHO (OS DESTE PEDIDO FICAM PARA TRAS)
      *    E ACRESCENTA A EMBALAGEM NOVA
            MOVE 'N' TO WRK-JA-TINHA.
            MOVE 'N' TO WRK-FIMVOL.
            OPEN OUTPUT VOLUMES-WRK.
            OPEN INPUT VOLUMES.
            IF VOLUMES-STATUS = 0
                PERFORM 5310-LER-VOLUME
                PERFORM 5320-COPIAR-OUTROS UNTIL FIM-VOLUMES
                CLOSE VOLUMES
            END-IF.
            PERFORM 5330-GRAVAR-NOVO
                VARYING WRK-IX-VOL FROM 1 BY 1
                UNTIL WRK-IX-VOL > WRK-QTVOL.
            CLOSE VOLUMES-WRK.
            IF PEDIDO-JA-TINHA
                ADD 1 TO WRK-QTSUBSTITUIDOS
            END-IF.
      *    PASSO 2 - O ARQUIVO DE TRABALHO VOLTA POR CIMA DO
      *    VOLUMES.DAT
            MOVE 'N' TO WRK-FIMVOL.
            OPEN INPUT VOLUMES-WRK.
            OPEN OUTPUT VOLUMES.
            PERFORM 5350-LER-TRABALHO.
            PERFORM UNTIL FIM-VOLUMES
                MOVE WRKARQ-REG TO VOLUMES-REG
                WRITE VOLUMES-REG
                PERFORM 5350-LER-TRABALHO
            END-PERFORM.
            CLOSE VOLUMES-WRK.
            CLOSE VOLUMES.

       5310-LER-VOLUME.
            READ VOLUMES
                AT END MOVE 'S' TO WRK-FIMVOL
            END-READ.

       5320-COPIAR-OUTROS.
            IF VOL-PEDIDO = WRK-PEDIDO
                MOVE 'S' TO WRK-JA-TINHA
            ELSE
                MOVE VOLUMES-REG TO WRKARQ-REG
                WRITE WRKARQ-REG
            END-IF.
            PERFORM 5310-LER-VOLUME.

       5330-GRAVAR-NOVO.
            MOVE WRK-PEDIDO           TO VOL-PEDIDO.
            MOVE WRK-IX-VOL           TO VOL-NUMERO.
            MOVE WRK-QTVOL            TO VOL-TOTAL.
            MOVE WRK-PESO(WRK-IX-VOL) TO VOL-PESO.
            MOVE WRK-DATA-SISTEMA     TO VOL-DATA.
            MOVE WRK-USUARIO          TO VOL-USUARIO.
            MOVE VOLUMES-REG TO WRKARQ-REG.
            WRITE WRKARQ-REG.

       5350-LER-TRABALHO.
            READ VOLUMES-WRK
                AT END MOVE 'S' TO WRK-FIMVOL
            END-READ.

       5900-REJEITAR.
            ADD 1 TO WRK-QTREJEITADOS.
            IF MODO-LOTE
                DISPLAY WRK-MSGERRO ' - ' WRK-PEDIDO
            ELSE
                ACCEPT MOSTRA-ERRO
            END-IF.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                IF MODO-LOTE
                    CLOSE VOLUMES-TRN
                END-IF
            END-IF.
            DISPLAY '===== EMBVOLUM - VOLUMES DO EMBARQUE ====='.
            DISPLAY 'PEDIDOS LIDOS........: ' WRK-QTLIDOS.
            DISPLAY 'PEDIDOS GRAVADOS.....: ' WRK-QTGRAVADOS.
            DISPLAY 'VOLUMES GRAVADOS.....: ' WRK-QTVOLUMES.
            DISPLAY 'PEDIDOS SUBSTITUIDOS.: ' WRK-QTSUBSTITUIDOS.
            DISPLAY 'REJEITADOS...........: ' WRK-QTREJEITADOS.
