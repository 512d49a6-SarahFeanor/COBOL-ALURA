       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RISCMESA.
      *******************************************
      * AULA:      MESA DE RISCO (RISCHOLD.DAT)
      * OBJETIVO:  TELA RESTRITA A ADM QUE PAGINA OS PEDIDOS
      *            RETIDOS PELA TRIAGEM DE RISCO DO PROGCOB10,
      *            MOSTRANDO O CLIENTE, O TOTAL DO PEDIDO, A MEDIA
      *            DOS EMBARQUES DELE, OS PEDIDOS NO DIA, A
      *            PONTUACAO E OS MOTIVOS, E DEIXA O ANALISTA
      *            LIBERAR OU CANCELAR CADA UM COM MOTIVO
      *            PEDIDO LIBERADO FICA MARCADO NO PROPRIO
      *            RISCHOLD.DAT E PASSA NA TRIAGEM NA PROXIMA
      *            RODADA DO PROGCOB10; CANCELADO NAO EMBARCA MAIS.
      *            CADA DECISAO DEIXA TRILHA EM RISCHOLD.LOG, COMO
      *            A MESA DE CREDITO (CREDMESA)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT RISCHOLD ASSIGN TO 'RISCHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RISCHOLD-STATUS.
           SELECT RISCHOLD-LOG ASSIGN TO 'RISCHOLD.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RSHLOG-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD RISCHOLD.
           COPY RISCHOLD.

       FD RISCHOLD-LOG.
       01 RSHLOG-LINHA.
           05 RSHLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-PEDIDO  PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-FONE    PIC 9(11).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-VALOR   PIC 9(07)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-PONTOS  PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-MOTIVOS PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-DECISAO PIC X(09).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RSHLOG-MOTIVO  PIC X(20).

       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).
           05 SEN-SITUACAO PIC X(01).
           05 SEN-DATATROCA PIC 9(08).
           05 SEN-TENTATIVAS PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS PIC 9(02).
       77 RISCHOLD-STATUS PIC 9(02).
       77 RSHLOG-STATUS   PIC 9(02).
       77 SEN-STATUS      PIC 9(02).
       77 WRK-ADMIN       PIC X(20) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-ADM-OK      PIC X(01) VALUE 'N'.
           88 ADM-VALIDO VALUE 'S'.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMHOLD     PIC X(01) VALUE 'N'.
           88 FIM-HOLDS VALUE 'S'.
       77 WRK-QTHOLDS     PIC 9(03) VALUE 0.
       77 WRK-IX-HOLD     PIC 9(03) VALUE 0.
       77 WRK-IX-MOT      PIC 9(01) VALUE 0.
       77 WRK-QTPENDENTES PIC 9(03) VALUE 0.
       77 WRK-QTLIBERADOS PIC 9(03) VALUE 0.
       77 WRK-QTCANCELADOS PIC 9(03) VALUE 0.
       77 WRK-REVISOU     PIC X(01) VALUE 'N'.
           88 HOUVE-DECISAO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
       77 WRK-RSH-VALOR-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RSH-FRETE-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RSH-MEDIA-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-HOLDS.
      *    RISCHOLD.DAT INTEIRO EM MEMORIA - AS DECISOES SO
      *    DESCEM PARA O ARQUIVO NA REGRAVACAO FINAL, COMO NA
      *    MESA DE CREDITO
           05 WRK-HOLD OCCURS 500 TIMES.
               10 WRK-HOLD-PEDIDO PIC 9(07).
               10 WRK-HOLD-CODIGO PIC 9(07).
               10 WRK-HOLD-FONE   PIC 9(11).
               10 WRK-HOLD-DATA   PIC 9(08).
               10 WRK-HOLD-VALOR  PIC 9(07)V99.
               10 WRK-HOLD-FRETE  PIC 9(06)V99.
               10 WRK-HOLD-MEDIA  PIC 9(07)V99.
               10 WRK-HOLD-QTDIA  PIC 9(03).
               10 WRK-HOLD-PONTOS PIC 9(03).
               10 WRK-HOLD-MOTIVOS.
                   15 WRK-HOLD-MOTIVO PIC X(02) OCCURS 4 TIMES.
               10 WRK-HOLD-SITU   PIC X(01).
       01 WRK-TAB-TEXTOS.
      *    O MOTIVO POR EXTENSO - O CODIGO E O DE RISCO.CFG
           05 WRK-MOT-TEXTO PIC X(30) OCCURS 4 TIMES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'MESA DE RISCO       '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-RISCHOLD FOREGROUND-COLOR 2.
            05 RSH-MOSTRA.
               10 LINE 04 COLUMN 10 VALUE 'PEDIDO...... '.
               10 COLUMN PLUS 2 PIC 9(07)
                   FROM WRK-HOLD-PEDIDO(WRK-IX-HOLD).
               10 LINE 04 COLUMN 45 VALUE 'RETIDO EM '.
               10 COLUMN PLUS 2 PIC 9(08)
                   FROM WRK-HOLD-DATA(WRK-IX-HOLD).
               10 LINE 05 COLUMN 10 VALUE 'TELEFONE.... '.
               10 COLUMN PLUS 2 PIC 9(11)
                   FROM WRK-HOLD-FONE(WRK-IX-HOLD).
               10 LINE 06 COLUMN 10 VALUE 'CLIENTE..... '.
               10 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
               10 LINE 07 COLUMN 10 VALUE 'CADASTRO.... '.
               10 COLUMN PLUS 2 PIC 9(08)
                   FROM CLIENTES-DATACADASTRO.
               10 LINE 08 COLUMN 10 VALUE 'TOTAL PEDIDO '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-RSH-VALOR-ED.
               10 LINE 08 COLUMN 45 VALUE 'FRETE '.
               10 COLUMN PLUS 2 PIC ZZZ.ZZ9,99
                   FROM WRK-RSH-FRETE-ED.
               10 LINE 09 COLUMN 10 VALUE 'MEDIA CLIENTE'.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-RSH-MEDIA-ED.
               10 LINE 09 COLUMN 45 VALUE 'PEDIDOS NO DIA '.
               10 COLUMN PLUS 2 PIC ZZ9
                   FROM WRK-HOLD-QTDIA(WRK-IX-HOLD).
               10 LINE 10 COLUMN 10 VALUE 'PONTUACAO... '.
               10 COLUMN PLUS 2 PIC ZZ9
                   FROM WRK-HOLD-PONTOS(WRK-IX-HOLD).
               10 LINE 11 COLUMN 10 VALUE 'MOTIVOS..... '.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-MOT-TEXTO(1).
               10 LINE 12 COLUMN 25 PIC X(30) FROM WRK-MOT-TEXTO(2).
               10 LINE 13 COLUMN 25 PIC X(30) FROM WRK-MOT-TEXTO(3).
               10 LINE 14 COLUMN 25 PIC X(30) FROM WRK-MOT-TEXTO(4).
       01 TELA-MOTIVO FOREGROUND-COLOR 2.
            05 LINE 15 COLUMN 10 VALUE 'MOTIVO...... '.
            05 COLUMN PLUS 2 PIC X(20) USING WRK-MOTIVO.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 17 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 17 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 0500-LOGIN-ADM.
            IF ADM-VALIDO
                PERFORM 1000-INICIAR
                PERFORM 2000-REVISAR-RETENCOES
                PERFORM 3000-FINALIZAR
            ELSE
                DISPLAY 'RISCMESA: ACESSO RESTRITO A ADM'
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       0500-LOGIN-ADM.
            DISPLAY 'USUARIO ADM..............'.
            ACCEPT WRK-ADMIN.
            DISPLAY 'SENHA.....................'.
            ACCEPT WRK-SENHA WITH NO ECHO.
            OPEN INPUT CLIENTES-SEN.
            IF SEN-STATUS = 0
                PERFORM 0550-LER-SENHA
                PERFORM UNTIL SEN-STATUS NOT = 0
                    IF SEN-USUARIO = WRK-ADMIN
                     AND SEN-SENHA = WRK-SENHA
                     AND SEN-NIVEL = 01
                     AND SEN-SITUACAO NOT = '2'
                     AND SEN-SITUACAO NOT = '3'
                        MOVE 'S' TO WRK-ADM-OK
                    END-IF
                    PERFORM 0550-LER-SENHA
                END-PERFORM
                CLOSE CLIENTES-SEN
            END-IF.

       0550-LER-SENHA.
            READ CLIENTES-SEN
                AT END CONTINUE
            END-READ.

       1000-INICIAR.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CLIENTES.
            PERFORM 1100-CARREGAR-HOLDS.
            IF TABELA-ESTOURADA
      *        REGRAVAR COM A TABELA ESTOURADA APAGARIA O RABO
      *        DO ARQUIVO - MELHOR PARAR DO QUE PERDER RETENCAO
                DISPLAY 'RISCMESA: RISCHOLD.DAT PASSOU DE 500 '
                        'RETENCOES - MESA RECUSADA, ARQUIVE AS '
                        'DECIDIDAS ANTES'
                MOVE 0 TO WRK-QTHOLDS WRK-QTPENDENTES
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-HOLDS.
            MOVE 0 TO WRK-QTHOLDS WRK-QTPENDENTES.
            OPEN INPUT RISCHOLD.
            IF RISCHOLD-STATUS = 0
                PERFORM 1150-LER-HOLD
                PERFORM UNTIL FIM-HOLDS
                    IF WRK-QTHOLDS < 500
                        ADD 1 TO WRK-QTHOLDS
                        MOVE RSH-PEDIDO TO
                            WRK-HOLD-PEDIDO(WRK-QTHOLDS)
                        MOVE RSH-CODIGO TO
                            WRK-HOLD-CODIGO(WRK-QTHOLDS)
                        MOVE RSH-FONE TO WRK-HOLD-FONE(WRK-QTHOLDS)
                        MOVE RSH-DATA TO WRK-HOLD-DATA(WRK-QTHOLDS)
                        MOVE RSH-VALOR TO
                            WRK-HOLD-VALOR(WRK-QTHOLDS)
                        MOVE RSH-FRETE TO
                            WRK-HOLD-FRETE(WRK-QTHOLDS)
                        MOVE RSH-MEDIA TO
                            WRK-HOLD-MEDIA(WRK-QTHOLDS)
                        MOVE RSH-QTDIA TO
                            WRK-HOLD-QTDIA(WRK-QTHOLDS)
                        MOVE RSH-PONTOS TO
                            WRK-HOLD-PONTOS(WRK-QTHOLDS)
                        MOVE RSH-MOTIVOS TO
                            WRK-HOLD-MOTIVOS(WRK-QTHOLDS)
                        MOVE RSH-SITUACAO TO
                            WRK-HOLD-SITU(WRK-QTHOLDS)
                        IF RSH-PENDENTE
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-HOLD
                END-PERFORM
                CLOSE RISCHOLD
            END-IF.

       1150-LER-HOLD.
            READ RISCHOLD
                AT END MOVE 'S' TO WRK-FIMHOLD
            END-READ.

       2000-REVISAR-RETENCOES.
            MOVE 'MODULO - MESA DE RISCO   ' TO WRK-MODULO.
            DISPLAY TELA.
            IF WRK-QTPENDENTES = 0
                MOVE 'SEM RETENCOES A REVISAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 2100-REVISAR-RETENCAO
                    VARYING WRK-IX-HOLD FROM 1 BY 1
                    UNTIL WRK-IX-HOLD > WRK-QTHOLDS
                    OR TECLA-CANCELAR
                MOVE 'LIBERADOS 000 CANCELADOS 000' TO WRK-MSGERRO
                MOVE WRK-QTLIBERADOS TO WRK-MSGERRO(11:3)
                MOVE WRK-QTCANCELADOS TO WRK-MSGERRO(26:3)
                ACCEPT MOSTRA-ERRO
            END-IF.

       2100-REVISAR-RETENCAO.
            IF WRK-HOLD-SITU(WRK-IX-HOLD) NOT = 'P'
                CONTINUE
            ELSE
                MOVE WRK-HOLD-FONE(WRK-IX-HOLD) TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                    MOVE 'CLIENTE DA RETENCAO SUMIU' TO WRK-MSGERRO
                    MOVE SPACES TO CLIENTES-NOME
                    MOVE ZEROS TO CLIENTES-DATACADASTRO
                END-READ
                MOVE WRK-HOLD-VALOR(WRK-IX-HOLD)
                    TO WRK-RSH-VALOR-ED
                MOVE WRK-HOLD-FRETE(WRK-IX-HOLD)
                    TO WRK-RSH-FRETE-ED
                MOVE WRK-HOLD-MEDIA(WRK-IX-HOLD)
                    TO WRK-RSH-MEDIA-ED
                PERFORM 2150-TRADUZIR-MOTIVO
                    VARYING WRK-IX-MOT FROM 1 BY 1
                    UNTIL WRK-IX-MOT > 4
                DISPLAY TELA
                DISPLAY TELA-RISCHOLD
                MOVE 'LIBERA (L) CANCELA (C) SAIR(X)'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EVALUATE TRUE
                  WHEN TECLA-CANCELAR
                    CONTINUE
                  WHEN WRK-TECLA = 'L' OR WRK-TECLA = 'l'
                    MOVE 'L' TO WRK-HOLD-SITU(WRK-IX-HOLD)
                    ADD 1 TO WRK-QTLIBERADOS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE SPACES TO WRK-MOTIVO
                    MOVE 'LIBERADO' TO RSHLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                  WHEN WRK-TECLA = 'C' OR WRK-TECLA = 'c'
                    MOVE SPACES TO WRK-MOTIVO
                    DISPLAY TELA-MOTIVO
                    ACCEPT TELA-MOTIVO
                    MOVE 'R' TO WRK-HOLD-SITU(WRK-IX-HOLD)
                    ADD 1 TO WRK-QTCANCELADOS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE 'CANCELADO' TO RSHLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                  WHEN OTHER
      *            SEM DECISAO - A RETENCAO SEGUE PENDENTE
                    CONTINUE
                END-EVALUATE
            END-IF.

       2150-TRADUZIR-MOTIVO.
            EVALUATE WRK-HOLD-MOTIVO(WRK-IX-HOLD WRK-IX-MOT)
              WHEN 'MD'
                MOVE 'MD VALOR MUITO ACIMA DA MEDIA'
                    TO WRK-MOT-TEXTO(WRK-IX-MOT)
              WHEN 'EN'
                MOVE 'EN ENDERECO RECEM-CADASTRADO'
                    TO WRK-MOT-TEXTO(WRK-IX-MOT)
              WHEN 'CN'
                MOVE 'CN 1O PEDIDO DE CLIENTE NOVO'
                    TO WRK-MOT-TEXTO(WRK-IX-MOT)
              WHEN 'QD'
                MOVE 'QD PEDIDOS DEMAIS NO DIA'
                    TO WRK-MOT-TEXTO(WRK-IX-MOT)
              WHEN SPACES
                MOVE SPACES TO WRK-MOT-TEXTO(WRK-IX-MOT)
              WHEN OTHER
                MOVE WRK-HOLD-MOTIVO(WRK-IX-HOLD WRK-IX-MOT)
                    TO WRK-MOT-TEXTO(WRK-IX-MOT)
            END-EVALUATE.

       2200-GRAVAR-LOG.
      *    TODA DECISAO DA MESA TAMBEM E LOGADA - QUEM DECIDIU,
      *    QUAL PEDIDO, POR QUAIS MOTIVOS E POR QUE
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA TO RSHLOG-DATA.
            MOVE WRK-ADMIN TO RSHLOG-USUARIO.
            MOVE WRK-HOLD-PEDIDO(WRK-IX-HOLD)  TO RSHLOG-PEDIDO.
            MOVE WRK-HOLD-FONE(WRK-IX-HOLD)    TO RSHLOG-FONE.
            MOVE WRK-HOLD-VALOR(WRK-IX-HOLD)   TO RSHLOG-VALOR.
            MOVE WRK-HOLD-PONTOS(WRK-IX-HOLD)  TO RSHLOG-PONTOS.
            MOVE WRK-HOLD-MOTIVOS(WRK-IX-HOLD) TO RSHLOG-MOTIVOS.
            MOVE WRK-MOTIVO TO RSHLOG-MOTIVO.
            OPEN EXTEND RISCHOLD-LOG.
            IF RSHLOG-STATUS = 35
                OPEN OUTPUT RISCHOLD-LOG
            END-IF.
            WRITE RSHLOG-LINHA.
            CLOSE RISCHOLD-LOG.

       3000-FINALIZAR.
            IF HOUVE-DECISAO
                PERFORM 3100-REGRAVAR-HOLDS
            END-IF.
            CLOSE CLIENTES.

       3100-REGRAVAR-HOLDS.
      *    O ARQUIVO INTEIRO DESCE DE VOLTA COM AS DECISOES - O
      *    PROGCOB10 LE A SITUACAO NA PROXIMA RODADA
            OPEN OUTPUT RISCHOLD.
            PERFORM VARYING WRK-IX-HOLD FROM 1 BY 1
                    UNTIL WRK-IX-HOLD > WRK-QTHOLDS
                MOVE WRK-HOLD-PEDIDO(WRK-IX-HOLD)  TO RSH-PEDIDO
                MOVE WRK-HOLD-CODIGO(WRK-IX-HOLD)  TO RSH-CODIGO
                MOVE WRK-HOLD-FONE(WRK-IX-HOLD)    TO RSH-FONE
                MOVE WRK-HOLD-DATA(WRK-IX-HOLD)    TO RSH-DATA
                MOVE WRK-HOLD-VALOR(WRK-IX-HOLD)   TO RSH-VALOR
                MOVE WRK-HOLD-FRETE(WRK-IX-HOLD)   TO RSH-FRETE
                MOVE WRK-HOLD-MEDIA(WRK-IX-HOLD)   TO RSH-MEDIA
                MOVE WRK-HOLD-QTDIA(WRK-IX-HOLD)   TO RSH-QTDIA
                MOVE WRK-HOLD-PONTOS(WRK-IX-HOLD)  TO RSH-PONTOS
                MOVE WRK-HOLD-MOTIVOS(WRK-IX-HOLD) TO RSH-MOTIVOS
                MOVE WRK-HOLD-SITU(WRK-IX-HOLD)    TO RSH-SITUACAO
                WRITE RISCHOLD-REG
            END-PERFORM.
            CLOSE RISCHOLD.
