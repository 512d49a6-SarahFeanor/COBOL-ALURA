       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DESCMESA.
      *******************************************
      * AULA:      MESA DE DESCONTO (DESCHOLD.DAT)
      * OBJETIVO:  TELA RESTRITA A ADM QUE PAGINA OS PEDIDOS
      *            RETIDOS PELO PROGCOB10 POR DESCONTO DE LINHA
      *            ACIMA DO TETO DO PERFIL DO OPERADOR, MOSTRANDO
      *            CLIENTE, VENDEDOR, VALOR BRUTO, DESCONTO TOTAL
      *            E O MAIOR PERCENTUAL DIGITADO, E DEIXA O ADM
      *            APROVAR OU RECUSAR CADA UM COM MOTIVO
      *            PEDIDO APROVADO FICA MARCADO NO PROPRIO
      *            DESCHOLD.DAT E EMBARCA COM O DESCONTO NA
      *            PROXIMA RODADA DO PROGCOB10; RECUSADO E
      *            REJEITADO (O OPERADOR REFAZ O PEDIDO) - CADA
      *            DECISAO DEIXA TRILHA EM DESCHOLD.LOG, COMO A
      *            MESA DE CREDITO (CREDMESA)
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
           SELECT DESCHOLD ASSIGN TO 'DESCHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DESCHOLD-STATUS.
           SELECT DESCHOLD-LOG ASSIGN TO 'DESCHOLD.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DSHLOG-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD DESCHOLD.
           COPY DESCHOLD.

       FD DESCHOLD-LOG.
       01 DSHLOG-LINHA.
           05 DSHLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-PEDIDO  PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-FONE    PIC 9(11).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-DESCONTO PIC 9(07)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-DECISAO PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 DSHLOG-MOTIVO  PIC X(20).

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
       77 DESCHOLD-STATUS PIC 9(02).
       77 DSHLOG-STATUS   PIC 9(02).
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
       77 WRK-QTPENDENTES PIC 9(03) VALUE 0.
       77 WRK-QTAPROVADOS PIC 9(03) VALUE 0.
       77 WRK-QTRECUSADOS PIC 9(03) VALUE 0.
       77 WRK-REVISOU     PIC X(01) VALUE 'N'.
           88 HOUVE-DECISAO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
       77 WRK-PERC-PEDIDO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DSH-BRUTO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DSH-DESC-ED  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DSH-PERC-ED  PIC Z9,99 VALUE ZEROS.
       77 WRK-DSH-PPED-ED  PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-HOLDS.
      *    DESCHOLD.DAT INTEIRO EM MEMORIA - AS DECISOES SO
      *    DESCEM PARA O ARQUIVO NA REGRAVACAO FINAL, COMO NA
      *    MESA DE CREDITO
           05 WRK-HOLD OCCURS 500 TIMES.
               10 WRK-HOLD-PEDIDO   PIC 9(07).
               10 WRK-HOLD-FONE     PIC 9(11).
               10 WRK-HOLD-VENDEDOR PIC 9(03).
               10 WRK-HOLD-DATA     PIC 9(08).
               10 WRK-HOLD-BRUTO    PIC 9(07)V99.
               10 WRK-HOLD-DESCONTO PIC 9(07)V99.
               10 WRK-HOLD-PERC     PIC 9(02)V99.
               10 WRK-HOLD-SITU     PIC X(01).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'MESA DE DESCONTO    '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-DESCHOLD FOREGROUND-COLOR 2.
            05 DSH-MOSTRA.
               10 LINE 08 COLUMN 10 VALUE 'PEDIDO...... '.
               10 COLUMN PLUS 2 PIC 9(07)
                   FROM WRK-HOLD-PEDIDO(WRK-IX-HOLD).
               10 LINE 08 COLUMN 45 VALUE 'VENDEDOR '.
               10 COLUMN PLUS 2 PIC 9(03)
                   FROM WRK-HOLD-VENDEDOR(WRK-IX-HOLD).
               10 LINE 09 COLUMN 10 VALUE 'TELEFONE.... '.
               10 COLUMN PLUS 2 PIC 9(11)
                   FROM WRK-HOLD-FONE(WRK-IX-HOLD).
               10 LINE 10 COLUMN 10 VALUE 'CLIENTE..... '.
               10 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
               10 LINE 11 COLUMN 10 VALUE 'VALOR BRUTO. '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-DSH-BRUTO-ED.
               10 LINE 12 COLUMN 10 VALUE 'DESCONTO.... '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-DSH-DESC-ED.
               10 LINE 12 COLUMN 45 VALUE '% PEDIDO '.
               10 COLUMN PLUS 2 PIC ZZ9,99
                   FROM WRK-DSH-PPED-ED.
               10 LINE 13 COLUMN 10 VALUE 'MAIOR % LINHA'.
               10 COLUMN PLUS 2 PIC Z9,99
                   FROM WRK-DSH-PERC-ED.
       01 TELA-MOTIVO FOREGROUND-COLOR 2.
            05 LINE 14 COLUMN 10 VALUE 'MOTIVO...... '.
            05 COLUMN PLUS 2 PIC X(20) USING WRK-MOTIVO.
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
            PERFORM 0500-LOGIN-ADM.
            IF ADM-VALIDO
                PERFORM 1000-INICIAR
                PERFORM 2000-REVISAR-PENDENCIAS
                PERFORM 3000-FINALIZAR
            ELSE
                DISPLAY 'DESCMESA: ACESSO RESTRITO A ADM'
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
      *        DO ARQUIVO - MELHOR PARAR DO QUE PERDER PENDENCIA
                DISPLAY 'DESCMESA: DESCHOLD.DAT PASSOU DE 500 '
                        'PENDENCIAS - MESA RECUSADA, ARQUIVE AS '
                        'DECIDIDAS ANTES'
                MOVE 0 TO WRK-QTHOLDS WRK-QTPENDENTES
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-HOLDS.
            MOVE 0 TO WRK-QTHOLDS WRK-QTPENDENTES.
            OPEN INPUT DESCHOLD.
            IF DESCHOLD-STATUS = 0
                PERFORM 1150-LER-HOLD
                PERFORM UNTIL FIM-HOLDS
                    IF WRK-QTHOLDS < 500
                        ADD 1 TO WRK-QTHOLDS
                        MOVE DSH-PEDIDO TO
                            WRK-HOLD-PEDIDO(WRK-QTHOLDS)
                        MOVE DSH-FONE TO WRK-HOLD-FONE(WRK-QTHOLDS)
                        MOVE DSH-VENDEDOR TO
                            WRK-HOLD-VENDEDOR(WRK-QTHOLDS)
                        MOVE DSH-DATA TO WRK-HOLD-DATA(WRK-QTHOLDS)
                        MOVE DSH-BRUTO TO
                            WRK-HOLD-BRUTO(WRK-QTHOLDS)
                        MOVE DSH-DESCONTO TO
                            WRK-HOLD-DESCONTO(WRK-QTHOLDS)
                        MOVE DSH-MAIOR-PERC TO
                            WRK-HOLD-PERC(WRK-QTHOLDS)
                        MOVE DSH-SITUACAO TO
                            WRK-HOLD-SITU(WRK-QTHOLDS)
                        IF DSH-PENDENTE
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-HOLD
                END-PERFORM
                CLOSE DESCHOLD
            END-IF.

       1150-LER-HOLD.
            READ DESCHOLD
                AT END MOVE 'S' TO WRK-FIMHOLD
            END-READ.

       2000-REVISAR-PENDENCIAS.
            MOVE 'MODULO - MESA DE DESCONTO' TO WRK-MODULO.
            DISPLAY TELA.
            IF WRK-QTPENDENTES = 0
                MOVE 'SEM DESCONTOS A APROVAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 2100-REVISAR-PENDENCIA
                    VARYING WRK-IX-HOLD FROM 1 BY 1
                    UNTIL WRK-IX-HOLD > WRK-QTHOLDS
                    OR TECLA-CANCELAR
                MOVE 'APROVADOS 000 RECUSADOS 000' TO WRK-MSGERRO
                MOVE WRK-QTAPROVADOS TO WRK-MSGERRO(11:3)
                MOVE WRK-QTRECUSADOS TO WRK-MSGERRO(25:3)
                ACCEPT MOSTRA-ERRO
            END-IF.

       2100-REVISAR-PENDENCIA.
            IF WRK-HOLD-SITU(WRK-IX-HOLD) NOT = 'P'
                CONTINUE
            ELSE
                MOVE WRK-HOLD-FONE(WRK-IX-HOLD) TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                    MOVE SPACES TO CLIENTES-NOME
                END-READ
                MOVE ZEROS TO WRK-PERC-PEDIDO
                IF WRK-HOLD-BRUTO(WRK-IX-HOLD) > 0
                    COMPUTE WRK-PERC-PEDIDO ROUNDED =
                        WRK-HOLD-DESCONTO(WRK-IX-HOLD) * 100
                        / WRK-HOLD-BRUTO(WRK-IX-HOLD)
                END-IF
                MOVE WRK-HOLD-BRUTO(WRK-IX-HOLD)
                    TO WRK-DSH-BRUTO-ED
                MOVE WRK-HOLD-DESCONTO(WRK-IX-HOLD)
                    TO WRK-DSH-DESC-ED
                MOVE WRK-HOLD-PERC(WRK-IX-HOLD) TO WRK-DSH-PERC-ED
                MOVE WRK-PERC-PEDIDO TO WRK-DSH-PPED-ED
                DISPLAY TELA-DESCHOLD
                MOVE 'APROVAR (L) RECUSAR (R) SAIR(X)'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EVALUATE TRUE
                  WHEN TECLA-CANCELAR
                    CONTINUE
                  WHEN WRK-TECLA = 'L' OR WRK-TECLA = 'l'
                    MOVE 'L' TO WRK-HOLD-SITU(WRK-IX-HOLD)
                    ADD 1 TO WRK-QTAPROVADOS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE SPACES TO WRK-MOTIVO
                    MOVE 'APROVADO' TO DSHLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                  WHEN WRK-TECLA = 'R' OR WRK-TECLA = 'r'
                    MOVE SPACES TO WRK-MOTIVO
                    DISPLAY TELA-MOTIVO
                    ACCEPT TELA-MOTIVO
                    MOVE 'R' TO WRK-HOLD-SITU(WRK-IX-HOLD)
                    ADD 1 TO WRK-QTRECUSADOS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE 'RECUSADO' TO DSHLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                  WHEN OTHER
      *            SEM DECISAO - O PEDIDO SEGUE PENDENTE
                    CONTINUE
                END-EVALUATE
            END-IF.

       2200-GRAVAR-LOG.
      *    TODA DECISAO DA MESA TAMBEM E LOGADA - QUEM DECIDIU,
      *    QUAL PEDIDO E POR QUE, COMO O CREDHOLD.LOG
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA TO DSHLOG-DATA.
            MOVE WRK-ADMIN TO DSHLOG-USUARIO.
            MOVE WRK-HOLD-PEDIDO(WRK-IX-HOLD) TO DSHLOG-PEDIDO.
            MOVE WRK-HOLD-FONE(WRK-IX-HOLD)   TO DSHLOG-FONE.
            MOVE WRK-HOLD-DESCONTO(WRK-IX-HOLD) TO DSHLOG-DESCONTO.
            MOVE WRK-MOTIVO TO DSHLOG-MOTIVO.
            OPEN EXTEND DESCHOLD-LOG.
            IF DSHLOG-STATUS = 35
                OPEN OUTPUT DESCHOLD-LOG
            END-IF.
            WRITE DSHLOG-LINHA.
            CLOSE DESCHOLD-LOG.

       3000-FINALIZAR.
            IF HOUVE-DECISAO
                PERFORM 3100-REGRAVAR-HOLDS
            END-IF.
            CLOSE CLIENTES.

       3100-REGRAVAR-HOLDS.
      *    O ARQUIVO INTEIRO DESCE DE VOLTA COM AS DECISOES - O
      *    PROGCOB10 LE A SITUACAO NA PROXIMA RODADA
            OPEN OUTPUT DESCHOLD.
            PERFORM VARYING WRK-IX-HOLD FROM 1 BY 1
                    UNTIL WRK-IX-HOLD > WRK-QTHOLDS
                MOVE WRK-HOLD-PEDIDO(WRK-IX-HOLD)   TO DSH-PEDIDO
                MOVE WRK-HOLD-FONE(WRK-IX-HOLD)     TO DSH-FONE
                MOVE WRK-HOLD-VENDEDOR(WRK-IX-HOLD) TO DSH-VENDEDOR
                MOVE WRK-HOLD-DATA(WRK-IX-HOLD)     TO DSH-DATA
                MOVE WRK-HOLD-BRUTO(WRK-IX-HOLD)    TO DSH-BRUTO
                MOVE WRK-HOLD-DESCONTO(WRK-IX-HOLD) TO DSH-DESCONTO
                MOVE WRK-HOLD-PERC(WRK-IX-HOLD)     TO DSH-MAIOR-PERC
                MOVE WRK-HOLD-SITU(WRK-IX-HOLD)     TO DSH-SITUACAO
                WRITE DESCHOLD-REG
            END-PERFORM.
            CLOSE DESCHOLD.
