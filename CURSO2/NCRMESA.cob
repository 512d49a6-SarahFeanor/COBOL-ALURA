       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCRMESA.
      *******************************************
      * AULA:      MESA DE APROVACAO DE NOTAS DE CREDITO
      * OBJETIVO:  TELA RESTRITA A ADM QUE PAGINA AS NOTAS DE
      *            CREDITO PENDENTES DE NOTACRED.DAT (DIGITADAS NO
      *            NCREMITE ACIMA DO TETO DE NOTACRED.CFG),
      *            MOSTRANDO A FATURA, O CLIENTE, O MOTIVO E O
      *            VALOR, E DEIXA O ADM LIBERAR OU RECUSAR CADA
      *            UMA - MESMO FLUXO DA MESA DE BAIXAS (BAIXAREV)
      *            AS LIBERADAS FICAM NA FILA PARA O NCRPOST
      *            EFETIVAR; CADA DECISAO DEIXA TRILHA EM
      *            NOTACRED.LOG
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
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT NOTACRED-LOG ASSIGN TO 'NOTACRED.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NCRLOG-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD NOTACRED.
           COPY NOTACRED.

       FD NOTACRED-LOG.
       01 NCRLOG-LINHA.
           05 NCRLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NCRLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NCRLOG-NUMERO  PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NCRLOG-FATURA  PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NCRLOG-VALOR   PIC 9(07)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NCRLOG-DECISAO PIC X(08).

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
       77 NOTACRED-STATUS PIC 9(02).
       77 NCRLOG-STATUS   PIC 9(02).
       77 SEN-STATUS      PIC 9(02).
       77 WRK-ADMIN       PIC X(20) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-ADM-OK      PIC X(01) VALUE 'N'.
           88 ADM-VALIDO VALUE 'S'.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMNCR      PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-QTNOTAS     PIC 9(04) VALUE 0.
       77 WRK-IX-NOTA     PIC 9(04) VALUE 0.
       77 WRK-QTPENDENTES PIC 9(04) VALUE 0.
       77 WRK-QTAPROVADAS PIC 9(04) VALUE 0.
       77 WRK-QTRECUSADAS PIC 9(04) VALUE 0.
       77 WRK-REVISOU     PIC X(01) VALUE 'N'.
           88 HOUVE-DECISAO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-NCR-VALOR-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NCR-SALDO-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NCR-MOTIVO-ED PIC X(16) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-NOTAS.
      *    NOTACRED.DAT INTEIRO EM MEMORIA - AS DECISOES SO
      *    DESCEM PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-NCR OCCURS 1000 TIMES.
               10 WRK-NCR-IMG PIC X(147).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'MESA NOTAS CREDITO  '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-NOTA FOREGROUND-COLOR 2.
            05 NCR-MOSTRA.
               10 LINE 07 COLUMN 10 VALUE 'NOTA........ '.
               10 COLUMN PLUS 2 PIC 9(07) FROM NCR-NUMERO.
               10 LINE 07 COLUMN 40 VALUE 'FATURA '.
               10 COLUMN PLUS 2 PIC 9(07) FROM NCR-FATURA.
               10 LINE 08 COLUMN 10 VALUE 'TELEFONE.... '.
               10 COLUMN PLUS 2 PIC 9(11) FROM NCR-FONE.
               10 LINE 09 COLUMN 10 VALUE 'CLIENTE..... '.
               10 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
               10 LINE 10 COLUMN 10 VALUE 'SALDO....... '.
               10 COLUMN PLUS 2 PIC -Z.ZZZ.ZZ9,99
                   FROM WRK-NCR-SALDO-ED.
               10 LINE 11 COLUMN 10 VALUE 'MOTIVO...... '.
               10 COLUMN PLUS 2 PIC X(16) FROM WRK-NCR-MOTIVO-ED.
               10 LINE 12 COLUMN 10 VALUE 'HISTORICO... '.
               10 COLUMN PLUS 2 PIC X(30) FROM NCR-HISTORICO.
               10 LINE 13 COLUMN 10 VALUE 'DIGITADA POR '.
               10 COLUMN PLUS 2 PIC X(20) FROM NCR-USUARIO.
               10 LINE 14 COLUMN 10 VALUE 'VALOR NOTA.. '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-NCR-VALOR-ED.
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
                PERFORM 2000-REVISAR-NOTAS
                PERFORM 3000-FINALIZAR
            ELSE
                DISPLAY 'NCRMESA: ACESSO RESTRITO A ADM'
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
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CLIENTES.
            PERFORM 1100-CARREGAR-NOTAS.
            IF TABELA-ESTOURADA
                DISPLAY 'NCRMESA: NOTACRED.DAT PASSOU DE 1000 '
                        'NOTAS - MESA RECUSADA'
                MOVE 0 TO WRK-QTNOTAS WRK-QTPENDENTES
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-NOTAS.
            MOVE 0 TO WRK-QTNOTAS WRK-QTPENDENTES.
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS = 0
                PERFORM 1150-LER-NOTA
                PERFORM UNTIL FIM-NOTAS
                    IF WRK-QTNOTAS < 1000
                        ADD 1 TO WRK-QTNOTAS
                        MOVE NOTACRED-REG TO
                            WRK-NCR-IMG(WRK-QTNOTAS)
                        IF NCR-PENDENTE
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-NOTA
                END-PERFORM
                CLOSE NOTACRED
            END-IF.

       1150-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMNCR
            END-READ.

       2000-REVISAR-NOTAS.
            MOVE 'MODULO - MESA DE CREDITOS' TO WRK-MODULO.
            DISPLAY TELA.
            IF WRK-QTPENDENTES = 0
                MOVE 'SEM NOTAS A REVISAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 2100-REVISAR-NOTA
                    VARYING WRK-IX-NOTA FROM 1 BY 1
                    UNTIL WRK-IX-NOTA > WRK-QTNOTAS
                    OR TECLA-CANCELAR
                MOVE 'LIBERADAS 000 RECUSADAS 000' TO WRK-MSGERRO
                MOVE WRK-QTAPROVADAS TO WRK-MSGERRO(11:3)
                MOVE WRK-QTRECUSADAS TO WRK-MSGERRO(25:3)
                ACCEPT MOSTRA-ERRO
            END-IF.

       2100-REVISAR-NOTA.
            MOVE WRK-NCR-IMG(WRK-IX-NOTA) TO NOTACRED-REG.
            IF NOT NCR-PENDENTE
                CONTINUE
            ELSE
                MOVE NCR-FONE TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                    MOVE SPACES TO CLIENTES-NOME
                    MOVE ZEROS TO CLIENTES-SALDO
                END-READ
                MOVE NCR-VALOR TO WRK-NCR-VALOR-ED
                MOVE CLIENTES-SALDO TO WRK-NCR-SALDO-ED
                EVALUATE TRUE
                  WHEN NCR-PRECO-A-MAIOR
                    MOVE 'COBRADO A MAIOR ' TO WRK-NCR-MOTIVO-ED
                  WHEN NCR-ABATIMENTO
                    MOVE 'ABATIMENTO      ' TO WRK-NCR-MOTIVO-ED
                  WHEN NCR-BONIFICACAO
                    MOVE 'BONIFICACAO     ' TO WRK-NCR-MOTIVO-ED
                  WHEN OTHER
                    MOVE 'OUTROS          ' TO WRK-NCR-MOTIVO-ED
                END-EVALUATE
                DISPLAY TELA-NOTA
                MOVE 'LIBERAR (S) RECUSAR (N) SAIR(X)'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EVALUATE TRUE
                  WHEN TECLA-CANCELAR
                    CONTINUE
                  WHEN WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    SET NCR-LIBERADA TO TRUE
                    MOVE WRK-ADMIN TO NCR-APROVADOR
                    ADD 1 TO WRK-QTAPROVADAS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE NOTACRED-REG TO WRK-NCR-IMG(WRK-IX-NOTA)
                    MOVE 'LIBERADA' TO NCRLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                  WHEN OTHER
                    SET NCR-RECUSADA TO TRUE
                    MOVE WRK-ADMIN TO NCR-APROVADOR
                    ADD 1 TO WRK-QTRECUSADAS
                    MOVE 'S' TO WRK-REVISOU
                    MOVE NOTACRED-REG TO WRK-NCR-IMG(WRK-IX-NOTA)
                    MOVE 'RECUSADA' TO NCRLOG-DECISAO
                    PERFORM 2200-GRAVAR-LOG
                END-EVALUATE
            END-IF.

       2200-GRAVAR-LOG.
      *    TODA DECISAO DA MESA TAMBEM E LOGADA - QUEM DECIDIU,
      *    QUAL NOTA E QUANTO, COMO O BAIXAPRO.LOG
            MOVE WRK-DATA-SISTEMA TO NCRLOG-DATA.
            MOVE WRK-ADMIN  TO NCRLOG-USUARIO.
            MOVE NCR-NUMERO TO NCRLOG-NUMERO.
            MOVE NCR-FATURA TO NCRLOG-FATURA.
            MOVE NCR-VALOR  TO NCRLOG-VALOR.
            OPEN EXTEND NOTACRED-LOG.
            IF NCRLOG-STATUS = 35
                OPEN OUTPUT NOTACRED-LOG
            END-IF.
            WRITE NCRLOG-LINHA.
            CLOSE NOTACRED-LOG.

       3000-FINALIZAR.
            IF HOUVE-DECISAO
                PERFORM 3100-REGRAVAR-NOTAS
            END-IF.
            CLOSE CLIENTES.

       3100-REGRAVAR-NOTAS.
            OPEN OUTPUT NOTACRED.
            PERFORM VARYING WRK-IX-NOTA FROM 1 BY 1
                    UNTIL WRK-IX-NOTA > WRK-QTNOTAS
                MOVE WRK-NCR-IMG(WRK-IX-NOTA) TO NOTACRED-REG
                WRITE NOTACRED-REG
            END-PERFORM.
            CLOSE NOTACRED.
