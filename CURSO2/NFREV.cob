       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NFREV.
      *******************************************
      * AULA:      REVISAO DAS NOTAS DE FORNECEDOR RETIDAS
      * OBJETIVO:  TELA RESTRITA A ADM QUE PAGINA AS NOTAS DE
      *            FORNECEDOR RETIDAS PELO NFENTRA (NFFORN.DAT
      *            SITUACAO P) MOSTRANDO FORNECEDOR, ORDEM,
      *            TOTAL E CADA LINHA COM A DIVERGENCIA ACHADA
      *            NA CONFERENCIA (QUANTIDADE, PRECO, AMBAS OU
      *            LINHA FORA DA ORDEM), E DEIXA O ADM LIBERAR -
      *            A NOTA VIRA TITULO EM PAGAR.DAT - OU RECUSAR
      *            COM MOTIVO; QUEM DIGITOU A NOTA NAO PODE SER
      *            QUEM LIBERA
      *            CADA DECISAO DEIXA TRILHA EM NFFORN.LOG, COMO
      *            O CREDHOLD.LOG FAZ NA MESA DE CREDITO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT NFFORN ASSIGN TO 'NFFORN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NFFORN-STATUS.
           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGAR-STATUS
             RECORD KEY IS PAG-CHAVE.
           SELECT NFFORN-LOG ASSIGN TO 'NFFORN.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NFFLOG-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECED.
           COPY FORNECED.

       FD NFFORN.
           COPY NFFORN.

       FD PAGAR.
           COPY PAGAR.

       FD NFFORN-LOG.
       01 NFFLOG-LINHA.
           05 NFFLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-FORNECEDOR PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-NOTA    PIC 9(09).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-VALOR   PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-DECISAO PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 NFFLOG-MOTIVO  PIC X(20).

       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).
           05 SEN-SITUACAO PIC X(01).
           05 SEN-DATATROCA PIC 9(08).
           05 SEN-TENTATIVAS PIC 9(02).

       WORKING-STORAGE SECTION.
       77 FORNECED-STATUS PIC 9(02).
       77 NFFORN-STATUS   PIC 9(02).
       77 PAGAR-STATUS    PIC 9(02).
       77 NFFLOG-STATUS   PIC 9(02).
       77 SEN-STATUS      PIC 9(02).
       77 WRK-ADMIN       PIC X(20) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-ADM-OK      PIC X(01) VALUE 'N'.
           88 ADM-VALIDO VALUE 'S'.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMNFF      PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-QTLINHAS    PIC 9(04) VALUE 0.
       77 WRK-IX-LIN      PIC 9(04) VALUE 0.
       77 WRK-IX-NOTA     PIC 9(04) VALUE 0.
       77 WRK-IX-TELA     PIC 9(02) VALUE 0.
       77 WRK-QTPENDENTES PIC 9(03) VALUE 0.
       77 WRK-QTLIBERADAS PIC 9(03) VALUE 0.
       77 WRK-QTRECUSADAS PIC 9(03) VALUE 0.
       77 WRK-REVISOU     PIC X(01) VALUE 'N'.
           88 HOUVE-DECISAO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
       77 WRK-NOVA-SITU   PIC X(01) VALUE SPACES.
       77 WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA        PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-NOTA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-ED       PIC ZZZZ9 VALUE ZEROS.
       77 WRK-CUSTO-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-LINHAS.
      *    NFFORN.DAT INTEIRO EM MEMORIA - AS DECISOES SO DESCEM
      *    PARA O ARQUIVO NA REGRAVACAO FINAL, COMO NA CREDMESA
           05 WRK-LIN OCCURS 2000 TIMES.
               10 WRK-LIN-IMG PIC X(88).
       01 WRK-TAB-TELA.
      *    AS LINHAS DA NOTA EM REVISAO, JA FORMATADAS
           05 WRK-TELA-LIN OCCURS 6 TIMES PIC X(60).
       01 WRK-LINHA-FMT.
           05 WRK-FMT-CODPROD PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-FMT-QTDE    PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-FMT-CUSTO   PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-FMT-DIVERG  PIC X(20).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'NOTAS RETIDAS       '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-NOTA FOREGROUND-COLOR 2.
            05 NFF-MOSTRA.
               10 LINE 04 COLUMN 10 VALUE 'FORNECEDOR.. '.
               10 COLUMN PLUS 2 PIC 9(04) FROM NFF-FORNECEDOR.
               10 COLUMN PLUS 2 PIC X(30) FROM FOR-NOME.
               10 LINE 05 COLUMN 10 VALUE 'NOTA........ '.
               10 COLUMN PLUS 2 PIC 9(09) FROM NFF-NOTA.
               10 LINE 05 COLUMN 40 VALUE 'ORDEM '.
               10 COLUMN PLUS 2 PIC 9(07) FROM NFF-ORDEM.
               10 LINE 06 COLUMN 10 VALUE 'DIGITADA POR '.
               10 COLUMN PLUS 2 PIC X(20) FROM NFF-USUARIO.
               10 LINE 07 COLUMN 10 VALUE 'TOTAL NOTA.. '.
               10 COLUMN PLUS 2 PIC X(16) FROM WRK-VALOR-ED.
               10 LINE 08 COLUMN 10 VALUE
                  'PRODUTO    QTDE   CUSTO UNIT  DIVERGENCIA'.
               10 LINE 09 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(1).
               10 LINE 10 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(2).
               10 LINE 11 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(3).
               10 LINE 12 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(4).
               10 LINE 13 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(5).
               10 LINE 14 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(6).
       01 TELA-MOTIVO FOREGROUND-COLOR 2.
            05 LINE 15 COLUMN 10 VALUE 'MOTIVO...... '.
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
                PERFORM 2000-REVISAR-NOTAS
                PERFORM 3000-FINALIZAR
            ELSE
                DISPLAY 'NFREV: ACESSO RESTRITO A ADM'
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
            OPEN INPUT FORNECED.
            OPEN I-O PAGAR.
            IF PAGAR-STATUS = 35
                OPEN OUTPUT PAGAR
                CLOSE PAGAR
                OPEN I-O PAGAR
            END-IF.
            PERFORM 1100-CARREGAR-NOTAS.
            IF TABELA-ESTOURADA
      *        REGRAVAR COM A TABELA ESTOURADA APAGARIA O RABO
      *        DO ARQUIVO - MELHOR PARAR DO QUE PERDER NOTA
                DISPLAY 'NFREV: NFFORN.DAT PASSOU DE 2000 '
                        'LINHAS - REVISAO RECUSADA'
                MOVE 0 TO WRK-QTLINHAS WRK-QTPENDENTES
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-NOTAS.
            MOVE 0 TO WRK-QTLINHAS WRK-QTPENDENTES.
            MOVE ZEROS TO WRK-FORNECEDOR WRK-NOTA.
            OPEN INPUT NFFORN.
            IF NFFORN-STATUS = 0
                PERFORM 1150-LER-NOTA
                PERFORM UNTIL FIM-NOTAS
                    IF WRK-QTLINHAS < 2000
                        ADD 1 TO WRK-QTLINHAS
                        MOVE NFFORN-REG TO WRK-LIN-IMG(WRK-QTLINHAS)
                        IF NFF-RETIDA
                         AND (NFF-FORNECEDOR NOT = WRK-FORNECEDOR
                          OR NFF-NOTA NOT = WRK-NOTA)
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                        MOVE NFF-FORNECEDOR TO WRK-FORNECEDOR
                        MOVE NFF-NOTA       TO WRK-NOTA
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-NOTA
                END-PERFORM
                CLOSE NFFORN
            END-IF.

       1150-LER-NOTA.
            READ NFFORN
                AT END MOVE 'S' TO WRK-FIMNFF
            END-READ.

       2000-REVISAR-NOTAS.
            MOVE 'MODULO - NOTAS RETIDAS   ' TO WRK-MODULO.
            DISPLAY TELA.
            IF WRK-QTPENDENTES = 0
                MOVE 'SEM NOTAS RETIDAS A REVISAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE ZEROS TO WRK-FORNECEDOR WRK-NOTA
                PERFORM 2100-REVISAR-NOTA
                    VARYING WRK-IX-NOTA FROM 1 BY 1
                    UNTIL WRK-IX-NOTA > WRK-QTLINHAS
                    OR TECLA-CANCELAR
                MOVE 'LIBERADAS 000 RECUSADAS 000' TO WRK-MSGERRO
                MOVE WRK-QTLIBERADAS TO WRK-MSGERRO(11:3)
                MOVE WRK-QTRECUSADAS TO WRK-MSGERRO(25:3)
                ACCEPT MOSTRA-ERRO
            END-IF.

       2100-REVISAR-NOTA.
      *    AS LINHAS DA MESMA NOTA SAO GRAVADAS JUNTAS - A NOTA
      *    E REVISADA UMA VEZ, NA SUA PRIMEIRA LINHA
            MOVE WRK-LIN-IMG(WRK-IX-NOTA) TO NFFORN-REG.
            IF NOT NFF-RETIDA
             OR (NFF-FORNECEDOR = WRK-FORNECEDOR
             AND NFF-NOTA = WRK-NOTA)
                EXIT PARAGRAPH
            END-IF.
            MOVE NFF-FORNECEDOR TO WRK-FORNECEDOR.
            MOVE NFF-NOTA       TO WRK-NOTA.
            PERFORM 2150-MONTAR-TELA.
            MOVE WRK-LIN-IMG(WRK-IX-NOTA) TO NFFORN-REG.
            MOVE NFF-FORNECEDOR TO FOR-CODIGO.
            READ FORNECED
              INVALID KEY
                MOVE SPACES TO FOR-NOME
            END-READ.
            DISPLAY TELA-NOTA.
            IF NFF-USUARIO = WRK-ADMIN
                MOVE 'QUEM DIGITOU NAO PODE LIBERAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'LIBERAR (L) RECUSAR (R) SAIR(X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            EVALUATE TRUE
              WHEN TECLA-CANCELAR
                CONTINUE
              WHEN WRK-TECLA = 'L' OR WRK-TECLA = 'l'
                PERFORM 2300-GRAVAR-TITULO
                IF PAGAR-STATUS = 0
                    MOVE 'L' TO WRK-NOVA-SITU
                    PERFORM 2200-MARCAR-NOTA
                    ADD 1 TO WRK-QTLIBERADAS
                    MOVE SPACES TO WRK-MOTIVO
                    MOVE 'LIBERADA' TO NFFLOG-DECISAO
                    PERFORM 2400-GRAVAR-LOG
                ELSE
                    MOVE 'TITULO A PAGAR JA EXISTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
              WHEN WRK-TECLA = 'R' OR WRK-TECLA = 'r'
                MOVE SPACES TO WRK-MOTIVO
                DISPLAY TELA-MOTIVO
                ACCEPT TELA-MOTIVO
                MOVE 'R' TO WRK-NOVA-SITU
                PERFORM 2200-MARCAR-NOTA
                ADD 1 TO WRK-QTRECUSADAS
                MOVE 'RECUSADA' TO NFFLOG-DECISAO
                PERFORM 2400-GRAVAR-LOG
              WHEN OTHER
      *        SEM DECISAO - A NOTA SEGUE RETIDA
                CONTINUE
            END-EVALUATE.

       2150-MONTAR-TELA.
      *    TOTAL DA NOTA E AS PRIMEIRAS SEIS LINHAS FORMATADAS
            MOVE ZEROS TO WRK-VALOR-NOTA.
            MOVE SPACES TO WRK-TAB-TELA.
            MOVE 0 TO WRK-IX-TELA.
            PERFORM VARYING WRK-IX-LIN FROM WRK-IX-NOTA BY 1
                    UNTIL WRK-IX-LIN > WRK-QTLINHAS
                MOVE WRK-LIN-IMG(WRK-IX-LIN) TO NFFORN-REG
                IF NFF-FORNECEDOR = WRK-FORNECEDOR
                 AND NFF-NOTA = WRK-NOTA
                 AND NFF-RETIDA
                    COMPUTE WRK-VALOR-NOTA = WRK-VALOR-NOTA
                        + NFF-QTDE * NFF-CUSTO
                    IF WRK-IX-TELA < 6
                        ADD 1 TO WRK-IX-TELA
                        MOVE NFF-CODPROD TO WRK-FMT-CODPROD
                        MOVE NFF-QTDE    TO WRK-FMT-QTDE
                        MOVE NFF-CUSTO   TO WRK-FMT-CUSTO
                        EVALUATE TRUE
                          WHEN NFF-DIV-QTDE
                            MOVE 'QTDE > RECEBIDO' TO WRK-FMT-DIVERG
                          WHEN NFF-DIV-PRECO
                            MOVE 'PRECO <> ORDEM' TO WRK-FMT-DIVERG
                          WHEN NFF-DIV-AMBAS
                            MOVE 'QTDE E PRECO' TO WRK-FMT-DIVERG
                          WHEN NFF-SEM-ORDEM
                            MOVE 'FORA DA ORDEM' TO WRK-FMT-DIVERG
                          WHEN OTHER
                            MOVE 'CONFERE' TO WRK-FMT-DIVERG
                        END-EVALUATE
                        MOVE WRK-LINHA-FMT TO WRK-TELA-LIN(WRK-IX-TELA)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.

       2200-MARCAR-NOTA.
      *    TODAS AS LINHAS DA NOTA MUDAM DE SITUACAO JUNTAS
            PERFORM VARYING WRK-IX-LIN FROM WRK-IX-NOTA BY 1
                    UNTIL WRK-IX-LIN > WRK-QTLINHAS
                MOVE WRK-LIN-IMG(WRK-IX-LIN) TO NFFORN-REG
                IF NFF-FORNECEDOR = WRK-FORNECEDOR
                 AND NFF-NOTA = WRK-NOTA
                 AND NFF-RETIDA
                    MOVE WRK-NOVA-SITU TO NFF-SITUACAO
                    MOVE NFFORN-REG TO WRK-LIN-IMG(WRK-IX-LIN)
                END-IF
            END-PERFORM.
            MOVE 'S' TO WRK-REVISOU.
            MOVE WRK-LIN-IMG(WRK-IX-NOTA) TO NFFORN-REG.

       2300-GRAVAR-TITULO.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE NFF-FORNECEDOR   TO PAG-FORNECEDOR.
            MOVE NFF-NOTA         TO PAG-NOTA.
            MOVE NFF-ORDEM        TO PAG-ORDEM.
            MOVE NFF-EMISSAO      TO PAG-EMISSAO.
            MOVE NFF-VENCIMENTO   TO PAG-VENCIMENTO.
            MOVE WRK-VALOR-NOTA   TO PAG-VALOR.
            MOVE ZEROS            TO PAG-PAGO.
            MOVE WRK-DATA-SISTEMA TO PAG-DATA-LANC.
            SET PAG-ABERTO TO TRUE.
            WRITE PAGAR-REG
              INVALID KEY
                CONTINUE
            END-WRITE.

       2400-GRAVAR-LOG.
      *    TODA DECISAO TAMBEM E LOGADA - QUEM DECIDIU, QUAL
      *    NOTA E POR QUE, COMO O CREDHOLD.LOG
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WRK-DATA-SISTEMA TO NFFLOG-DATA.
            MOVE WRK-ADMIN        TO NFFLOG-USUARIO.
            MOVE WRK-FORNECEDOR   TO NFFLOG-FORNECEDOR.
            MOVE WRK-NOTA         TO NFFLOG-NOTA.
            MOVE WRK-VALOR-NOTA   TO NFFLOG-VALOR.
            MOVE WRK-MOTIVO       TO NFFLOG-MOTIVO.
            OPEN EXTEND NFFORN-LOG.
            IF NFFLOG-STATUS = 35
                OPEN OUTPUT NFFORN-LOG
            END-IF.
            WRITE NFFLOG-LINHA.
            CLOSE NFFORN-LOG.

       3000-FINALIZAR.
            IF HOUVE-DECISAO
                PERFORM 3100-REGRAVAR-NOTAS
            END-IF.
            CLOSE FORNECED.
            CLOSE PAGAR.

       3100-REGRAVAR-NOTAS.
      *    O ARQUIVO INTEIRO DESCE DE VOLTA COM AS DECISOES
            OPEN OUTPUT NFFORN.
            PERFORM VARYING WRK-IX-LIN FROM 1 BY 1
                    UNTIL WRK-IX-LIN > WRK-QTLINHAS
                MOVE WRK-LIN-IMG(WRK-IX-LIN) TO NFFORN-REG
                WRITE NFFORN-REG
            END-PERFORM.
            CLOSE NFFORN.
