       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONTMANT.
      *******************************************
      * AULA:      CADASTRO DE CONTAS DA TESOURARIA
      * OBJETIVO:  MANUTENCAO DO MESTRE DE CONTAS (CONTBANC.DAT)
      *            EM TELA - INCLUSAO, CONSULTA, ALTERACAO E
      *            ENCERRAMENTO - CADA CONTA BANCARIA DA CASA
      *            (BANCO, AGENCIA, CONTA) E O CAIXA DO BALCAO,
      *            COM A CONTA CONTABIL QUE TEM DE CONSTAR DO PLANO
      *            CONTAS.CFG (DEBITO OU CREDITO DE ALGUM TIPO) E O
      *            SALDO DE IMPLANTACAO DE ONDE O TESPOS PARTE
      *            SO UMA CONTA BANCARIA PODE SER A PRINCIPAL - E
      *            ELA QUE RECEBE O QUE CHEGA SEM CONTA PROPRIA
      *            (CALL CONTAPAD)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTBANC ASSIGN TO 'CONTBANC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTBANC-STATUS
             RECORD KEY IS CTB-CHAVE.
           SELECT CONTAS-CFG ASSIGN TO 'CONTAS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTBANC.
           COPY CONTBANC.

       FD CONTAS-CFG.
       01 CFG-LINHA.
           05 CFG-TIPO          PIC X(01).
           05 CFG-CONTA-DEBITO  PIC 9(06).
           05 CFG-CONTA-CREDITO PIC 9(06).

       WORKING-STORAGE SECTION.
       77 CONTBANC-STATUS PIC 9(02).
       77 CFG-STATUS      PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMCFG      PIC X(01) VALUE 'N'.
           88 FIM-CONFIG VALUE 'S'.
       77 WRK-ACHOU-CONTABIL PIC X(01) VALUE 'N'.
           88 CONTABIL-NO-PLANO VALUE 'S'.
       77 WRK-OUTRA-PRINC PIC 9(03) VALUE ZEROS.
       01 WRK-CTB-ATUAL   PIC X(80) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'CONTAS DA TESOURARIA'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-CONTAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - ENCERRAR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-CONTA.
            05 CHAVE-CTB FOREGROUND-COLOR 2.
               10 LINE 04 COLUMN 10 VALUE 'CODIGO..... '.
               10 COLUMN PLUS 2 PIC 9(03) USING CTB-CODIGO
                   BLANK WHEN ZEROS.
            05 SS-DADOS-CTB.
               10 LINE 05 COLUMN 10 VALUE 'DESCRICAO.. '.
               10 COLUMN PLUS 2 PIC X(30) USING CTB-DESCRICAO.
               10 LINE 06 COLUMN 10 VALUE 'TIPO (B/C). '.
               10 COLUMN PLUS 2 PIC X(01) USING CTB-TIPO.
               10 LINE 07 COLUMN 10 VALUE 'BANCO...... '.
               10 COLUMN PLUS 2 PIC 9(03) USING CTB-BANCO
                   BLANK WHEN ZEROS.
               10 LINE 08 COLUMN 10 VALUE 'AGENCIA.... '.
               10 COLUMN PLUS 2 PIC 9(04) USING CTB-AGENCIA
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'CONTA...... '.
               10 COLUMN PLUS 2 PIC 9(10) USING CTB-CONTA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 1 VALUE '-'.
               10 COLUMN PLUS 1 PIC X(01) USING CTB-DIGITO.
               10 LINE 10 COLUMN 10 VALUE 'CONTABIL... '.
               10 COLUMN PLUS 2 PIC 9(06) USING CTB-CONTABIL
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'PRINCIPAL.. '.
               10 COLUMN PLUS 2 PIC X(01) USING CTB-PRINCIPAL.
               10 LINE 12 COLUMN 10 VALUE 'SALDO INIC. '.
               10 COLUMN PLUS 2 PIC S9(09)V99
                   USING CTB-SALDO-INICIAL.
               10 LINE 13 COLUMN 10 VALUE 'SALDO EM... '.
               10 COLUMN PLUS 2 PIC 9(08) USING CTB-DATA-SALDO
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO... '.
               10 COLUMN PLUS 2 PIC X(01) USING CTB-SITUACAO.
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
            OPEN I-O CONTBANC.
            IF CONTBANC-STATUS = 35
                OPEN OUTPUT CONTBANC
                CLOSE CONTBANC
                OPEN I-O CONTBANC
            END-IF.
            IF CONTBANC-STATUS NOT = 0
                DISPLAY 'CONTMANT: NAO ABRIU CONTBANC.DAT - STATUS '
                        CONTBANC-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-CONTAS.

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
                PERFORM 8000-ENCERRAR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            CLOSE CONTBANC.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO CTB-DESCRICAO CTB-DIGITO.
            MOVE ZEROS  TO CTB-CODIGO CTB-BANCO CTB-AGENCIA
                           CTB-CONTA CTB-CONTABIL CTB-SALDO-INICIAL
                           CTB-DATA-SALDO.
            MOVE 'B'    TO CTB-TIPO.
            MOVE 'N'    TO CTB-PRINCIPAL.
            MOVE '1'    TO CTB-SITUACAO.
            ACCEPT TELA-CONTA.
            IF CTB-CODIGO = ZEROS
                MOVE 'CODIGO DA CONTA OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5500-VALIDAR-CONTA.
            IF WRK-MSGERRO NOT = SPACES
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF TECLA-CANCELAR
                    MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    SET CTB-ATIVA TO TRUE
                    WRITE CONTBANC-REG
                      INVALID KEY
                        MOVE 'CODIGO JA CADASTRADO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-WRITE
                END-IF
            END-IF.

       5500-VALIDAR-CONTA.
      *    DEIXA A PRIMEIRA CRITICA QUE FALHOU EM WRK-MSGERRO
            MOVE SPACES TO WRK-MSGERRO.
            IF CTB-DESCRICAO = SPACES
                MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSGERRO
            ELSE IF NOT CTB-BANCARIA AND NOT CTB-CAIXA
                MOVE 'TIPO: B BANCO OU C CAIXA' TO WRK-MSGERRO
            ELSE IF CTB-BANCARIA
             AND (CTB-BANCO = ZEROS OR CTB-CONTA = ZEROS)
                MOVE 'BANCO E CONTA OBRIGATORIOS' TO WRK-MSGERRO
            ELSE IF CTB-CONTABIL = ZEROS
                MOVE 'CONTA CONTABIL OBRIGATORIA' TO WRK-MSGERRO
            ELSE IF CTB-DATA-SALDO = ZEROS
                MOVE 'DATA DO SALDO INICIAL OBRIGAT.' TO WRK-MSGERRO
            ELSE IF CTB-PRINCIPAL NOT = 'S'
             AND CTB-PRINCIPAL NOT = 'N'
                MOVE 'PRINCIPAL: S OU N' TO WRK-MSGERRO
            ELSE IF CTB-EH-PRINCIPAL AND CTB-CAIXA
                MOVE 'CAIXA NAO PODE SER PRINCIPAL' TO WRK-MSGERRO
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.
            IF WRK-MSGERRO NOT = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5600-CONFERIR-PLANO.
            IF NOT CONTABIL-NO-PLANO
                MOVE 'CONTABIL FORA DO CONTAS.CFG' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF CTB-EH-PRINCIPAL
                PERFORM 5700-CONFERIR-PRINCIPAL
                IF WRK-OUTRA-PRINC NOT = ZEROS
                    MOVE 'JA EXISTE CONTA PRINCIPAL' TO WRK-MSGERRO
                END-IF
            END-IF.

       5600-CONFERIR-PLANO.
      *    A CONTA CONTABIL TEM DE APARECER NO PLANO, A DEBITO OU
      *    A CREDITO DE ALGUM TIPO - SEM CONTAS.CFG NAO HA O QUE
      *    CONFERIR (O CONTABEX JA RECUSA RODAR ASSIM)
            MOVE 'S' TO WRK-ACHOU-CONTABIL.
            MOVE 'N' TO WRK-FIMCFG.
            OPEN INPUT CONTAS-CFG.
            IF CFG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-ACHOU-CONTABIL.
            PERFORM 5650-LER-PLANO.
            PERFORM UNTIL FIM-CONFIG OR CONTABIL-NO-PLANO
                IF CFG-CONTA-DEBITO = CTB-CONTABIL
                 OR CFG-CONTA-CREDITO = CTB-CONTABIL
                    MOVE 'S' TO WRK-ACHOU-CONTABIL
                END-IF
                PERFORM 5650-LER-PLANO
            END-PERFORM.
            CLOSE CONTAS-CFG.

       5650-LER-PLANO.
            READ CONTAS-CFG
                AT END MOVE 'S' TO WRK-FIMCFG
            END-READ.

       5700-CONFERIR-PRINCIPAL.
      *    VARRE O MESTRE ATRAS DE OUTRA PRINCIPAL ATIVA - O
      *    REGISTRO DA TELA E GUARDADO E VOLTA NO FIM
            MOVE ZEROS TO WRK-OUTRA-PRINC.
            MOVE CONTBANC-REG TO WRK-CTB-ATUAL.
            MOVE LOW-VALUES TO CTB-CHAVE.
            START CONTBANC KEY IS NOT LESS THAN CTB-CHAVE
              INVALID KEY
                MOVE 10 TO CONTBANC-STATUS
            END-START.
            IF CONTBANC-STATUS = 0
                READ CONTBANC NEXT
            END-IF.
            PERFORM UNTIL CONTBANC-STATUS NOT = 0
                IF CTB-EH-PRINCIPAL AND CTB-ATIVA
                 AND CTB-CODIGO NOT = WRK-CTB-ATUAL(1:3)
                    MOVE CTB-CODIGO TO WRK-OUTRA-PRINC
                END-IF
                READ CONTBANC NEXT
            END-PERFORM.
            MOVE WRK-CTB-ATUAL TO CONTBANC-REG.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONTA.
            ACCEPT CHAVE-CTB.
            READ CONTBANC
              INVALID KEY
                MOVE 'CONTA NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-CTB
            END-READ.
            ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONTA.
            ACCEPT CHAVE-CTB.
            READ CONTBANC
              INVALID KEY
                MOVE 'CONTA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ACCEPT SS-DADOS-CTB
                PERFORM 5500-VALIDAR-CONTA
                IF WRK-MSGERRO NOT = SPACES
                    ACCEPT MOSTRA-ERRO
                ELSE
                    MOVE 'CONFIRMAR (S) OU CANCELAR (X)'
                        TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    IF TECLA-CANCELAR
                        MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                        REWRITE CONTBANC-REG
                          INVALID KEY
                            MOVE 'ERRO AO REGRAVAR CONTA'
                                TO WRK-MSGERRO
                            ACCEPT MOSTRA-ERRO
                          NOT INVALID KEY
                            MOVE 'CONTA ALTERADA' TO WRK-MSGERRO
                            ACCEPT MOSTRA-ERRO
                        END-REWRITE
                    END-IF
                END-IF
            END-READ.

       8000-ENCERRAR.
            MOVE 'MODULO - ENCERRAR ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-CONTA.
            ACCEPT CHAVE-CTB.
            READ CONTBANC
              INVALID KEY
                MOVE 'CONTA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                DISPLAY SS-DADOS-CTB
                MOVE 'ENCERRAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    SET CTB-ENCERRADA TO TRUE
                    REWRITE CONTBANC-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR CONTA'
                            TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                END-IF
            END-READ.
