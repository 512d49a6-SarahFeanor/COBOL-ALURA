       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESTRANS.
      *******************************************
      * AULA:      TRANSFERENCIA ENTRE CONTAS DA TESOURARIA
      * OBJETIVO:  REGISTRAR O DINHEIRO QUE PASSA DE UMA CONTA DA
      *            CASA PARA OUTRA - O DEPOSITO DO CAIXA DO BALCAO
      *            NO BANCO, A TED ENTRE DOIS BANCOS - COM UM
      *            NUMERO PROPRIO (TESNUM.CTL) E DUAS LINHAS NO
      *            MOVIMENTO DA TESOURARIA (TESMOV.DAT): SAIDA TF NA
      *            CONTA DE ORIGEM E ENTRADA TF NA DE DESTINO, PARA
      *            O TESPOS BATER CADA CONTA COM O SEU EXTRATO
      *            AS DUAS CONTAS TEM DE EXISTIR NO CONTBANC E
      *            ESTAR ATIVAS (CALL CONTAPAD); CLIENTE NENHUM E
      *            MEXIDO E NADA VAI PARA O JORNAL
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
           SELECT TESNUM-CTL ASSIGN TO 'TESNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESNUM-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TESMOV.
           COPY TESMOV.

       FD TESNUM-CTL.
       01 TESNUM-LINHA.
           05 CTL-ULTTRANSF PIC 9(07).

       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).

       WORKING-STORAGE SECTION.
       77 TESMOV-STATUS    PIC 9(02).
       77 TESNUM-STATUS    PIC 9(02).
       77 SEN-STATUS       PIC 9(02).
       77 WRK-FIMTELA      PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OK     PIC X(01) VALUE 'N'.
           88 SENHA-VALIDA VALUE 'S'.
       77 WRK-FUNCAO-PERF  PIC X(12) VALUE SPACES.
       77 WRK-PERMITIDO    PIC X(01) VALUE 'S'.
           88 FUNCAO-PERMITIDA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-PERIODO      PIC X(01) VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.
       77 WRK-MSGERRO      PIC X(30) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-CTA-ORIGEM   PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-DESTINO  PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CPD-TIPO     PIC X(02) VALUE 'TF'.
       77 WRK-CPD-BANCO    PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
           88 CONTA-VALIDA VALUE 'S'.
       77 WRK-ULTTRANSF    PIC 9(07) VALUE ZEROS.
       77 WRK-QTTRANSF     PIC 9(05) VALUE 0.
       77 WRK-TOT-TRANSF   PIC 9(11)V99 VALUE ZEROS.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'TRANSFERENCIA CONTAS'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-TRANSF FOREGROUND-COLOR 2.
            05 LINE 10 COLUMN 10 VALUE 'CONTA ORIGEM.. '.
            05 COLUMN PLUS 2 PIC 9(03) USING WRK-CTA-ORIGEM
                BLANK WHEN ZEROS.
            05 LINE 11 COLUMN 10 VALUE 'CONTA DESTINO. '.
            05 COLUMN PLUS 2 PIC 9(03) USING WRK-CTA-DESTINO
                BLANK WHEN ZEROS.
            05 LINE 12 COLUMN 10 VALUE 'VALOR......... '.
            05 COLUMN PLUS 2 PIC 9(09)V99 USING WRK-VALOR
                BLANK WHEN ZEROS.
            05 LINE 13 COLUMN 10 VALUE 'DATA.......... '.
            05 COLUMN PLUS 2 PIC 9(08) FROM WRK-DATA-SISTEMA.
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
            IF NOT FIM-TELA
                PERFORM 0500-LOGIN
            END-IF.
            PERFORM 2000-TRANSFERIR UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       0500-LOGIN.
            DISPLAY 'USUARIO..................'.
            ACCEPT WRK-USUARIO.
            DISPLAY 'SENHA.....................'.
            ACCEPT WRK-SENHA WITH NO ECHO.
            PERFORM 0520-VALIDAR-SENHA.
      *    USUARIO COM PERFIL PRECISA DO TESTRANS NA LISTA
            MOVE 'TESTRANS    ' TO WRK-FUNCAO-PERF.
            CALL 'PERFCHK' USING WRK-USUARIO WRK-FUNCAO-PERF
                WRK-PERMITIDO.
            IF NOT FUNCAO-PERMITIDA
                DISPLAY 'TESTRANS: FUNCAO FORA DO SEU PERFIL'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
            END-IF.

       0520-VALIDAR-SENHA.
      *    MESMA REGRA DO RECEBPGM - SEM PAR USUARIO/SENHA EM
      *    SENHAS.DAT O OPERADOR SEGUE IDENTIFICADO SO PELO NOME
      *    QUE DIGITOU, QUE VAI PARA O MOVIMENTO
            MOVE 'N' TO WRK-SENHA-OK.
            OPEN INPUT CLIENTES-SEN.
            IF SEN-STATUS = 0
                PERFORM 0525-LER-SENHA
                    UNTIL SEN-STATUS NOT = 0 OR SENHA-VALIDA
                CLOSE CLIENTES-SEN
            END-IF.
            IF NOT SENHA-VALIDA
                DISPLAY 'USUARIO/SENHA NAO CONFEREM COM SENHAS.DAT'
            END-IF.

       0525-LER-SENHA.
            READ CLIENTES-SEN
              AT END
                CONTINUE
              NOT AT END
                IF SEN-USUARIO = WRK-USUARIO AND SEN-SENHA = WRK-SENHA
                    MOVE 'S' TO WRK-SENHA-OK
                END-IF
            END-READ.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'TESTRANS: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
      *    MOVIMENTO DENTRO DE COMPETENCIA FECHADA NAO DESCE
            CALL 'PERCHK' USING WRK-DATA-SISTEMA WRK-PERIODO.
            IF PERIODO-FECHADO
                DISPLAY 'TESTRANS: COMPETENCIA FECHADA '
                        '(PERFECHA) - PASSO RECUSADO'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
            END-IF.

       2000-TRANSFERIR.
            MOVE 'MODULO - TRANSFERENCIA' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-CTA-ORIGEM WRK-CTA-DESTINO WRK-VALOR.
            DISPLAY TELA-TRANSF.
            ACCEPT TELA-TRANSF.
            IF WRK-CTA-ORIGEM = ZEROS
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-CRITICAR.
            IF WRK-MSGERRO NOT = SPACES
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'TRANSFERENCIA CANCELADA' TO WRK-MSGERRO
            ELSE
                PERFORM 2500-GRAVAR-TRANSFERENCIA
                MOVE 'TRANSFERENCIA GRAVADA' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.

       2100-CRITICAR.
            MOVE SPACES TO WRK-MSGERRO.
            IF WRK-CTA-DESTINO = ZEROS
                MOVE 'CONTA DESTINO OBRIGATORIA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-CTA-DESTINO = WRK-CTA-ORIGEM
                MOVE 'ORIGEM E DESTINO IGUAIS' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-VALOR = ZEROS
                MOVE 'VALOR OBRIGATORIO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-CPD-BANCO
                WRK-CTA-ORIGEM WRK-CPD-SITU.
            IF NOT CONTA-VALIDA
                MOVE 'CONTA ORIGEM INEXISTENTE' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-CPD-BANCO
                WRK-CTA-DESTINO WRK-CPD-SITU.
            IF NOT CONTA-VALIDA
                MOVE 'CONTA DESTINO INEXISTENTE' TO WRK-MSGERRO
            END-IF.

       2500-GRAVAR-TRANSFERENCIA.
      *    AS DUAS PERNAS SAEM JUNTAS COM O MESMO NUMERO - A SOMA
      *    DAS CONTAS NAO MUDA COM UMA TRANSFERENCIA
            PERFORM 2600-PROXIMA-TRANSFERENCIA.
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE 'TF'             TO TMV-ORIGEM.
            MOVE WRK-VALOR        TO TMV-VALOR.
            MOVE WRK-ULTTRANSF    TO TMV-DOCUMENTO.
            MOVE ZEROS            TO TMV-CODIGO.
            MOVE 'TESTRANS'       TO TMV-PROGRAMA.
            MOVE WRK-USUARIO      TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            MOVE WRK-CTA-ORIGEM TO TMV-CONTA.
            SET TMV-SAIDA TO TRUE.
            WRITE TESMOV-REG.
            MOVE WRK-CTA-DESTINO TO TMV-CONTA.
            SET TMV-ENTRADA TO TRUE.
            WRITE TESMOV-REG.
            CLOSE TESMOV.
            ADD 1 TO WRK-QTTRANSF.
            ADD WRK-VALOR TO WRK-TOT-TRANSF.

       2600-PROXIMA-TRANSFERENCIA.
            MOVE 0 TO WRK-ULTTRANSF.
            OPEN INPUT TESNUM-CTL.
            IF TESNUM-STATUS = 0
                READ TESNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTTRANSF TO WRK-ULTTRANSF
                END-READ
                CLOSE TESNUM-CTL
            END-IF.
            ADD 1 TO WRK-ULTTRANSF.
            MOVE WRK-ULTTRANSF TO CTL-ULTTRANSF.
            OPEN OUTPUT TESNUM-CTL.
            WRITE TESNUM-LINHA.
            CLOSE TESNUM-CTL.

       3000-FINALIZAR.
            DISPLAY '===== TESTRANS - TRANSFERENCIAS ====='.
            DISPLAY 'TRANSFERENCIAS.......: ' WRK-QTTRANSF.
            DISPLAY 'VALOR TRANSFERIDO....: ' WRK-TOT-TRANSF.
