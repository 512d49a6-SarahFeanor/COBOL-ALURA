       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCREMITE.
      *******************************************
      * AULA:      DIGITACAO DE NOTA DE CREDITO
      * OBJETIVO:  REGISTRAR EM NOTACRED.DAT A NOTA DE CREDITO DE
      *            UMA FATURA JA EMITIDA (COBRADO A MAIOR,
      *            ABATIMENTO OU BONIFICACAO COMBINADOS DEPOIS DA
      *            FATURA) SEM MEXER EM MERCADORIA NEM ESTOQUE -
      *            PEDCANC E DEVOLUCAO CONTINUAM SENDO O CAMINHO
      *            DE QUEM DEVOLVE O PEDIDO
      *            EM TELA OU EM LOTE LENDO NOTACRED.TRN, VARIAVEL
      *            NOTACRED_MODO=L, COMO O PEDCANC
      *            A FATURA PRECISA EXISTIR EM FATURAS.DAT E A SOMA
      *            DAS NOTAS DELA (TIRANDO AS RECUSADAS) NAO PASSA
      *            DO VALOR DA MERCADORIA; O ICMS DA NOTA SAI NA
      *            MESMA PROPORCAO DO ICMS DA FATURA
      *            NUMERACAO PROPRIA EM NOTACRED.CTL, REGRAVADO A
      *            CADA NOTA COMO O FATURA.CTL
      *            VALOR ACIMA DO TETO DE NOTACRED.CFG (9(07)V99,
      *            MANTIDO NO CFGMANT) FICA PENDENTE PARA A MESA DO
      *            ADM (NCRMESA); SEM O ARQUIVO TODA NOTA VAI PARA
      *            A MESA - O NCRPOST SO EFETIVA AS LIBERADAS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO 'FATURAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FATURAS-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT NOTACRED-CTL ASSIGN TO 'NOTACRED.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTL-STATUS.
           SELECT NOTACRED-CFG ASSIGN TO 'NOTACRED.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
           SELECT NOTACRED-TRN ASSIGN TO 'NOTACRED.TRN'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FATURAS.
           COPY FATURAS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD NOTACRED.
           COPY NOTACRED.

       FD NOTACRED-CTL.
       01 NCRCTL-LINHA.
           05 CTL-ULTNOTA PIC 9(07).

       FD NOTACRED-CFG.
       01 CFG-LINHA.
           05 CFG-TETO PIC 9(07)V99.

       FD NOTACRED-TRN.
       01 TRN-REG.
           05 TRN-FATURA    PIC 9(07).
           05 TRN-MOTIVO    PIC X(01).
           05 TRN-VALOR     PIC 9(07)V99.
           05 TRN-HISTORICO PIC X(30).

       WORKING-STORAGE SECTION.
       77 FATURAS-STATUS  PIC 9(02).
       77 EMBARQUE-STATUS PIC 9(02).
       77 NOTACRED-STATUS PIC 9(02).
       77 CTL-STATUS      PIC 9(02).
       77 CFG-STATUS      PIC 9(02).
       77 TRN-STATUS      PIC 9(02).
       77 WRK-MODO        PIC X(01) VALUE SPACES.
           88 MODO-LOTE VALUE 'L'.
       77 WRK-ABRIU-TRN   PIC X(01) VALUE 'N'.
           88 LOTE-ABERTO VALUE 'S'.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-FIMLOTE     PIC X(01) VALUE 'N'.
           88 FIM-LOTE VALUE 'S'.
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 FATURA-ACHADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU   PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-FUNCAO-PERF PIC X(12) VALUE SPACES.
       77 WRK-PERMITIDO   PIC X(01) VALUE 'S'.
           88 FUNCAO-PERMITIDA VALUE 'S'.
       77 WRK-ULTNOTA     PIC 9(07) VALUE ZEROS.
       77 WRK-TETO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FATURA      PIC 9(07) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(01) VALUE SPACES.
       77 WRK-VALOR       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-HISTORICO   PIC X(30) VALUE SPACES.
       77 WRK-JA-CREDITADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTLIDAS     PIC 9(05) VALUE 0.
       77 WRK-QTLIBERADAS PIC 9(05) VALUE 0.
       77 WRK-QTPENDENTES PIC 9(05) VALUE 0.
       77 WRK-QTREJEITADAS PIC 9(05) VALUE 0.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'NOTA DE CREDITO     '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-NOTA FOREGROUND-COLOR 2.
            05 LINE 08 COLUMN 10 VALUE 'FATURA (0 SAI) '.
            05 COLUMN PLUS 2 PIC 9(07) USING WRK-FATURA
                BLANK WHEN ZEROS.
            05 LINE 09 COLUMN 10 VALUE 'MOTIVO......... '.
            05 COLUMN PLUS 1 PIC X(01) USING WRK-MOTIVO.
            05 LINE 10 COLUMN 12 VALUE
               'P COBRADO A MAIOR  A ABATIMENTO'.
            05 LINE 11 COLUMN 12 VALUE
               'B BONIFICACAO      O OUTROS'.
            05 LINE 12 COLUMN 10 VALUE 'VALOR.......... '.
            05 COLUMN PLUS 1 PIC 9(07)V99 USING WRK-VALOR.
            05 LINE 13 COLUMN 10 VALUE 'HISTORICO...... '.
            05 COLUMN PLUS 1 PIC X(30) USING WRK-HISTORICO.
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
                PERFORM 4000-NOTA-TELA UNTIL FIM-TELA
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'NCREMITE: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-MODO FROM ENVIRONMENT 'NOTACRED_MODO'.
            PERFORM 1200-LER-CONTROLE.
            PERFORM 1300-LER-TETO.
            IF MODO-LOTE
                MOVE 'NCRLOTE' TO WRK-USUARIO
                OPEN INPUT NOTACRED-TRN
                IF TRN-STATUS NOT = 0
                    DISPLAY 'NCREMITE: NAO ABRIU NOTACRED.TRN'
                    MOVE 'S' TO WRK-FIMLOTE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    SET LOTE-ABERTO TO TRUE
                    PERFORM 1100-LER-LOTE
                END-IF
            ELSE
                DISPLAY 'OPERADOR.................'
                ACCEPT WRK-USUARIO
      *        USUARIO COM PERFIL PRECISA DO NCREMITE NA LISTA
                MOVE 'NCREMITE    ' TO WRK-FUNCAO-PERF
                CALL 'PERFCHK' USING WRK-USUARIO
                    WRK-FUNCAO-PERF WRK-PERMITIDO
                IF NOT FUNCAO-PERMITIDA
                    DISPLAY 'NCREMITE: FUNCAO FORA DO SEU PERFIL'
                    MOVE 'S' TO WRK-FIMTELA
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

       1100-LER-LOTE.
            READ NOTACRED-TRN
                AT END MOVE 'S' TO WRK-FIMLOTE
            END-READ.

       1200-LER-CONTROLE.
            MOVE 0 TO WRK-ULTNOTA.
            OPEN INPUT NOTACRED-CTL.
            IF CTL-STATUS = 0
                READ NOTACRED-CTL
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE CTL-ULTNOTA TO WRK-ULTNOTA
                END-READ
                CLOSE NOTACRED-CTL
            END-IF.

       1300-LER-TETO.
      *    SEM NOTACRED.CFG (OU COM LINHA TORTA) O TETO E ZERO E
      *    TODA NOTA PASSA PELA MESA DO ADM
            MOVE ZEROS TO WRK-TETO.
            OPEN INPUT NOTACRED-CFG.
            IF CFG-STATUS = 0
                READ NOTACRED-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CFG-TETO IS NUMERIC
                        MOVE CFG-TETO TO WRK-TETO
                    END-IF
                END-READ
                CLOSE NOTACRED-CFG
            END-IF.

       2000-PROCESSAR-LOTE.
            MOVE TRN-FATURA    TO WRK-FATURA.
            MOVE TRN-MOTIVO    TO WRK-MOTIVO.
            MOVE TRN-VALOR     TO WRK-VALOR.
            MOVE TRN-HISTORICO TO WRK-HISTORICO.
            ADD 1 TO WRK-QTLIDAS.
            PERFORM 5000-REGISTRAR-NOTA.
            PERFORM 1100-LER-LOTE.

       4000-NOTA-TELA.
            MOVE 'MODULO - NOTA DE CREDITO' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-FATURA WRK-VALOR.
            MOVE SPACES TO WRK-MOTIVO WRK-HISTORICO.
            DISPLAY TELA-NOTA.
            ACCEPT TELA-NOTA.
            IF WRK-FATURA = ZEROS
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTLIDAS.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'OPERACAO ABANDONADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 5000-REGISTRAR-NOTA
            END-IF.

       5000-REGISTRAR-NOTA.
            MOVE WRK-MOTIVO TO NCR-MOTIVO.
            IF NOT NCR-MOTIVO-VALIDO
                MOVE 'MOTIVO INVALIDO (P/A/B/O)' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            IF WRK-VALOR NOT NUMERIC OR WRK-VALOR = ZEROS
                MOVE 'VALOR DA NOTA INVALIDO' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            IF WRK-HISTORICO = SPACES
                MOVE 'INFORME O HISTORICO' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5100-LOCALIZAR-FATURA.
            IF NOT FATURA-ACHADA
                MOVE 'FATURA NAO ENCONTRADA' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
      *    O QUE JA FOI CREDITADO NA FATURA MAIS ESTA NOTA NAO
      *    PASSA DO VALOR DA MERCADORIA
            PERFORM 5200-SOMAR-CREDITOS.
            IF WRK-JA-CREDITADO + WRK-VALOR > FTR-VALOR
                MOVE 'CREDITO ACIMA DO FATURADO' TO WRK-MSGERRO
                PERFORM 5900-REJEITAR
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5300-MONTAR-NOTA.
            PERFORM 5400-GRAVAR-NOTA.
            IF NCR-PENDENTE
                ADD 1 TO WRK-QTPENDENTES
                MOVE 'NOTA 0000000 AGUARDA O ADM' TO WRK-MSGERRO
            ELSE
                ADD 1 TO WRK-QTLIBERADAS
                MOVE 'NOTA 0000000 LIBERADA' TO WRK-MSGERRO
            END-IF.
            MOVE NCR-NUMERO TO WRK-MSGERRO(6:7).
            IF MODO-LOTE
                DISPLAY WRK-MSGERRO ' - FATURA ' WRK-FATURA
            ELSE
                ACCEPT MOSTRA-ERRO
            END-IF.

       5100-LOCALIZAR-FATURA.
            MOVE 'N' TO WRK-ACHOU.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT FATURAS.
            IF FATURAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5110-LER-FATURA.
            PERFORM UNTIL FIM-ARQUIVO OR FATURA-ACHADA
                IF FTR-NUMERO = WRK-FATURA
                    MOVE 'S' TO WRK-ACHOU
                ELSE
                    PERFORM 5110-LER-FATURA
                END-IF
            END-PERFORM.
            CLOSE FATURAS.

       5110-LER-FATURA.
            READ FATURAS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5200-SOMAR-CREDITOS.
            MOVE ZEROS TO WRK-JA-CREDITADO.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5210-LER-NOTA.
            PERFORM UNTIL FIM-ARQUIVO
                IF NCR-FATURA = WRK-FATURA AND NOT NCR-RECUSADA
                    ADD NCR-VALOR TO WRK-JA-CREDITADO
                END-IF
                PERFORM 5210-LER-NOTA
            END-PERFORM.
            CLOSE NOTACRED.

       5210-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5300-MONTAR-NOTA.
            ADD 1 TO WRK-ULTNOTA.
            MOVE WRK-ULTNOTA      TO NCR-NUMERO.
            MOVE WRK-DATA-SISTEMA TO NCR-DATA.
            MOVE FTR-NUMERO       TO NCR-FATURA.
            MOVE FTR-PEDIDO       TO NCR-PEDIDO.
            MOVE FTR-CODIGO       TO NCR-CODIGO.
            MOVE FTR-FONE         TO NCR-FONE.
            MOVE WRK-MOTIVO       TO NCR-MOTIVO.
            MOVE WRK-HISTORICO    TO NCR-HISTORICO.
            MOVE WRK-VALOR        TO NCR-VALOR.
            MOVE ZEROS            TO NCR-ICMS.
            IF FTR-VALOR > ZEROS
                COMPUTE NCR-ICMS ROUNDED =
                    WRK-VALOR * FTR-ICMS / FTR-VALOR
            END-IF.
            MOVE WRK-USUARIO      TO NCR-USUARIO.
            MOVE SPACES           TO NCR-APROVADOR.
            MOVE ZEROS            TO NCR-EMISSAO.
            IF WRK-VALOR > WRK-TETO
                SET NCR-PENDENTE TO TRUE
            ELSE
                SET NCR-LIBERADA TO TRUE
            END-IF.
            PERFORM 5310-BUSCAR-UF.

       5310-BUSCAR-UF.
      *    A UF DE ENTREGA VEM DO EMBARQUE DO PEDIDO, COMO NO
      *    ICMS DA FATURA
            MOVE SPACES TO NCR-UF.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5320-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                IF EMB-PEDIDO = NCR-PEDIDO
                    MOVE EMB-UF TO NCR-UF
                    MOVE 'S' TO WRK-FIMARQ
                ELSE
                    PERFORM 5320-LER-EMBARQUE
                END-IF
            END-PERFORM.
            CLOSE EMBARQUE.

       5320-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5400-GRAVAR-NOTA.
            OPEN EXTEND NOTACRED.
            IF NOTACRED-STATUS = 35
                OPEN OUTPUT NOTACRED
            END-IF.
            WRITE NOTACRED-REG.
            CLOSE NOTACRED.
      *    REGRAVADO A CADA NOTA, COMO O FATURA.CTL - UM ABEND NO
      *    MEIO DO LOTE NAO REPETE NEM PULA NUMERO
            MOVE WRK-ULTNOTA TO CTL-ULTNOTA.
            OPEN OUTPUT NOTACRED-CTL.
            WRITE NCRCTL-LINHA.
            CLOSE NOTACRED-CTL.

       5900-REJEITAR.
            ADD 1 TO WRK-QTREJEITADAS.
            IF MODO-LOTE
                DISPLAY WRK-MSGERRO ' - FATURA ' WRK-FATURA
            ELSE
                ACCEPT MOSTRA-ERRO
            END-IF.

       3000-FINALIZAR.
            IF LOTE-ABERTO
                CLOSE NOTACRED-TRN
            END-IF.
            DISPLAY '===== NCREMITE - NOTAS DE CREDITO ====='.
            DISPLAY 'NOTAS DIGITADAS......: ' WRK-QTLIDAS.
            DISPLAY 'LIBERADAS............: ' WRK-QTLIBERADAS.
            DISPLAY 'AGUARDANDO O ADM.....: ' WRK-QTPENDENTES.
            DISPLAY 'REJEITADAS...........: ' WRK-QTREJEITADAS.
