      * ALTERADO = 02/09/2026 - SARAH - PAGAMENTO DE BOLETO
      *            TAMBEM ENTRA NA FILA DE NOTIFICACOES (CALL
      *            NOTIFICA, TIPO R), COMO O RECIBO DE BALCAO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - RETORNO.RET SO E BAIXADO
      *            COM HEADER E TRAILER DO BANCO CONFERIDOS (CALL
      *            INTFCHK) - ARQUIVO FORA DE SEQUENCIA, REPETIDO OU COM
      *            TOTAIS DIVERGENTES E RECUSADO INTEIRO COM RC 12
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - BOLETO PAGO, CASADO OU
      *            POSTADO NO SUSPENSO, ENTRA NA CONTA DA TESOURARIA DO
      *            BANCO DE BANCO.CFG (CALL CONTAPAD) - RECIBO E
      *            SUSPENSO GUARDAM A CONTA E O MOVIMENTO VAI PARA O
      *            TESMOV.DAT
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SUSPNUM-CTL ASSIGN TO 'SUSPNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPNUM-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD RETORNO-EXC.
       01 EXC-LINHA PIC X(80).

       FD TESMOV.
           COPY TESMOV.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'RETORNO'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'RETORNO'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 BCF-STATUS       PIC 9(02).
       77 WRK-LAYOUT       PIC X(03) VALUE '400'.
           88 LAYOUT-400 VALUE '400'.
       77 SUSPNUM-STATUS   PIC 9(02).
       77 WRK-ULTSUSPENSO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTSUSPENSOS  PIC 9(04) VALUE 0.
       77 WRK-POSTOU       PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
       77 TESMOV-STATUS    PIC 9(02).
      *    CONTA DA TESOURARIA DO BANCO DO RETORNO (CALL CONTAPAD)
       77 WRK-CPD-TIPO     PIC X(02) VALUE 'BO'.
       77 WRK-BANCO-RET    PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-RET    PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO-RET   PIC 9(07) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
           COPY INTFCHK.

       01 WRK-TAB-REMESSA.
      *    TITULOS DA ULTIMA REMESSA, CARREGADOS UMA VEZ PARA
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1150-LER-BANCO.
            MOVE ZEROS TO WRK-CONTA-RET.
            CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-BANCO-RET
                WRK-CONTA-RET WRK-CPD-SITU.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'RETORNO: RETORNO.RET RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O CLIENTES.
            OPEN INPUT RETORNO-RET.
            IF CLIENTES-STATUS NOT = 0
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT RETORNO-EXC
                MOVE 'S' TO WRK-POSTOU
                PERFORM 1200-CARREGAR-REMESSA
                PERFORM 1100-LER-RETORNO
            END-IF
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    NENHUM TITULO E BAIXADO SEM HEADER E TRAILER DO BANCO
      *    CONFERIDOS - REMETENTE E SEQUENCIA DO ARQUIVO VEM DO
      *    HEADER, QUANTIDADE DE DETALHES E TOTAL PAGO DO TRAILER,
      *    NAS POSICOES DO LAYOUT DE BANCO.CFG
            MOVE 'V'           TO INTF-FUNCAO.
            MOVE 'RETORNO.RET' TO INTF-ARQUIVO.
            MOVE 'RETORNO'     TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'RETORNO_REMETENTE'.
            MOVE '0' TO INTF-TIPO-HDR.
            MOVE '9' TO INTF-TIPO-TRL.
            MOVE SPACE TO INTF-TIPO-VAL.
            MOVE 13  TO INTF-TRL-TAM-TOTAL.
            IF LAYOUT-240
                MOVE 8   TO INTF-POS-TIPO
                MOVE '3' TO INTF-TIPO-DET
                MOVE 17  TO INTF-HDR-POS-REM
                MOVE 9   TO INTF-HDR-POS-DATA
                MOVE 25  TO INTF-HDR-POS-SEQ
                MOVE 9   TO INTF-TRL-POS-QTDE
                MOVE 16  TO INTF-TRL-POS-TOTAL
                MOVE 33  TO INTF-DET-POS-VALOR
                MOVE 15  TO INTF-DET-TAM-VALOR
            ELSE
                MOVE 1   TO INTF-POS-TIPO
                MOVE '1' TO INTF-TIPO-DET
                MOVE 10  TO INTF-HDR-POS-REM
                MOVE 2   TO INTF-HDR-POS-DATA
                MOVE 18  TO INTF-HDR-POS-SEQ
                MOVE 2   TO INTF-TRL-POS-QTDE
                MOVE 9   TO INTF-TRL-POS-TOTAL
                MOVE 20  TO INTF-DET-POS-VALOR
                MOVE 11  TO INTF-DET-TAM-VALOR
            END-IF.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-RETORNO.
            READ RETORNO-RET
                AT END MOVE 'S' TO WRK-FIMARQ
                    IF BCF-LAYOUT = '240' OR BCF-LAYOUT = '400'
                        MOVE BCF-LAYOUT TO WRK-LAYOUT
                    END-IF
                    IF BCF-BANCO IS NUMERIC
                        MOVE BCF-BANCO TO WRK-BANCO-RET
                    END-IF
                END-READ
                CLOSE BANCO-CFG
            END-IF.
                ADD 1 TO WRK-QTAPLICADOS
                PERFORM 2600-GRAVAR-RECEBER
                PERFORM 2700-GRAVAR-JORNAL
                MOVE CLIENTES-CODIGO TO WRK-CODIGO-RET
                PERFORM 2750-GRAVAR-TESOURARIA
                CALL 'PARCBAIX' USING REC-FONE REC-VALOR
                CALL 'TITBAIX' USING RET-FONE RET-DOC REC-VALOR
                CALL 'NOTIFICA' USING WRK-TIPO-EVENTO RET-FONE
            MOVE RET-DATA  TO REC-DATA.
            MOVE RET-VALOR TO REC-VALOR.
            MOVE 'BO'      TO REC-TIPO.
            MOVE WRK-CONTA-RET TO REC-CONTA.
            OPEN EXTEND RECEBER.
            IF RECEBER-STATUS = 35
                OPEN OUTPUT RECEBER
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       2750-GRAVAR-TESOURARIA.
      *    BOLETO PAGO E CREDITO NA CONTA DO BANCO DO RETORNO -
      *    CASADO OU NO SUSPENSO, O DINHEIRO JA ESTA LA
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE WRK-CONTA-RET    TO TMV-CONTA.
            SET TMV-ENTRADA       TO TRUE.
            MOVE 'BO'             TO TMV-ORIGEM.
            MOVE RET-VALOR        TO TMV-VALOR.
            MOVE RET-DOC          TO TMV-DOCUMENTO.
            MOVE WRK-CODIGO-RET   TO TMV-CODIGO.
            MOVE WRK-JNL-PROGRAMA TO TMV-PROGRAMA.
            MOVE WRK-JNL-USUARIO  TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.

       2800-GRAVAR-JNL-MESTRE.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.
            MOVE 'RETORNO ' TO SUS-ORIGEM.
            MOVE ZEROS TO SUS-DESTINO.
            SET SUS-ABERTO TO TRUE.
            MOVE WRK-CONTA-RET TO SUS-CONTA.
            OPEN EXTEND SUSPENSE.
            IF SUSPENSE-STATUS = 35
                OPEN OUTPUT SUSPENSE
            WRITE SUSPENSE-REG.
            CLOSE SUSPENSE.
            ADD 1 TO WRK-QTSUSPENSOS.
            MOVE ZEROS TO WRK-CODIGO-RET.
            PERFORM 2750-GRAVAR-TESOURARIA.

       2960-PROXIMO-SUSPENSO.
            MOVE 0 TO WRK-ULTSUSPENSO.
            CLOSE CLIENTES.
            CLOSE RETORNO-RET.
            CLOSE RETORNO-EXC.
            IF ARQUIVO-POSTADO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== RETORNO - BAIXA DE COBRANCA ====='.
            DISPLAY 'TITULOS LIDOS........: ' WRK-QTLIDOS.
            DISPLAY 'PAGAMENTOS APLICADOS.: ' WRK-QTAPLICADOS.
