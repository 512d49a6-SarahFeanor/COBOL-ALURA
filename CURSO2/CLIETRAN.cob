      * ALTERADO = 22/08/2026 - SARAH - CONTADORES FINAIS GRAVADOS
      *            EM CLIETRAN.CNT PARA O LIVRO DE EXECUCOES DO
      *            CLIENOITE
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - CLIENTES.TRN SO E
      *            APLICADO COM HEADER E TRAILER CONFERIDOS (CALL
      *            INTFCHK) - LOTE FORA DE SEQUENCIA, REPETIDO OU COM
      *            TOTAIS DIVERGENTES E RECUSADO INTEIRO COM RC 12
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE) -
      *            CLIENTE INCLUIDO ENTRA SEM VENDEDOR
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC) -
      *            CLIENTE INCLUIDO ENTRA SEM CLASSE
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO) -
      *            CLIENTE INCLUIDO ENTRA SEM GRUPO
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                88 TRANS-INCLUIR VALUE 'I'.
                88 TRANS-ALTERAR VALUE 'A'.
                88 TRANS-EXCLUIR VALUE 'E'.
                88 TRANS-HEADER  VALUE 'H'.
                88 TRANS-TRAILER VALUE 'T'.
            05 TRANS-FONE  PIC 9(11).
            05 TRANS-NOME  PIC X(30).
            05 TRANS-EMAIL PIC X(40).
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIETRAN'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CLIETRAN'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-POSTOU       PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
           COPY INTFCHK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            GOBACK.

       1000-INICIAR.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'CLIETRAN: CLIENTES.TRN RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
                    MOVE 'S' TO WRK-FIMARQ
                    MOVE 16 TO RETURN-CODE
                ELSE
                    MOVE 'S' TO WRK-POSTOU
                    PERFORM 1200-VERIFICAR-CHECKPOINT
                    PERFORM 1100-LER-TRANSACAO
                END-IF
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    O LOTE SO E APLICADO COM HEADER E TRAILER CONFERIDOS -
      *    O TOTAL DO TRAILER E O HASH DOS TELEFONES
            MOVE 'V'            TO INTF-FUNCAO.
            MOVE 'CLIENTES.TRN' TO INTF-ARQUIVO.
            MOVE 'CLIETRAN'     TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'CLIETRAN_REMETENTE'.
            MOVE 1   TO INTF-POS-TIPO.
            MOVE 'H' TO INTF-TIPO-HDR.
            MOVE 'T' TO INTF-TIPO-TRL.
            MOVE SPACE TO INTF-TIPO-DET INTF-TIPO-VAL.
            MOVE 2   TO INTF-HDR-POS-REM.
            MOVE 10  TO INTF-HDR-POS-DATA.
            MOVE 18  TO INTF-HDR-POS-SEQ.
            MOVE 2   TO INTF-TRL-POS-QTDE.
            MOVE 9   TO INTF-TRL-POS-TOTAL.
            MOVE 15  TO INTF-TRL-TAM-TOTAL.
            MOVE 2   TO INTF-DET-POS-VALOR.
            MOVE 11  TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-TRANSACAO.
      *    HEADER E TRAILER JA FORAM CONFERIDOS - NAO SAO
      *    TRANSACAO
            READ CLIENTES-TRANS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.
            IF NOT FIM-TRANSACOES AND TRANS-HEADER
                READ CLIENTES-TRANS
                    AT END MOVE 'S' TO WRK-FIMARQ
                END-READ
            END-IF.
            IF NOT FIM-TRANSACOES AND TRANS-TRAILER
                MOVE 'S' TO WRK-FIMARQ
            END-IF.

       1200-VERIFICAR-CHECKPOINT.
            MOVE 0 TO WRK-ULTTRANS.
            END-IF.

       1250-PULAR-TRANSACAO.
            PERFORM 1100-LER-TRANSACAO.

       2000-PROCESSAR.
            ADD 1 TO WRK-QTLIDAS.
                    EXIT PARAGRAPH
                END-IF
                MOVE WRK-COD-NOVO TO CLIENTES-CODIGO
                MOVE ZEROS TO CLIENTES-VENDEDOR
                MOVE SPACES TO CLIENTES-CLASSE-ABC
                MOVE ZEROS TO CLIENTES-GRUPO
                SET ATIVO TO TRUE
                ACCEPT CLIENTES-DATACADASTRO FROM DATE YYYYMMDD
                WRITE CLIENTES-REG
                WRITE TCN-LINHA
                CLOSE CLIETRAN-CNT
            END-IF.
            IF ARQUIVO-POSTADO AND NOT MODO-SIMULACAO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== CLIETRAN - RESUMO DA CARGA ====='.
            IF MODO-SIMULACAO
                DISPLAY '======  MODO SIMULACAO (DRY-RUN)  ====='
