      * ALTERADO = 02/09/2026 - SARAH - TABELA EM MEMORIA
      *            ESTOURADA RECUSA A MANUTENCAO - A REGRAVACAO
      *            NAO PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - LAYOUT DE RECEBMAT.DAT
      *            PASSA PARA O COPY RECEBMAT, LIDO TAMBEM NA
      *            CONFERENCIA DA NOTA DO FORNECEDOR (NFENTRA)
      * ALTERADO = 15/10/2026 - SARAH - A ENTRADA RECALCULA O
      *            CUSTO MEDIO PONDERADO DO PRODUTO PELO CUSTO
      *            DA ORDEM (OCP-CUSTO) E PELA QUANTIDADE QUE
      *            ENTROU - O EMBARQUE GRAVA ESSE CUSTO
      * ALTERADO = 15/10/2026 - SARAH - LOTE E VALIDADE NA ENTRADA: O
      *            RECEBIMENTO SOMA O SALDO DO LOTE EM LOTES.DAT (COPY
      *            LOTES), CONSUMIDO NO EMBARQUE POR VALIDADE (FEFO)
      * ALTERADO = 15/10/2026 - SARAH - A ENTRADA INFORMA O
      *            DEPOSITO DO DESCARREGAMENTO (TABDEP, PADRAO 01) E O
      *            SALDO SOBE TAMBEM NELE (CALL ESTDEPAT)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DA ORDEM DE COMPRA
      *            ACOMPANHA A PREVISAO DE CHEGADA
      * ALTERADO = 15/10/2026 - SARAH - A ENTRADA NAO SOBE MAIS O
      *            ESTOQUE: VAI PARA INSPECAO (INSPECAO.DAT) E O
      *            OCPINSP FAZ O CUSTO MEDIO, O LOTE E O DEPOSITO
      *            DO QUE FOR ACEITO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECEBMAT ASSIGN TO 'RECEBMAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBMAT-STATUS.
           SELECT INSPECAO ASSIGN TO 'INSPECAO.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INSPECAO-STATUS.
           SELECT INSNUM-CTL ASSIGN TO 'INSNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INSNUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY OCOMPRA.

       FD RECEBMAT.
           COPY RECEBMAT.

       FD INSPECAO.
           COPY INSPECAO.

       FD INSNUM-CTL.
       01 INSNUM-LINHA.
           05 CTL-ULTINSPECAO PIC 9(07).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 OCOMPRA-STATUS  PIC 9(02).
       77 RECEBMAT-STATUS PIC 9(02).
       77 INSPECAO-STATUS PIC 9(02).
       77 INSNUM-STATUS   PIC 9(02).
       77 WRK-ULTINSPECAO PIC 9(07) VALUE ZEROS.
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 HOUVE-ENTRADA VALUE 'S'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-LOTE        PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE    PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-OK     PIC X(01) VALUE 'S'.
           88 LOTE-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO    PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-OK PIC X(01) VALUE 'S'.
           88 DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-IX-DEP      PIC 9(02) VALUE 0.
           COPY TABDEP.
       01 WRK-DATA-VALIDADE.
           05 WRK-ANOVAL PIC 9(04).
           05 WRK-MESVAL PIC 9(02).
           05 WRK-DIAVAL PIC 9(02).
       01 WRK-TAB-ORDENS.
      *    OCOMPRA.DAT INTEIRO EM MEMORIA - A ENTRADA SO DESCE
      *    PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-OCP OCCURS 2000 TIMES.
               10 WRK-OCP-IMG PIC X(55).

       SCREEN SECTION.
       01 TELA.
               10 LINE 12 COLUMN 10 VALUE 'ENTREGUE.... '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-QTENTREGUE
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 40 VALUE 'DEPOSITO    '.
               10 COLUMN PLUS 2 PIC X(02) USING WRK-DEPOSITO.
               10 LINE 13 COLUMN 10 VALUE 'LOTE........ '.
               10 COLUMN PLUS 2 PIC X(10) USING WRK-LOTE.
               10 LINE 13 COLUMN 40 VALUE 'VALIDADE    '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-VALIDADE
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 40 VALUE '(AAAAMMDD - SO COM LOTE)'.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'OCPRECEB: NAO ABRIU PRODUTOS.DAT'
                MOVE 'S' TO WRK-FIMTELA
       4000-ENTRADA-TELA.
            MOVE 'MODULO - ENTRADA      ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-ORDEM WRK-QTENTREGUE WRK-VALIDADE.
            MOVE SPACES TO WRK-CODPROD WRK-LOTE.
            MOVE '01' TO WRK-DEPOSITO.
            DISPLAY ENT-PERGUNTA.
            ACCEPT ENT-PERGUNTA.
            IF WRK-ORDEM = ZEROS
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4250-VALIDAR-LOTE.
            IF NOT LOTE-VALIDO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4260-VALIDAR-DEPOSITO.
            IF NOT DEPOSITO-VALIDO
                MOVE 'DEPOSITO INVALIDO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4300-ENVIAR-INSPECAO.

       4250-VALIDAR-LOTE.
      *    LOTE E VALIDADE ANDAM JUNTOS - OS DOIS EM BRANCO E
      *    PRODUTO SEM CONTROLE DE LOTE; MERCADORIA JA VENCIDA
      *    NAO ENTRA NO DEPOSITO
            MOVE 'S' TO WRK-LOTE-OK.
            IF WRK-LOTE = SPACES AND WRK-VALIDADE = ZEROS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-LOTE-OK.
            IF WRK-LOTE = SPACES
                MOVE 'LOTE OBRIGATORIO COM VALIDADE' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-VALIDADE TO WRK-DATA-VALIDADE.
            IF WRK-MESVAL < 1 OR WRK-MESVAL > 12
             OR WRK-DIAVAL < 1 OR WRK-DIAVAL > 31
             OR WRK-ANOVAL < 2000
                MOVE 'VALIDADE INVALIDA (AAAAMMDD)' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-VALIDADE NOT > WRK-DATA-SISTEMA
                MOVE 'LOTE VENCIDO - ENTRADA RECUSADA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-LOTE-OK.

       4260-VALIDAR-DEPOSITO.
      *    ONDE A MERCADORIA FOI DESCARREGADA - BRANCOS E O 01
            IF WRK-DEPOSITO = SPACES
                MOVE '01' TO WRK-DEPOSITO
            END-IF.
            MOVE 'N' TO WRK-DEPOSITO-OK.
            PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
                IF TAB-DEP-COD(WRK-IX-DEP) = WRK-DEPOSITO
                    MOVE 'S' TO WRK-DEPOSITO-OK
                END-IF
            END-PERFORM.

       4300-ENVIAR-INSPECAO.
      *    O QUE CHEGOU FICA EM INSPECAO - O ESTOQUE SO SOBE COM O
      *    ACEITE DO OCPINSP; A ORDEM JA CONTA O ENTREGUE E O
      *    REGISTRO DE ENTRADA E GRAVADO NA HORA
            MOVE WRK-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ADD 1 TO WRK-QTENTRADAS
                ADD WRK-QTENTREGUE TO OCP-QTRECEBIDA
                IF OCP-QTRECEBIDA >= OCP-QTDE
                    SET OCP-RECEBIDA TO TRUE
                END-IF
                MOVE OCOMPRA-REG TO
                    WRK-OCP-IMG(WRK-IX-ACHADO)
                MOVE 'S' TO WRK-MEXEU
                PERFORM 4400-GRAVAR-ENTRADA
                PERFORM 4450-GRAVAR-INSPECAO
                MOVE 'ENTRADA ENVIADA A INSPECAO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-READ.

       4400-GRAVAR-ENTRADA.
            WRITE RMT-REG.
            CLOSE RECEBMAT.

       4450-GRAVAR-INSPECAO.
            PERFORM 4460-PROXIMA-INSPECAO.
            MOVE WRK-ULTINSPECAO  TO INS-NUMERO.
            MOVE WRK-DATA-SISTEMA TO INS-DATA.
            MOVE OCP-NUMERO       TO INS-ORDEM.
            MOVE OCP-FORNECEDOR   TO INS-FORNECEDOR.
            MOVE OCP-CODPROD      TO INS-CODPROD.
            MOVE WRK-QTENTREGUE   TO INS-QTDE.
            MOVE OCP-CUSTO        TO INS-CUSTO.
            MOVE WRK-DEPOSITO     TO INS-DEPOSITO.
            MOVE WRK-LOTE         TO INS-LOTE.
            MOVE WRK-VALIDADE     TO INS-VALIDADE.
            MOVE WRK-USUARIO      TO INS-RECEBEDOR.
            SET INS-PENDENTE TO TRUE.
            MOVE ZEROS  TO INS-QTACEITA INS-QTREJEITADA
                           INS-DATA-INSP.
            MOVE SPACES TO INS-REPOR INS-MOTIVO INS-INSPETOR.
            OPEN EXTEND INSPECAO.
            IF INSPECAO-STATUS = 35
                OPEN OUTPUT INSPECAO
            END-IF.
            WRITE INSPECAO-REG.
            CLOSE INSPECAO.

       4460-PROXIMA-INSPECAO.
            MOVE 0 TO WRK-ULTINSPECAO.
            OPEN INPUT INSNUM-CTL.
            IF INSNUM-STATUS = 0
                READ INSNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTINSPECAO
                        TO WRK-ULTINSPECAO
                END-READ
                CLOSE INSNUM-CTL
            END-IF.
            ADD 1 TO WRK-ULTINSPECAO.
            MOVE WRK-ULTINSPECAO TO CTL-ULTINSPECAO.
            OPEN OUTPUT INSNUM-CTL.
            WRITE INSNUM-LINHA.
            CLOSE INSNUM-CTL.

       3000-FINALIZAR.
            IF HOUVE-ENTRADA
                PERFORM 3100-REGRAVAR-ORDENS
                CLOSE PRODUTOS
            END-IF.
            DISPLAY '===== OCPRECEB - ENTRADAS DE MERCADORIA ====='.
            DISPLAY 'ENTRADAS EM INSPECAO.: ' WRK-QTENTRADAS.

       3100-REGRAVAR-ORDENS.
            OPEN OUTPUT OCOMPRA.
