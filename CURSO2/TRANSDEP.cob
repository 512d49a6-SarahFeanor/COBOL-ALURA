       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANSDEP.
      *******************************************
      * AULA:      TRANSFERENCIA DE ESTOQUE ENTRE DEPOSITOS
      * OBJETIVO:  EMITIR, RECEBER E CONSULTAR O DOCUMENTO DE
      *            TRANSFERENCIA (TRANSF.DAT, NUMERADO PELO
      *            TRFNUM.CTL). NA EMISSAO O SALDO SAI DA ORIGEM
      *            (SO O LIVRE - O RESERVADO E DE PEDIDO) E FICA
      *            EM TRANSITO NO DESTINO; NO RECEBIMENTO O
      *            DESTINO CONFIRMA E O TRANSITO VIRA SALDO
      *            O TOTAL DA EMPRESA NO MESTRE DE PRODUTOS NAO
      *            MUDA - A MERCADORIA SO TROCA DE LUGAR
      *            EXIGE O ESTDEP.DAT JA CARREGADO (ESTDEPCV)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT TRANSF ASSIGN TO 'TRANSF.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSF-STATUS
             RECORD KEY IS TRF-CHAVE.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT TRFNUM-CTL ASSIGN TO 'TRFNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRFNUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ESTDEP.
           COPY ESTDEP.

       FD TRANSF.
           COPY TRANSF.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD TRFNUM-CTL.
       01 TRFNUM-LINHA.
           05 CTL-ULTTRF PIC 9(07).

       WORKING-STORAGE SECTION.
       77 ESTDEP-STATUS    PIC 9(02).
       77 TRANSF-STATUS    PIC 9(02).
       77 PRODUTOS-STATUS  PIC 9(02).
       77 TRFNUM-STATUS    PIC 9(02).
       77 WRK-OPCAO        PIC X(01).
       77 WRK-MODULO       PIC X(25).
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO      PIC X(30).
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-CODPROD      PIC X(08) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(30) VALUE SPACES.
       77 WRK-ORIGEM       PIC X(02) VALUE SPACES.
       77 WRK-DESTINO      PIC X(02) VALUE SPACES.
       77 WRK-QTDE         PIC 9(05) VALUE ZEROS.
       77 WRK-LIVRE-ORIGEM PIC 9(05) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(07) VALUE ZEROS.
       77 WRK-SITU-DESC    PIC X(12) VALUE SPACES.
       77 WRK-IX-DEP       PIC 9(02) VALUE 0.
       77 WRK-DEP-TESTE    PIC X(02) VALUE SPACES.
       77 WRK-DEP-OK       PIC X(01) VALUE 'N'.
           88 DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-EMISSAO-OK   PIC X(01) VALUE 'N'.
           88 EMISSAO-VALIDA VALUE 'S'.
       77 WRK-QTEMITIDAS   PIC 9(05) VALUE 0.
       77 WRK-QTRECEBIDAS  PIC 9(05) VALUE 0.
           COPY TABDEP.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'TRANSF. DEPOSITOS   '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-TRANSF.
            05 LINE 07 COLUMN 15 VALUE '1 - EMITIR TRANSFERENCIA'.
            05 LINE 08 COLUMN 15 VALUE '2 - RECEBER NO DESTINO'.
            05 LINE 09 COLUMN 15 VALUE '3 - CONSULTAR DOCUMENTO'.
            05 LINE 10 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 12 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 12 COLUMN 28 USING WRK-OPCAO.
       01 TELA-EMISSAO FOREGROUND-COLOR 2.
            05 EMI-DADOS.
               10 LINE 09 COLUMN 10 VALUE 'PRODUTO... '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-CODPROD.
               10 LINE 10 COLUMN 10 VALUE 'ORIGEM.... '.
               10 COLUMN PLUS 2 PIC X(02) USING WRK-ORIGEM.
               10 LINE 10 COLUMN 40 VALUE 'DESTINO '.
               10 COLUMN PLUS 2 PIC X(02) USING WRK-DESTINO.
               10 LINE 11 COLUMN 10 VALUE 'QUANTIDADE '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-QTDE
                   BLANK WHEN ZEROS.
            05 EMI-SALDO.
               10 LINE 12 COLUMN 10 VALUE 'DESCRICAO. '.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-DESCRICAO.
               10 LINE 13 COLUMN 10 VALUE 'LIVRE NA ORIGEM '.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-LIVRE-ORIGEM.
       01 TELA-DOCUMENTO FOREGROUND-COLOR 2.
            05 DOC-CHAVE.
               10 LINE 08 COLUMN 10 VALUE 'DOCUMENTO. '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-NUMERO
                   BLANK WHEN ZEROS.
            05 DOC-DADOS.
               10 LINE 09 COLUMN 10 VALUE 'PRODUTO... '.
               10 COLUMN PLUS 2 PIC X(08) FROM TRF-CODPROD.
               10 LINE 10 COLUMN 10 VALUE 'ORIGEM.... '.
               10 COLUMN PLUS 2 PIC X(02) FROM TRF-ORIGEM.
               10 LINE 10 COLUMN 40 VALUE 'DESTINO '.
               10 COLUMN PLUS 2 PIC X(02) FROM TRF-DESTINO.
               10 LINE 11 COLUMN 10 VALUE 'QUANTIDADE '.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM TRF-QTDE.
               10 LINE 12 COLUMN 10 VALUE 'SITUACAO.. '.
               10 COLUMN PLUS 2 PIC X(12) FROM WRK-SITU-DESC.
               10 LINE 13 COLUMN 10 VALUE 'EMISSAO... '.
               10 COLUMN PLUS 2 PIC 9(08) FROM TRF-EMISSAO.
               10 LINE 13 COLUMN 40 PIC X(20) FROM TRF-EMITIDO-POR.
               10 LINE 14 COLUMN 10 VALUE 'RECEBIDO.. '.
               10 COLUMN PLUS 2 PIC 9(08) FROM TRF-RECEBIMENTO
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 40 PIC X(20) FROM TRF-RECEBIDO-POR.
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
            IF WRK-OPCAO NOT = 'X'
                PERFORM 1100-MONTATELA
            END-IF.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE SPACES TO WRK-OPCAO.
            OPEN I-O ESTDEP.
            IF ESTDEP-STATUS NOT = 0
                DISPLAY 'TRANSDEP: SEM ESTDEP.DAT - RODE O ESTDEPCV '
                        'ANTES DA PRIMEIRA TRANSFERENCIA'
                MOVE 'X' TO WRK-OPCAO
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'TRANSDEP: NAO ABRIU PRODUTOS.DAT - STATUS '
                        PRODUTOS-STATUS
                CLOSE ESTDEP
                MOVE 'X' TO WRK-OPCAO
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O TRANSF.
            IF TRANSF-STATUS = 35
                OPEN OUTPUT TRANSF
                CLOSE TRANSF
                OPEN I-O TRANSF
            END-IF.
            DISPLAY 'OPERADOR.................'.
            ACCEPT WRK-USUARIO.

       1100-MONTATELA.
            MOVE SPACES TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-TRANSF.

       1200-VALIDAR-DEPOSITO.
            MOVE 'N' TO WRK-DEP-OK.
            PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
                IF TAB-DEP-COD(WRK-IX-DEP) = WRK-DEP-TESTE
                    MOVE 'S' TO WRK-DEP-OK
                END-IF
            END-PERFORM.

       1300-DESCREVER-SITUACAO.
            EVALUATE TRUE
              WHEN TRF-EM-TRANSITO
                MOVE 'EM TRANSITO' TO WRK-SITU-DESC
              WHEN TRF-RECEBIDA
                MOVE 'RECEBIDA' TO WRK-SITU-DESC
              WHEN OTHER
                MOVE SPACES TO WRK-SITU-DESC
            END-EVALUATE.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-EMITIR
              WHEN 2
                PERFORM 6000-RECEBER
              WHEN 3
                PERFORM 7000-CONSULTAR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            IF WRK-OPCAO NOT EQUAL 'X'
                PERFORM 1100-MONTATELA
            END-IF.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE ESTDEP
                CLOSE PRODUTOS
                CLOSE TRANSF
            END-IF.
            DISPLAY '===== TRANSDEP - TRANSFERENCIAS ====='.
            DISPLAY 'EMITIDAS.............: ' WRK-QTEMITIDAS.
            DISPLAY 'RECEBIDAS............: ' WRK-QTRECEBIDAS.

       5000-EMITIR.
            MOVE 'MODULO - EMISSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO WRK-CODPROD WRK-DESCRICAO.
            MOVE '01' TO WRK-ORIGEM.
            MOVE '02' TO WRK-DESTINO.
            MOVE ZEROS TO WRK-QTDE WRK-LIVRE-ORIGEM.
            DISPLAY EMI-DADOS.
            ACCEPT EMI-DADOS.
            PERFORM 5100-VALIDAR-EMISSAO.
            IF NOT EMISSAO-VALIDA
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY EMI-SALDO.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'EMISSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5300-PROXIMO-NUMERO.
            PERFORM 5400-TIRAR-DA-ORIGEM.
            PERFORM 5500-TRANSITO-NO-DESTINO.
            MOVE WRK-NUMERO       TO TRF-NUMERO.
            MOVE WRK-CODPROD      TO TRF-CODPROD.
            MOVE WRK-ORIGEM       TO TRF-ORIGEM.
            MOVE WRK-DESTINO      TO TRF-DESTINO.
            MOVE WRK-QTDE         TO TRF-QTDE.
            SET TRF-EM-TRANSITO   TO TRUE.
            MOVE WRK-DATA-SISTEMA TO TRF-EMISSAO.
            MOVE WRK-USUARIO      TO TRF-EMITIDO-POR.
            MOVE ZEROS            TO TRF-RECEBIMENTO.
            MOVE SPACES           TO TRF-RECEBIDO-POR.
            WRITE TRANSF-REG
              INVALID KEY
                MOVE 'ERRO AO GRAVAR DOCUMENTO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-WRITE.
            ADD 1 TO WRK-QTEMITIDAS.
            MOVE 'TRANSFERENCIA EMITIDA 0000000' TO WRK-MSGERRO.
            MOVE WRK-NUMERO TO WRK-MSGERRO(23:7).
            ACCEPT MOSTRA-ERRO.

       5100-VALIDAR-EMISSAO.
      *    PRODUTO ATIVO, DOIS DEPOSITOS DIFERENTES DA TABDEP E
      *    LIVRE NA ORIGEM QUE COBRE A QUANTIDADE
            MOVE 'N' TO WRK-EMISSAO-OK.
            MOVE WRK-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            IF PROD-INATIVO
                MOVE 'PRODUTO INATIVO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE PROD-DESCRICAO TO WRK-DESCRICAO.
            MOVE WRK-ORIGEM TO WRK-DEP-TESTE.
            PERFORM 1200-VALIDAR-DEPOSITO.
            IF NOT DEPOSITO-VALIDO
                MOVE 'DEPOSITO DE ORIGEM INVALIDO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-DESTINO TO WRK-DEP-TESTE.
            PERFORM 1200-VALIDAR-DEPOSITO.
            IF NOT DEPOSITO-VALIDO
                MOVE 'DEPOSITO DE DESTINO INVALIDO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-ORIGEM = WRK-DESTINO
                MOVE 'ORIGEM IGUAL AO DESTINO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTDE = ZEROS
                MOVE 'QUANTIDADE OBRIGATORIA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODPROD TO EDP-CODPROD.
            MOVE WRK-ORIGEM  TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                MOVE 'PRODUTO SEM SALDO NA ORIGEM' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            IF EDP-QTESTOQUE > EDP-QTRESERVADA
                COMPUTE WRK-LIVRE-ORIGEM =
                    EDP-QTESTOQUE - EDP-QTRESERVADA
            ELSE
                MOVE ZEROS TO WRK-LIVRE-ORIGEM
            END-IF.
            IF WRK-LIVRE-ORIGEM < WRK-QTDE
                MOVE 'SEM LIVRE NA ORIGEM' TO WRK-MSGERRO
                DISPLAY EMI-SALDO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-EMISSAO-OK.

       5300-PROXIMO-NUMERO.
            MOVE 0 TO WRK-NUMERO.
            OPEN INPUT TRFNUM-CTL.
            IF TRFNUM-STATUS = 0
                READ TRFNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTTRF TO WRK-NUMERO
                END-READ
                CLOSE TRFNUM-CTL
            END-IF.
            ADD 1 TO WRK-NUMERO.
            MOVE WRK-NUMERO TO CTL-ULTTRF.
            OPEN OUTPUT TRFNUM-CTL.
            WRITE TRFNUM-LINHA.
            CLOSE TRFNUM-CTL.

       5400-TIRAR-DA-ORIGEM.
      *    O REGISTRO DA ORIGEM FOI LIDO NA VALIDACAO
            MOVE WRK-CODPROD TO EDP-CODPROD.
            MOVE WRK-ORIGEM  TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                SUBTRACT WRK-QTDE FROM EDP-QTESTOQUE
                REWRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'TRANSDEP: ERRO REGRAVANDO ORIGEM - '
                            'PRODUTO ' EDP-CODPROD ' STATUS '
                            ESTDEP-STATUS
                END-REWRITE
            END-READ.

       5500-TRANSITO-NO-DESTINO.
      *    DESTINO QUE NUNCA TEVE O PRODUTO GANHA O REGISTRO
      *    AGORA, COM A LOCACAO EM BRANCO ATE A ARRUMACAO
            MOVE WRK-CODPROD TO EDP-CODPROD.
            MOVE WRK-DESTINO TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                MOVE ZEROS  TO EDP-QTESTOQUE EDP-QTRESERVADA
                MOVE WRK-QTDE TO EDP-QTTRANSITO
                MOVE SPACES TO EDP-LOCACAO
                WRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'TRANSDEP: ERRO GRAVANDO DESTINO - '
                            'PRODUTO ' EDP-CODPROD ' STATUS '
                            ESTDEP-STATUS
                END-WRITE
              NOT INVALID KEY
                ADD WRK-QTDE TO EDP-QTTRANSITO
                REWRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'TRANSDEP: ERRO REGRAVANDO DESTINO - '
                            'PRODUTO ' EDP-CODPROD ' STATUS '
                            ESTDEP-STATUS
                END-REWRITE
            END-READ.

       6000-RECEBER.
            MOVE 'MODULO - RECEBIMENTO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-NUMERO.
            DISPLAY DOC-CHAVE.
            ACCEPT DOC-CHAVE.
            MOVE WRK-NUMERO TO TRF-NUMERO.
            READ TRANSF
              INVALID KEY
                MOVE 'DOCUMENTO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            PERFORM 1300-DESCREVER-SITUACAO.
            DISPLAY DOC-DADOS.
            IF NOT TRF-EM-TRANSITO
                MOVE 'TRANSFERENCIA JA RECEBIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'RECEBIMENTO CANCELADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6100-ENTRAR-NO-DESTINO.
            MOVE WRK-NUMERO TO TRF-NUMERO.
            READ TRANSF
              INVALID KEY
                MOVE 'DOCUMENTO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            SET TRF-RECEBIDA      TO TRUE.
            MOVE WRK-DATA-SISTEMA TO TRF-RECEBIMENTO.
            MOVE WRK-USUARIO      TO TRF-RECEBIDO-POR.
            REWRITE TRANSF-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR DOCUMENTO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                ADD 1 TO WRK-QTRECEBIDAS
                MOVE 'TRANSFERENCIA RECEBIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-REWRITE.

       6100-ENTRAR-NO-DESTINO.
      *    O TRANSITO VIRA SALDO FISICO DO DESTINO
            MOVE TRF-CODPROD TO EDP-CODPROD.
            MOVE TRF-DESTINO TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                MOVE TRF-QTDE TO EDP-QTESTOQUE
                MOVE ZEROS  TO EDP-QTRESERVADA EDP-QTTRANSITO
                MOVE SPACES TO EDP-LOCACAO
                WRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'TRANSDEP: ERRO GRAVANDO DESTINO - '
                            'PRODUTO ' EDP-CODPROD ' STATUS '
                            ESTDEP-STATUS
                END-WRITE
              NOT INVALID KEY
                IF EDP-QTTRANSITO >= TRF-QTDE
                    SUBTRACT TRF-QTDE FROM EDP-QTTRANSITO
                ELSE
                    MOVE ZEROS TO EDP-QTTRANSITO
                END-IF
                ADD TRF-QTDE TO EDP-QTESTOQUE
                REWRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'TRANSDEP: ERRO REGRAVANDO DESTINO - '
                            'PRODUTO ' EDP-CODPROD ' STATUS '
                            ESTDEP-STATUS
                END-REWRITE
            END-READ.

       7000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-NUMERO.
            DISPLAY DOC-CHAVE.
            ACCEPT DOC-CHAVE.
            MOVE WRK-NUMERO TO TRF-NUMERO.
            READ TRANSF
              INVALID KEY
                MOVE 'DOCUMENTO NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                PERFORM 1300-DESCREVER-SITUACAO
                DISPLAY DOC-DADOS
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
            END-READ.
            ACCEPT MOSTRA-ERRO.
