      *            O QUE O CONTADOR VIU NA PRATELEIRA
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - CONTAGEM GUARDA O DEPOSITO
      *            CONTADO (CAMPO NA TELA E NO FIM DO INVENT.TRN;
      *            EM BRANCO VALE INVENT_DEPOSITO OU 01)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CNT-QTDE    PIC 9(05).
           05 CNT-DATA    PIC 9(08).
           05 CNT-USUARIO PIC X(20).
           05 CNT-DEPOSITO PIC X(02).

       FD INVENT-TRN.
       01 TRN-REG.
           05 TRN-CODPROD PIC X(08).
           05 TRN-QTDE    PIC 9(05).
           05 TRN-DEPOSITO PIC X(02).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-CODPROD     PIC X(08) VALUE SPACES.
       77 WRK-CONTADO     PIC 9(05) VALUE ZEROS.
       77 WRK-DEPOSITO    PIC X(02) VALUE SPACES.
       77 WRK-DEP-PADRAO  PIC X(02) VALUE SPACES.
       77 WRK-IX-DEP      PIC 9(02) VALUE 0.
       77 WRK-DEPOSITO-OK PIC X(01) VALUE 'N'.
           88 DEPOSITO-OK VALUE 'S'.
           COPY TABDEP.
       77 WRK-QTLIDAS     PIC 9(05) VALUE 0.
       77 WRK-QTGRAVADAS  PIC 9(05) VALUE 0.
       77 WRK-QTREJEITADAS PIC 9(05) VALUE 0.
            05 LINE 11 COLUMN 10 VALUE 'CONTADO..... '.
            05 COLUMN PLUS 2 PIC 9(05) USING WRK-CONTADO
                BLANK WHEN ZEROS.
            05 LINE 12 COLUMN 10 VALUE 'DEPOSITO.... '.
            05 COLUMN PLUS 2 PIC X(02) USING WRK-DEPOSITO.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-MODO FROM ENVIRONMENT 'INVENT_MODO'.
            ACCEPT WRK-DEP-PADRAO FROM ENVIRONMENT 'INVENT_DEPOSITO'.
            IF WRK-DEP-PADRAO = SPACES
                MOVE '01' TO WRK-DEP-PADRAO
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'INVENTRA: NAO ABRIU PRODUTOS.DAT'
            ADD 1 TO WRK-QTLIDAS.
            MOVE TRN-CODPROD TO WRK-CODPROD.
            MOVE TRN-QTDE    TO WRK-CONTADO.
            MOVE TRN-DEPOSITO TO WRK-DEPOSITO.
            PERFORM 5000-GRAVAR-CONTAGEM.
            PERFORM 1100-LER-LOTE.

            DISPLAY TELA.
            MOVE SPACES TO WRK-CODPROD.
            MOVE ZEROS TO WRK-CONTADO.
            MOVE WRK-DEP-PADRAO TO WRK-DEPOSITO.
            DISPLAY TELA-CONTAGEM.
            ACCEPT TELA-CONTAGEM.
            IF WRK-CODPROD = SPACES
       5000-GRAVAR-CONTAGEM.
      *    SO ENTRA CONTAGEM DE PRODUTO CADASTRADO - FOLHA COM
      *    CODIGO TROCADO NAO VIRA AJUSTE ERRADO
      *    DEPOSITO EM BRANCO VALE O DA FOLHA (INVENT_DEPOSITO)
            IF WRK-DEPOSITO = SPACES
                MOVE WRK-DEP-PADRAO TO WRK-DEPOSITO
            END-IF.
            PERFORM 5100-VALIDAR-DEPOSITO.
            IF NOT DEPOSITO-OK
                ADD 1 TO WRK-QTREJEITADAS
                IF MODO-LOTE
                    DISPLAY 'DEPOSITO INVALIDO - ' WRK-CODPROD
                            ' ' WRK-DEPOSITO
                ELSE
                    MOVE 'DEPOSITO INVALIDO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE WRK-CONTADO TO CNT-QTDE
                MOVE WRK-DATA-SISTEMA TO CNT-DATA
                MOVE WRK-USUARIO TO CNT-USUARIO
                MOVE WRK-DEPOSITO TO CNT-DEPOSITO
                OPEN EXTEND CONTAGEM
                IF CONTAGEM-STATUS = 35
                    OPEN OUTPUT CONTAGEM
                END-IF
            END-READ.

       5100-VALIDAR-DEPOSITO.
            MOVE 'N' TO WRK-DEPOSITO-OK.
            PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
                IF TAB-DEP-COD(WRK-IX-DEP) = WRK-DEPOSITO
                    MOVE 'S' TO WRK-DEPOSITO-OK
                END-IF
            END-PERFORM.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE PRODUTOS
