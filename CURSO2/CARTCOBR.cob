      *            VEM POR START/READ NEXT EM VEZ DA RELEITURA DO
      *            JORNAL INTEIRO POR CLIENTE - SEM O INDICE O
      *            CAMINHO SEQUENCIAL DE SEMPRE CONTINUA VALENDO
      * ALTERADO = 15/10/2026 - SARAH - DEVEDOR COM TITULO CEDIDO A
      *            COBRADORA (TITULOS.DAT SITUACAO C, COBREXP) NAO
      *            RECEBE CARTA DA CASA - A COBRANCA E DELA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARCELAS-CFG ASSIGN TO 'PARCELAS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PCF-STATUS.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT CARTAS-CFG ASSIGN TO 'CARTAS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
       FD PARCELAS.
           COPY PARCELAS.

       FD TITULOS.
           COPY TITULOS.

       FD PARCELAS-CFG.
       01 PCF-LINHA.
           05 PCF-CARENCIA PIC 9(03).
           88 EM-ACORDO VALUE 'S'.
       77 WRK-QTACORDO     PIC 9(05) VALUE 0.
       77 WRK-IDADE-PARC   PIC S9(05) VALUE ZEROS.
       77 TITULOS-STATUS   PIC 9(02).
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-NA-COBRADORA PIC X(01) VALUE 'N'.
           88 NA-COBRADORA VALUE 'S'.
       77 WRK-QTCOBRADORA  PIC 9(05) VALUE 0.
       01 WRK-DATA-VENC.
           05 WRK-ANOVEN PIC 9(04).
           05 WRK-MESVEN PIC 9(02).
                ADD 1 TO WRK-QTACORDO
                EXIT PARAGRAPH
            END-IF.
      *    DIVIDA CEDIDA A COBRADORA E COBRADA POR ELA - CARTA
      *    DA CASA EM CIMA SERIA COBRANCA EM DOBRO
            PERFORM 2180-VERIFICAR-COBRADORA.
            IF NA-COBRADORA
                ADD 1 TO WRK-QTCOBRADORA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-TEM-DEBITO.
            MOVE ZEROS TO WRK-IDADE-MAIOR.
            PERFORM 2200-BUSCAR-DEBITO-ANTIGO.
                PERFORM 2160-LER-PARCELA
            END-IF.

       2180-VERIFICAR-COBRADORA.
            MOVE 'N' TO WRK-NA-COBRADORA WRK-FIMTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                CONTINUE
            ELSE
                PERFORM 2185-LER-TITULO
                PERFORM UNTIL FIM-TITULOS
                    IF TIT-FONE = CLIENTES-FONE AND TIT-COBRADORA
                     AND TIT-VALOR > TIT-PAGO
                        MOVE 'S' TO WRK-NA-COBRADORA
                        MOVE 'S' TO WRK-FIMTIT
                    ELSE
                        PERFORM 2185-LER-TITULO
                    END-IF
                END-PERFORM
                CLOSE TITULOS
            END-IF.

       2185-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2200-BUSCAR-DEBITO-ANTIGO.
      *    A IDADE QUE MANDA E A DO DEBITO MAIS ANTIGO DO
      *    CLIENTE NO JORNAL - MESMA BASE 30/360 DO AGING
            DISPLAY 'CARTAS NIVEL 2.......: ' WRK-QTCARTA2.
            DISPLAY 'CARTAS NIVEL 3.......: ' WRK-QTCARTA3.
            DISPLAY 'POUPADOS (ACORDO)....: ' WRK-QTACORDO.
            DISPLAY 'NA COBRADORA.........: ' WRK-QTCOBRADORA.
