      *            COM O EMBARQUE ACUMULATIVO, SO OS EMBARQUES
      *            COM A DATA DE HOJE ENTRAM NA ALOCACAO E NAS
      *            SECOES - OS DEMAIS FICAM FORA (CODIGO ---)
      * ALTERADO = 15/10/2026 - SARAH - EMBARQUE COM A
      *            TRANSPORTADORA COTADA PELO FRETECALC (EMB-TRANSP) SAI
      *            NELA SE ELA SEGUE ATIVA; SO O RESTO CAI NA REGRA
      *            DA PRIMEIRA QUE ATENDE A UF
      * ALTERADO = 15/10/2026 - SARAH - QUANTIDADE DE VOLUMES
      *            DO PEDIDO (VOLUMES.DAT, DIGITADA NO EMBVOLUM) NO
      *            DETALHE E NO TOTAL DA SECAO - A TRANSPORTADORA
      *            ASSINA PELO NUMERO CERTO DE VOLUMES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EMBTRANS ASSIGN TO 'EMBTRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBTRANS-STATUS.
           SELECT VOLUMES ASSIGN TO 'VOLUMES.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VOLUMES-STATUS.
           SELECT MANIFEST-RPT ASSIGN TO 'MANIFEST.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           05 ETR-PEDIDO PIC 9(07).
           05 ETR-CODIGO PIC X(03).

       FD VOLUMES.
           COPY VOLUMES.

       FD MANIFEST-RPT.
       01 RPT-LINHA PIC X(100).

       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBTRANS-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 VOLUMES-STATUS  PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-FIMTRA      PIC X(01) VALUE 'N'.
       77 WRK-CODIGO-ATUAL PIC X(03) VALUE SPACES.
       77 WRK-QTEMBARQUES PIC 9(05) VALUE 0.
       77 WRK-QTSEM-TRA   PIC 9(05) VALUE 0.
       77 WRK-QTPRE-ALOC  PIC 9(05) VALUE 0.
       77 WRK-SEC-QTDE    PIC 9(05) VALUE 0.
       77 WRK-SEC-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEC-FRETE   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-QTFORA-DIA  PIC 9(05) VALUE 0.
       77 WRK-FIMVOL      PIC X(01) VALUE 'N'.
           88 FIM-VOLUMES VALUE 'S'.
       77 WRK-QTVOLPED    PIC 9(04) VALUE 0.
       77 WRK-IX-VOL      PIC 9(04) VALUE 0.
       77 WRK-VOL-ACHADO  PIC X(01) VALUE 'N'.
           88 VOLUME-ACHADO VALUE 'S'.
       77 WRK-VOLUMES     PIC 9(03) VALUE 0.
       77 WRK-SEC-VOLUMES PIC 9(05) VALUE 0.
       77 WRK-QTSEM-VOL   PIC 9(05) VALUE 0.

       01 WRK-TAB-TRANSP.
      *    TRANSPORTADORAS ATIVAS CARREGADAS UMA VEZ - A BUSCA
               10 WRK-TRA-NOME   PIC X(30).
               10 WRK-TRA-UFS    PIC X(54).

       01 WRK-TAB-VOLUMES.
      *    QUANTIDADE DE VOLUMES DE CADA PEDIDO EMBALADO HOJE
      *    (EMBVOLUM) - SAI NO DETALHE E NO TOTAL DA SECAO PARA A
      *    TRANSPORTADORA ASSINAR PELO NUMERO CERTO
           05 WRK-VOL OCCURS 1000 TIMES.
               10 WRK-VOL-PEDIDO PIC 9(07).
               10 WRK-VOL-TOTAL  PIC 9(02).

       01 MAN-SECAO.
           05 FILLER        PIC X(17) VALUE 'TRANSPORTADORA: '.
           05 MAN-CODIGO    PIC X(03).
           05 FILLER PIC X(04) VALUE 'UF'.
           05 FILLER PIC X(14) VALUE '       VALOR'.
           05 FILLER PIC X(14) VALUE '       FRETE'.
           05 FILLER PIC X(06) VALUE '   VOL'.
       01 MAN-DETALHE.
           05 MAN-PEDIDO PIC 9(07).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 MAN-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER     PIC X(01) VALUE SPACES.
           05 MAN-FRETE  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 MAN-VOLUMES PIC ZZ9.
       01 MAN-TOTAIS.
           05 FILLER        PIC X(11) VALUE 'EMBARQUES: '.
           05 MAN-TOT-QTDE  PIC ZZZZ9.
           05 MAN-TOT-VALOR PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(09) VALUE '  FRETE: '.
           05 MAN-TOT-FRETE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE '  VOLUMES: '.
           05 MAN-TOT-VOL   PIC ZZZZ9.
       01 MAN-ASSINATURA.
           05 FILLER PIC X(40) VALUE
              'ASSINATURA DO MOTORISTA: ______________'.
                GOBACK
            END-IF.
            PERFORM 1200-CARREGAR-TRANSP.
            PERFORM 1300-CARREGAR-VOLUMES.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'MANIFEST: NAO ABRIU EMBARQUE.DAT'
                        'SAIRA COMO SEM TRANSPORTADORA'
            END-IF.

       1300-CARREGAR-VOLUMES.
      *    O PRIMEIRO VOLUME DE CADA PEDIDO TRAZ O TOTAL DELE - SO
      *    INTERESSA A EMBALAGEM DE HOJE (O EMBVOLUM SO ACEITA
      *    EMBARQUE DO DIA)
            MOVE 0 TO WRK-QTVOLPED.
            MOVE 'N' TO WRK-FIMVOL.
            OPEN INPUT VOLUMES.
            IF VOLUMES-STATUS NOT = 0
                DISPLAY 'MANIFEST: SEM VOLUMES.DAT - EMBARQUES SAEM '
                        'COM ZERO VOLUMES'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1310-LER-VOLUME.
            PERFORM UNTIL FIM-VOLUMES
                IF VOL-DATA = WRK-DATA-SISTEMA AND VOL-NUMERO = 1
                    IF WRK-QTVOLPED < 1000
                        ADD 1 TO WRK-QTVOLPED
                        MOVE VOL-PEDIDO TO WRK-VOL-PEDIDO(WRK-QTVOLPED)
                        MOVE VOL-TOTAL  TO WRK-VOL-TOTAL(WRK-QTVOLPED)
                    ELSE
                        DISPLAY 'MANIFEST: MAIS DE 1000 PEDIDOS '
                                'EMBALADOS NO DIA - PASSO RECUSADO'
                        MOVE 16 TO RETURN-CODE
                        MOVE 'S' TO WRK-FIMVOL
                    END-IF
                END-IF
                IF NOT FIM-VOLUMES
                    PERFORM 1310-LER-VOLUME
                END-IF
            END-PERFORM.
            CLOSE VOLUMES.

       1310-LER-VOLUME.
            READ VOLUMES
                AT END MOVE 'S' TO WRK-FIMVOL
            END-READ.

       2000-ALOCAR-EMBARQUES.
            PERFORM 2100-ALOCAR-UM UNTIL FIM-EMBARQUE.

            PERFORM 1100-LER-EMBARQUE.

       2200-ACHAR-TRANSPORTADORA.
      *    A TRANSPORTADORA COTADA PELO FRETECALC NO EMBARQUE JA VEM
      *    PRE-ALOCADA - SE AINDA ESTIVER ATIVA, E ELA QUE LEVA
            MOVE 'N' TO WRK-TRA-ACHADA.
            IF EMB-TRANSP NOT = SPACES
                PERFORM VARYING WRK-IX-TRA FROM 1 BY 1
                        UNTIL WRK-IX-TRA > WRK-QTTRANSP
                        OR TRANSP-ACHADA
                    IF WRK-TRA-CODIGO(WRK-IX-TRA) = EMB-TRANSP
                        MOVE 'S' TO WRK-TRA-ACHADA
                    END-IF
                END-PERFORM
                IF TRANSP-ACHADA
                    SUBTRACT 1 FROM WRK-IX-TRA
                    ADD 1 TO WRK-QTPRE-ALOC
                    EXIT PARAGRAPH
                END-IF
            END-IF.
      *    SEM PRE-ALOCACAO, A PRIMEIRA TRANSPORTADORA ATIVA QUE
      *    ATENDE A UF LEVA O EMBARQUE - A ORDEM E A DO CODIGO NO
      *    MESTRE
            PERFORM VARYING WRK-IX-TRA FROM 1 BY 1
                    UNTIL WRK-IX-TRA > WRK-QTTRANSP
                    OR TRANSP-ACHADA

       5100-SECAO-TRANSPORTADORA.
            MOVE WRK-TRA-CODIGO(WRK-IX-TRA) TO WRK-CODIGO-ATUAL.
            MOVE 0 TO WRK-SEC-QTDE WRK-SEC-VOLUMES.
            MOVE ZEROS TO WRK-SEC-VALOR WRK-SEC-FRETE.
            MOVE MAN-SEPARADOR TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-SEC-QTDE  TO MAN-TOT-QTDE.
            MOVE WRK-SEC-VALOR TO MAN-TOT-VALOR.
            MOVE WRK-SEC-FRETE TO MAN-TOT-FRETE.
            MOVE WRK-SEC-VOLUMES TO MAN-TOT-VOL.
            MOVE MAN-TOTAIS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE MAN-ASSINATURA TO RPT-LINHA.
                MOVE EMB-UF     TO MAN-UF
                MOVE EMB-VALOR  TO MAN-VALOR
                MOVE EMB-FRETE  TO MAN-FRETE
                PERFORM 5230-ACHAR-VOLUMES
                ADD WRK-VOLUMES TO WRK-SEC-VOLUMES
                MOVE WRK-VOLUMES TO MAN-VOLUMES
                MOVE MAN-DETALHE TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            PERFORM 5210-LER-PAR.

       5230-ACHAR-VOLUMES.
      *    PEDIDO AINDA NAO EMBALADO SAI COM ZERO VOLUMES E CONTADO
      *    NO RESUMO - A EXPEDICAO NAO ENTREGA SEM CONFERIR
            MOVE 'N' TO WRK-VOL-ACHADO.
            MOVE 0 TO WRK-VOLUMES.
            PERFORM VARYING WRK-IX-VOL FROM 1 BY 1
                    UNTIL WRK-IX-VOL > WRK-QTVOLPED
                    OR VOLUME-ACHADO
                IF WRK-VOL-PEDIDO(WRK-IX-VOL) = EMB-PEDIDO
                    MOVE 'S' TO WRK-VOL-ACHADO
                    MOVE WRK-VOL-TOTAL(WRK-IX-VOL) TO WRK-VOLUMES
                END-IF
            END-PERFORM.
            IF NOT VOLUME-ACHADO
                ADD 1 TO WRK-QTSEM-VOL
            END-IF.

       5500-SECAO-SEM-TRANSP.
            MOVE '???' TO WRK-CODIGO-ATUAL.
            MOVE 0 TO WRK-SEC-QTDE WRK-SEC-VOLUMES.
            MOVE ZEROS TO WRK-SEC-VALOR WRK-SEC-FRETE.
            MOVE MAN-SEPARADOR TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-SEC-QTDE  TO MAN-TOT-QTDE.
            MOVE WRK-SEC-VALOR TO MAN-TOT-VALOR.
            MOVE WRK-SEC-FRETE TO MAN-TOT-FRETE.
            MOVE WRK-SEC-VOLUMES TO MAN-TOT-VOL.
            MOVE MAN-TOTAIS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE MAN-BRANCO TO RPT-LINHA.
            END-IF.
            DISPLAY '===== MANIFEST - MANIFESTO DE EMBARQUE ====='.
            DISPLAY 'EMBARQUES ALOCADOS...: ' WRK-QTEMBARQUES.
            DISPLAY 'PRE-ALOCADOS.........: ' WRK-QTPRE-ALOC.
            DISPLAY 'SEM TRANSPORTADORA...: ' WRK-QTSEM-TRA.
            DISPLAY 'FORA DO DIA..........: ' WRK-QTFORA-DIA.
            DISPLAY 'SEM VOLUMES DIGITADOS: ' WRK-QTSEM-VOL.
