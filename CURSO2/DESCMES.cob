       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DESCMES.
      *******************************************
      * AULA:      DESCONTOS CONCEDIDOS NO MES POR VENDEDOR
      * OBJETIVO:  LER OS ITENS EMBARCADOS DA COMPETENCIA
      *            (EMBITEM.DAT), IGNORANDO OS PEDIDOS COM
      *            EMBARQUE CANCELADO, E GERAR DESCONTO.RPT COM O
      *            VALOR BRUTO, O DESCONTO DA FAIXA DE QUANTIDADE,
      *            O DESCONTO DADO PELO OPERADOR, O LIQUIDO E O
      *            PERCENTUAL DE DESCONTO DE CADA VENDEDOR
      *            ITEM EMBARCADO ANTES DO DESCONTO (SEM OS CAMPOS)
      *            ENTRA COM DESCONTO ZERO
      *            COMPETENCIA: VARIAVEL DESCONTO_COMPETENCIA
      *            (AAAAMM) - SEM ELA VALE O MES CORRENTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT EMBITEM ASSIGN TO 'EMBITEM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBITEM-STATUS.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT DESCONTO-RPT ASSIGN TO 'DESCONTO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBITEM.
           COPY EMBITEM.

       FD VENDEDOR.
           COPY VENDEDOR.

       FD DESCONTO-RPT.
       01 RPT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBITEM-STATUS  PIC 9(02).
       77 VENDEDOR-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-INF    PIC X(06) VALUE SPACES.
       77 WRK-QTITENS     PIC 9(06) VALUE 0.
       77 WRK-QTCANC      PIC 9(04) VALUE 0.
       77 WRK-IX-CANC     PIC 9(04) VALUE 0.
       77 WRK-CANCELADO   PIC X(01) VALUE 'N'.
           88 PEDIDO-CANCELADO VALUE 'S'.
       77 WRK-QTVEND      PIC 9(03) VALUE 0.
       77 WRK-IX-VEND     PIC 9(03) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-DESC-FAIXA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESC-LINHA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PERC        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOT-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FAIXA   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LINHA   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-CANCELADOS.
      *    PEDIDOS COM EMBARQUE CANCELADO (PEDCANC) - OS ITENS
      *    DELES NAO ENTRAM NO RELATORIO
           05 WRK-CANC OCCURS 2000 TIMES.
               10 WRK-CANC-PEDIDO PIC 9(07).
       01 WRK-TAB-VENDEDORES.
      *    ACUMULADO DA COMPETENCIA POR VENDEDOR - VENDA SEM
      *    VENDEDOR SAI NA LINHA DO CODIGO 000
           05 WRK-VND OCCURS 100 TIMES.
               10 WRK-VND-CODIGO  PIC 9(03).
               10 WRK-VND-LIQUIDO PIC 9(10)V99.
               10 WRK-VND-FAIXA   PIC 9(10)V99.
               10 WRK-VND-LINHA   PIC 9(10)V99.
       01 RPT-CABECALHO.
           05 FILLER    PIC X(36) VALUE
              'DESCONTOS DO MES        COMPETENCIA'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-COMP  PIC 9(06).
       01 RPT-COLUNAS.
           05 FILLER PIC X(05) VALUE 'VEND'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(16) VALUE '           BRUTO'.
           05 FILLER PIC X(16) VALUE '     DESC FAIXA'.
           05 FILLER PIC X(16) VALUE '  DESC OPERADOR'.
           05 FILLER PIC X(16) VALUE '         LIQUIDO'.
           05 FILLER PIC X(08) VALUE '  DESC%'.
       01 RPT-DETALHE.
           05 RPT-CODVEN   PIC 9(03).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-NOME     PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-BRUTO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-FAIXA    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-OPERADOR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-LIQUIDO  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERC     PIC ZZ9,99.
       01 RPT-RODAPE.
           05 FILLER       PIC X(36) VALUE 'TOTAL'.
           05 RPT-TOT-BRU  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-FXA  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-OPR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-LIQ  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-PERC PIC ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-CARREGAR-CANCELADOS
                PERFORM 2500-ACUMULAR-ITENS
                PERFORM 3000-RELATORIO
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'DESCONTO_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            OPEN INPUT EMBITEM.
            IF EMBITEM-STATUS NOT = 0
                DISPLAY 'DESCMES: SEM EMBITEM.DAT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT VENDEDOR
                OPEN OUTPUT DESCONTO-RPT
                MOVE WRK-COMPETENCIA TO RPT-COMP
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       2000-CARREGAR-CANCELADOS.
      *    PRIMEIRA PASSADA, NO EMBARQUE: SO OS PEDIDOS CANCELADOS
      *    QUE A PASSADA DOS ITENS PULA
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                IF EMB-CANCELADO
                    IF WRK-QTCANC < 2000
                        ADD 1 TO WRK-QTCANC
                        MOVE EMB-PEDIDO TO WRK-CANC-PEDIDO(WRK-QTCANC)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                END-IF
                PERFORM 2050-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            IF TABELA-ESTOURADA
                DISPLAY 'DESCMES: MAIS DE 2000 CANCELADOS - ITENS '
                        'DE CANCELADOS ALEM DO LIMITE ENTRAM NO '
                        'RELATORIO'
                MOVE 4 TO RETURN-CODE
            END-IF.

       2050-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2500-ACUMULAR-ITENS.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2550-LER-ITEM.
            PERFORM UNTIL FIM-ARQUIVO
                IF EIT-DATA(1:6) = WRK-COMPETENCIA
                    PERFORM 2600-VERIFICAR-CANCELADO
                    IF NOT PEDIDO-CANCELADO
                        ADD 1 TO WRK-QTITENS
                        PERFORM 2700-SOMAR-VENDEDOR
                    END-IF
                END-IF
                PERFORM 2550-LER-ITEM
            END-PERFORM.

       2550-LER-ITEM.
            READ EMBITEM
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2600-VERIFICAR-CANCELADO.
            MOVE 'N' TO WRK-CANCELADO.
            PERFORM VARYING WRK-IX-CANC FROM 1 BY 1
                    UNTIL WRK-IX-CANC > WRK-QTCANC
                    OR PEDIDO-CANCELADO
                IF WRK-CANC-PEDIDO(WRK-IX-CANC) = EIT-PEDIDO
                    MOVE 'S' TO WRK-CANCELADO
                END-IF
            END-PERFORM.

       2700-SOMAR-VENDEDOR.
      *    ITEM GRAVADO ANTES DO DESCONTO TEM OS CAMPOS EM BRANCO
            MOVE ZEROS TO WRK-DESC-FAIXA WRK-DESC-LINHA.
            IF EIT-DESC-FAIXA IS NUMERIC
                MOVE EIT-DESC-FAIXA TO WRK-DESC-FAIXA
            END-IF.
            IF EIT-DESC-LINHA IS NUMERIC
                MOVE EIT-DESC-LINHA TO WRK-DESC-LINHA
            END-IF.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-VEND FROM 1 BY 1
                    UNTIL WRK-IX-VEND > WRK-QTVEND
                    OR WRK-ACHOU = 'S'
                IF WRK-VND-CODIGO(WRK-IX-VEND) = EIT-VENDEDOR
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-VEND
                END-IF
            END-PERFORM.
            IF WRK-ACHOU NOT = 'S'
                IF WRK-QTVEND < 100
                    ADD 1 TO WRK-QTVEND
                    MOVE WRK-QTVEND TO WRK-IX-VEND
                    MOVE EIT-VENDEDOR TO WRK-VND-CODIGO(WRK-IX-VEND)
                    MOVE ZEROS TO WRK-VND-LIQUIDO(WRK-IX-VEND)
                                  WRK-VND-FAIXA(WRK-IX-VEND)
                                  WRK-VND-LINHA(WRK-IX-VEND)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD EIT-VALOR      TO WRK-VND-LIQUIDO(WRK-IX-VEND).
            ADD WRK-DESC-FAIXA TO WRK-VND-FAIXA(WRK-IX-VEND).
            ADD WRK-DESC-LINHA TO WRK-VND-LINHA(WRK-IX-VEND).

       3000-RELATORIO.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3100-DETALHE-VENDEDOR
                VARYING WRK-IX-VEND FROM 1 BY 1
                UNTIL WRK-IX-VEND > WRK-QTVEND.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TOT-BRUTO > 0
                COMPUTE WRK-PERC ROUNDED =
                    (WRK-TOT-FAIXA + WRK-TOT-LINHA) * 100
                    / WRK-TOT-BRUTO
            END-IF.
            MOVE WRK-TOT-BRUTO   TO RPT-TOT-BRU.
            MOVE WRK-TOT-FAIXA   TO RPT-TOT-FXA.
            MOVE WRK-TOT-LINHA   TO RPT-TOT-OPR.
            MOVE WRK-TOT-LIQUIDO TO RPT-TOT-LIQ.
            MOVE WRK-PERC        TO RPT-TOT-PERC.
            MOVE RPT-RODAPE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3100-DETALHE-VENDEDOR.
            MOVE WRK-VND-CODIGO(WRK-IX-VEND) TO VEN-CODIGO.
            IF VEN-CODIGO = ZEROS
                MOVE 'VENDA SEM VENDEDOR' TO VEN-NOME
            ELSE
                READ VENDEDOR
                  INVALID KEY
                    MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
                END-READ
            END-IF.
            COMPUTE WRK-BRUTO = WRK-VND-LIQUIDO(WRK-IX-VEND)
                + WRK-VND-FAIXA(WRK-IX-VEND)
                + WRK-VND-LINHA(WRK-IX-VEND).
            MOVE ZEROS TO WRK-PERC.
            IF WRK-BRUTO > 0
                COMPUTE WRK-PERC ROUNDED =
                    (WRK-VND-FAIXA(WRK-IX-VEND)
                   + WRK-VND-LINHA(WRK-IX-VEND)) * 100 / WRK-BRUTO
            END-IF.
            ADD WRK-BRUTO TO WRK-TOT-BRUTO.
            ADD WRK-VND-FAIXA(WRK-IX-VEND)   TO WRK-TOT-FAIXA.
            ADD WRK-VND-LINHA(WRK-IX-VEND)   TO WRK-TOT-LINHA.
            ADD WRK-VND-LIQUIDO(WRK-IX-VEND) TO WRK-TOT-LIQUIDO.
            MOVE WRK-VND-CODIGO(WRK-IX-VEND)  TO RPT-CODVEN.
            MOVE VEN-NOME                     TO RPT-NOME.
            MOVE WRK-BRUTO                    TO RPT-BRUTO.
            MOVE WRK-VND-FAIXA(WRK-IX-VEND)   TO RPT-FAIXA.
            MOVE WRK-VND-LINHA(WRK-IX-VEND)   TO RPT-OPERADOR.
            MOVE WRK-VND-LIQUIDO(WRK-IX-VEND) TO RPT-LIQUIDO.
            MOVE WRK-PERC                     TO RPT-PERC.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       9000-FINALIZAR.
            IF RETURN-CODE = 0 OR RETURN-CODE = 4
                CLOSE EMBITEM
                CLOSE VENDEDOR
                CLOSE DESCONTO-RPT
            END-IF.
            DISPLAY '===== DESCMES - DESCONTOS DO MES ====='.
            DISPLAY 'ITENS EMBARCADOS.....: ' WRK-QTITENS.
            DISPLAY 'VENDEDORES...........: ' WRK-QTVEND.
            DISPLAY 'DESCONTO TOTAL.......: ' WRK-TOT-FAIXA
                    ' + ' WRK-TOT-LINHA.
