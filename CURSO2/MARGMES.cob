       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MARGMES.
      *******************************************
      * AULA:      MARGEM BRUTA DO MES E ESTOQUE A CUSTO
      * OBJETIVO:  RESPONDER SE O PEDIDO DEU DINHEIRO: LER OS
      *            ITENS EMBARCADOS DA COMPETENCIA (EMBITEM.DAT,
      *            COM VALOR E CUSTO MEDIO DA HORA DO EMBARQUE)
      *            E OS EMBARQUES (EMBARQUE.DAT, EMB-VALOR E
      *            EMB-CUSTO), IGNORANDO OS CANCELADOS, E GERAR
      *            MARGEM.RPT COM RECEITA, CUSTO E MARGEM BRUTA
      *            POR PRODUTO E POR UF DE ENTREGA
      *            NO RODAPE, O ESTOQUE EM MAOS VALORIZADO PELO
      *            CUSTO MEDIO DE PRODUTOS.DAT, APONTANDO OS
      *            PRODUTOS COM SALDO E SEM CUSTO
      *            COMPETENCIA: VARIAVEL MARGEM_COMPETENCIA
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
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT MARGEM-RPT ASSIGN TO 'MARGEM.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBITEM.
           COPY EMBITEM.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD MARGEM-RPT.
       01 RPT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBITEM-STATUS  PIC 9(02).
       77 PRODUTOS-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-INF    PIC X(06) VALUE SPACES.
       77 WRK-QTEMBARQUES PIC 9(05) VALUE 0.
       77 WRK-QTITENS     PIC 9(06) VALUE 0.
       77 WRK-QTCANC      PIC 9(04) VALUE 0.
       77 WRK-IX-CANC     PIC 9(04) VALUE 0.
       77 WRK-CANCELADO   PIC X(01) VALUE 'N'.
           88 PEDIDO-CANCELADO VALUE 'S'.
       77 WRK-QTPROD      PIC 9(03) VALUE 0.
       77 WRK-IX-PROD     PIC 9(03) VALUE 0.
       77 WRK-QTUF        PIC 9(02) VALUE 0.
       77 WRK-IX-UF       PIC 9(02) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-MARGEM      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PERC        PIC S9(05)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTQ  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTSEMCUSTO  PIC 9(05) VALUE 0.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-CANCELADOS.
      *    PEDIDOS COM EMBARQUE CANCELADO (PEDCANC) - OS ITENS
      *    DELES NAO ENTRAM NA MARGEM
           05 WRK-CANC OCCURS 2000 TIMES.
               10 WRK-CANC-PEDIDO PIC 9(07).
       01 WRK-TAB-PRODUTOS.
      *    ACUMULADO DA COMPETENCIA POR PRODUTO
           05 WRK-PRD OCCURS 500 TIMES.
               10 WRK-PRD-CODIGO  PIC X(08).
               10 WRK-PRD-QTDE    PIC 9(07).
               10 WRK-PRD-RECEITA PIC 9(10)V99.
               10 WRK-PRD-CUSTO   PIC 9(10)V99.
       01 WRK-TAB-UFS.
      *    ACUMULADO DA COMPETENCIA POR UF DE ENTREGA
           05 WRK-UFA OCCURS 27 TIMES.
               10 WRK-UFA-UF      PIC X(02).
               10 WRK-UFA-PEDIDOS PIC 9(05).
               10 WRK-UFA-RECEITA PIC 9(10)V99.
               10 WRK-UFA-CUSTO   PIC 9(10)V99.
       01 RPT-CABECALHO.
           05 FILLER    PIC X(36) VALUE
              'MARGEM BRUTA DO MES     COMPETENCIA'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-COMP  PIC 9(06).
       01 RPT-PROD-TITULO.
           05 FILLER PIC X(40) VALUE 'MARGEM POR PRODUTO'.
       01 RPT-PROD-COLUNAS.
           05 FILLER PIC X(10) VALUE 'CODIGO'.
           05 FILLER PIC X(31) VALUE 'DESCRICAO'.
           05 FILLER PIC X(08) VALUE '   QTDE'.
           05 FILLER PIC X(16) VALUE '         RECEITA'.
           05 FILLER PIC X(16) VALUE '           CUSTO'.
           05 FILLER PIC X(17) VALUE '          MARGEM'.
           05 FILLER PIC X(09) VALUE '     MG%'.
       01 RPT-PROD-DET.
           05 RPT-CODPROD  PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-DESCRICAO PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-QTDE     PIC ZZZZZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-RECEITA  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-CUSTO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-MARGEM   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERC     PIC -ZZ9,99.
       01 RPT-UF-TITULO.
           05 FILLER PIC X(40) VALUE 'MARGEM POR UF DE ENTREGA'.
       01 RPT-UF-DET.
           05 RPT-UF       PIC X(02).
           05 FILLER       PIC X(05) VALUE ' PED '.
           05 RPT-UF-PEDS  PIC ZZZZ9.
           05 FILLER       PIC X(09) VALUE ' RECEITA '.
           05 RPT-UF-RECEITA PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(07) VALUE ' CUSTO '.
           05 RPT-UF-CUSTO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(08) VALUE ' MARGEM '.
           05 RPT-UF-MARGEM PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-UF-PERC  PIC -ZZ9,99.
       01 RPT-RODAPE.
           05 FILLER       PIC X(18) VALUE 'TOTAL RECEITA...: '.
           05 RPT-TOT-REC  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(10) VALUE '  CUSTO: '.
           05 RPT-TOT-CST  PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(11) VALUE '  MARGEM: '.
           05 RPT-TOT-MRG  PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 RPT-ESTOQUE.
           05 FILLER       PIC X(30) VALUE
              'ESTOQUE EM MAOS A CUSTO MEDIO:'.
           05 RPT-TOT-ESTQ PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(25) VALUE
              '   PRODUTOS SEM CUSTO...:'.
           05 RPT-SEMCUSTO PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-ACUMULAR-UF
                PERFORM 2500-ACUMULAR-PRODUTO
                PERFORM 3000-RELATORIO
                PERFORM 4000-ESTOQUE-A-CUSTO
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'MARGEM_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'MARGMES: SEM EMBARQUE.DAT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT PRODUTOS
                IF PRODUTOS-STATUS NOT = 0
                    DISPLAY 'MARGMES: NAO ABRIU PRODUTOS.DAT'
                    CLOSE EMBARQUE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT MARGEM-RPT
                    MOVE WRK-COMPETENCIA TO RPT-COMP
                    MOVE RPT-CABECALHO TO RPT-LINHA
                    WRITE RPT-LINHA
                END-IF
            END-IF.

       2000-ACUMULAR-UF.
      *    PRIMEIRA PASSADA NO EMBARQUE: A MARGEM POR UF E OS
      *    PEDIDOS CANCELADOS QUE A PASSADA DOS ITENS PULA
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
                ELSE
                    IF EMB-DATA(1:6) = WRK-COMPETENCIA
                        ADD 1 TO WRK-QTEMBARQUES
                        PERFORM 2100-SOMAR-UF
                    END-IF
                END-IF
                PERFORM 2050-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            IF TABELA-ESTOURADA
                DISPLAY 'MARGMES: MAIS DE 2000 CANCELADOS - ITENS '
                        'DE CANCELADOS ALEM DO LIMITE ENTRAM NA '
                        'MARGEM POR PRODUTO'
                MOVE 4 TO RETURN-CODE
            END-IF.

       2050-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-SOMAR-UF.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-UF FROM 1 BY 1
                    UNTIL WRK-IX-UF > WRK-QTUF
                    OR WRK-ACHOU = 'S'
                IF WRK-UFA-UF(WRK-IX-UF) = EMB-UF
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-UF
                END-IF
            END-PERFORM.
            IF WRK-ACHOU NOT = 'S'
                IF WRK-QTUF < 27
                    ADD 1 TO WRK-QTUF
                    MOVE WRK-QTUF TO WRK-IX-UF
                    MOVE EMB-UF TO WRK-UFA-UF(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-PEDIDOS(WRK-IX-UF)
                                  WRK-UFA-RECEITA(WRK-IX-UF)
                                  WRK-UFA-CUSTO(WRK-IX-UF)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WRK-UFA-PEDIDOS(WRK-IX-UF).
            ADD EMB-VALOR TO WRK-UFA-RECEITA(WRK-IX-UF).
            ADD EMB-CUSTO TO WRK-UFA-CUSTO(WRK-IX-UF).
            ADD EMB-VALOR TO WRK-TOT-RECEITA.
            ADD EMB-CUSTO TO WRK-TOT-CUSTO.

       2500-ACUMULAR-PRODUTO.
      *    SEGUNDA PASSADA, NOS ITENS - SEM EMBITEM.DAT (EMBARQUES
      *    ANTERIORES AO CUSTO MEDIO) A SECAO POR PRODUTO SAI VAZIA
            OPEN INPUT EMBITEM.
            IF EMBITEM-STATUS NOT = 0
                DISPLAY 'MARGMES: SEM EMBITEM.DAT - MARGEM SO POR UF'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2550-LER-ITEM.
            PERFORM UNTIL FIM-ARQUIVO
                IF EIT-DATA(1:6) = WRK-COMPETENCIA
                    PERFORM 2600-VERIFICAR-CANCELADO
                    IF NOT PEDIDO-CANCELADO
                        ADD 1 TO WRK-QTITENS
                        PERFORM 2700-SOMAR-PRODUTO
                    END-IF
                END-IF
                PERFORM 2550-LER-ITEM
            END-PERFORM.
            CLOSE EMBITEM.

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

       2700-SOMAR-PRODUTO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-PROD FROM 1 BY 1
                    UNTIL WRK-IX-PROD > WRK-QTPROD
                    OR WRK-ACHOU = 'S'
                IF WRK-PRD-CODIGO(WRK-IX-PROD) = EIT-CODPROD
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-PROD
                END-IF
            END-PERFORM.
            IF WRK-ACHOU NOT = 'S'
                IF WRK-QTPROD < 500
                    ADD 1 TO WRK-QTPROD
                    MOVE WRK-QTPROD TO WRK-IX-PROD
                    MOVE EIT-CODPROD TO WRK-PRD-CODIGO(WRK-IX-PROD)
                    MOVE ZEROS TO WRK-PRD-QTDE(WRK-IX-PROD)
                                  WRK-PRD-RECEITA(WRK-IX-PROD)
                                  WRK-PRD-CUSTO(WRK-IX-PROD)
                ELSE
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD EIT-QTDE  TO WRK-PRD-QTDE(WRK-IX-PROD).
            ADD EIT-VALOR TO WRK-PRD-RECEITA(WRK-IX-PROD).
            ADD EIT-CUSTO TO WRK-PRD-CUSTO(WRK-IX-PROD).

       3000-RELATORIO.
            MOVE RPT-PROD-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-PROD-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3100-DETALHE-PRODUTO
                VARYING WRK-IX-PROD FROM 1 BY 1
                UNTIL WRK-IX-PROD > WRK-QTPROD.
            MOVE RPT-UF-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3200-DETALHE-UF
                VARYING WRK-IX-UF FROM 1 BY 1
                UNTIL WRK-IX-UF > WRK-QTUF.
            MOVE WRK-TOT-RECEITA TO RPT-TOT-REC.
            MOVE WRK-TOT-CUSTO   TO RPT-TOT-CST.
            COMPUTE WRK-MARGEM = WRK-TOT-RECEITA - WRK-TOT-CUSTO.
            MOVE WRK-MARGEM TO RPT-TOT-MRG.
            MOVE RPT-RODAPE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3100-DETALHE-PRODUTO.
            MOVE WRK-PRD-CODIGO(WRK-IX-PROD) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'PRODUTO SEM CADASTRO' TO PROD-DESCRICAO
            END-READ.
            COMPUTE WRK-MARGEM = WRK-PRD-RECEITA(WRK-IX-PROD)
                - WRK-PRD-CUSTO(WRK-IX-PROD).
            MOVE ZEROS TO WRK-PERC.
            IF WRK-PRD-RECEITA(WRK-IX-PROD) > 0
                COMPUTE WRK-PERC ROUNDED = WRK-MARGEM * 100
                    / WRK-PRD-RECEITA(WRK-IX-PROD)
                  ON SIZE ERROR
                    MOVE ZEROS TO WRK-PERC
                END-COMPUTE
            END-IF.
            MOVE WRK-PRD-CODIGO(WRK-IX-PROD)  TO RPT-CODPROD.
            MOVE PROD-DESCRICAO               TO RPT-DESCRICAO.
            MOVE WRK-PRD-QTDE(WRK-IX-PROD)    TO RPT-QTDE.
            MOVE WRK-PRD-RECEITA(WRK-IX-PROD) TO RPT-RECEITA.
            MOVE WRK-PRD-CUSTO(WRK-IX-PROD)   TO RPT-CUSTO.
            MOVE WRK-MARGEM                   TO RPT-MARGEM.
            MOVE WRK-PERC                     TO RPT-PERC.
            MOVE RPT-PROD-DET TO RPT-LINHA.
            WRITE RPT-LINHA.

       3200-DETALHE-UF.
            COMPUTE WRK-MARGEM = WRK-UFA-RECEITA(WRK-IX-UF)
                - WRK-UFA-CUSTO(WRK-IX-UF).
            MOVE ZEROS TO WRK-PERC.
            IF WRK-UFA-RECEITA(WRK-IX-UF) > 0
                COMPUTE WRK-PERC ROUNDED = WRK-MARGEM * 100
                    / WRK-UFA-RECEITA(WRK-IX-UF)
                  ON SIZE ERROR
                    MOVE ZEROS TO WRK-PERC
                END-COMPUTE
            END-IF.
            MOVE WRK-UFA-UF(WRK-IX-UF)      TO RPT-UF.
            MOVE WRK-UFA-PEDIDOS(WRK-IX-UF) TO RPT-UF-PEDS.
            MOVE WRK-UFA-RECEITA(WRK-IX-UF) TO RPT-UF-RECEITA.
            MOVE WRK-UFA-CUSTO(WRK-IX-UF)   TO RPT-UF-CUSTO.
            MOVE WRK-MARGEM                 TO RPT-UF-MARGEM.
            MOVE WRK-PERC                   TO RPT-UF-PERC.
            MOVE RPT-UF-DET TO RPT-LINHA.
            WRITE RPT-LINHA.

       4000-ESTOQUE-A-CUSTO.
      *    O ESTOQUE EM MAOS DE HOJE, AO CUSTO MEDIO - PRODUTO
      *    COM SALDO E SEM CUSTO (NUNCA RECEBIDO PELO OCPRECEB)
      *    E CONTADO A PARTE PARA COMPRAS ACERTAR
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PRODUTOS-STATUS = 0
                READ PRODUTOS NEXT
                PERFORM UNTIL PRODUTOS-STATUS NOT = 0
                    IF PROD-QTESTOQUE > 0
                        IF PROD-CUSTO-MEDIO = ZEROS
                            ADD 1 TO WRK-QTSEMCUSTO
                        ELSE
                            COMPUTE WRK-VALOR-ESTQ ROUNDED =
                                PROD-QTESTOQUE * PROD-CUSTO-MEDIO
                            ADD WRK-VALOR-ESTQ TO WRK-TOT-ESTOQUE
                        END-IF
                    END-IF
                    READ PRODUTOS NEXT
                END-PERFORM
            END-IF.
            MOVE WRK-TOT-ESTOQUE TO RPT-TOT-ESTQ.
            MOVE WRK-QTSEMCUSTO  TO RPT-SEMCUSTO.
            MOVE RPT-ESTOQUE TO RPT-LINHA.
            WRITE RPT-LINHA.

       9000-FINALIZAR.
            IF RETURN-CODE = 0 OR RETURN-CODE = 4
                CLOSE PRODUTOS
                CLOSE MARGEM-RPT
            END-IF.
            DISPLAY '===== MARGMES - MARGEM BRUTA DO MES ====='.
            DISPLAY 'EMBARQUES DO MES.....: ' WRK-QTEMBARQUES.
            DISPLAY 'ITENS EMBARCADOS.....: ' WRK-QTITENS.
            DISPLAY 'ESTOQUE A CUSTO......: ' WRK-TOT-ESTOQUE.
