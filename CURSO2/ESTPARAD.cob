       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTPARAD.
      *******************************************
      * AULA:      ESTOQUE PARADO E OBSOLETO (IDADE DO ESTOQUE)
      * OBJETIVO:  O ESTOQREL MOSTRA O QUE ESTA ACABANDO; AQUI SAI
      *            O QUE NAO SE MEXE - MENSAL, EM ESTPARAD.RPT, CADA
      *            PRODUTO COM SALDO EM MAOS DE PRODUTOS.DAT COM A
      *            DATA DA ULTIMA SAIDA (ITEM DE PEDIDOS.DAT CUJO
      *            PEDIDO TEM EMBARQUE NAO CANCELADO EM
      *            EMBARQUE.DAT), OS DIAS DESDE ENTAO (BASE
      *            COMERCIAL 30/360) E A QUANTIDADE E O VALOR (A
      *            CUSTO MEDIO) NA FAIXA DE IDADE: 0-90, 91-180,
      *            181-365 OU MAIS DE 365 DIAS
      *            PRODUTO QUE NUNCA SAIU CONTA A IDADE DA ULTIMA
      *            ENTRADA (RECEBMAT.DAT); SEM NENHUM MOVIMENTO VAI
      *            PARA A ULTIMA FAIXA
      *            PARADO HA MAIS DIAS QUE O LIMITE SAI MARCADO
      *            COMO CANDIDATO A INATIVAR OU LIQUIDAR
      *            LIMITE: VARIAVEL ESTPARAD_DIAS - SEM ELA, 180
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT RECEBMAT ASSIGN TO 'RECEBMAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBMAT-STATUS.
           SELECT ESTPARAD-RPT ASSIGN TO 'ESTPARAD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD RECEBMAT.
           COPY RECEBMAT.

       FD ESTPARAD-RPT.
       01 RPT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS  PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 RECEBMAT-STATUS  PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-INF   PIC X(03) VALUE SPACES.
       77 WRK-LIMITE       PIC 9(03) VALUE 180.
       77 WRK-QTEMB        PIC 9(04) VALUE 0.
       77 WRK-IX-EMB       PIC 9(04) VALUE 0.
       77 WRK-QTPRD        PIC 9(04) VALUE 0.
       77 WRK-IX-PRD       PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-DATA-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-CODPROD-BUSCA PIC X(08) VALUE SPACES.
       77 WRK-DATA-REF     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77 WRK-FAIXA        PIC 9(01) VALUE 0.
       77 WRK-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTCANDIDATOS PIC 9(05) VALUE 0.
       77 WRK-VALOR-CAND   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTSEMSAIDA   PIC 9(05) VALUE 0.
       01 WRK-DATA-INI.
           05 WRK-ANOINI PIC 9(04).
           05 WRK-MESINI PIC 9(02).
           05 WRK-DIAINI PIC 9(02).
       01 WRK-DATA-FIM.
           05 WRK-ANOFIM PIC 9(04).
           05 WRK-MESFIM PIC 9(02).
           05 WRK-DIAFIM PIC 9(02).
       01 WRK-TAB-EMBARQUES.
      *    PEDIDOS EMBARCADOS (NAO CANCELADOS) E A DATA DO EMBARQUE
           05 WRK-EMB OCCURS 9999 TIMES.
               10 WRK-EMB-PEDIDO PIC 9(07).
               10 WRK-EMB-DATA   PIC 9(08).
       01 WRK-TAB-PRODUTOS.
      *    PRODUTOS COM SALDO EM MAOS, NA ORDEM DA CHAVE
           05 WRK-PRD OCCURS 2000 TIMES.
               10 WRK-PRD-CODPROD  PIC X(08).
               10 WRK-PRD-DESCR    PIC X(30).
               10 WRK-PRD-QTDE     PIC 9(05).
               10 WRK-PRD-CUSTO    PIC 9(07)V9999.
               10 WRK-PRD-ULTSAIDA PIC 9(08).
               10 WRK-PRD-ULTENTR  PIC 9(08).
       01 WRK-TAB-FAIXAS.
      *    QUANTIDADE E VALOR POR FAIXA DE IDADE
           05 WRK-FXA OCCURS 4 TIMES.
               10 WRK-FXA-PRODUTOS PIC 9(05).
               10 WRK-FXA-QTDE     PIC 9(09).
               10 WRK-FXA-VALOR    PIC 9(11)V99.
       01 WRK-NOMES-FAIXAS-DADOS.
           05 FILLER PIC X(12) VALUE '0 A 90 DIAS '.
           05 FILLER PIC X(12) VALUE '91 A 180    '.
           05 FILLER PIC X(12) VALUE '181 A 365   '.
           05 FILLER PIC X(12) VALUE 'MAIS DE 365 '.
       01 WRK-NOMES-FAIXAS REDEFINES WRK-NOMES-FAIXAS-DADOS.
           05 WRK-NOME-FAIXA OCCURS 4 TIMES PIC X(12).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'ESTOQUE PARADO POR IDADE DA ULTIMA SAIDA'.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 RPT-DATA PIC 9(08).
           05 FILLER   PIC X(10) VALUE '  LIMITE  '.
           05 RPT-LIMITE PIC ZZ9.
           05 FILLER   PIC X(05) VALUE ' DIAS'.
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'PRODUTO  DESCRICAO                       QTDE     '.
           05 FILLER PIC X(50) VALUE
              '    VALOR ULT SAIDA  DIAS FAIXA         MARCA     '.
       01 RPT-DETALHE.
           05 RPT-CODPROD    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-DESCR      PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-QTDE       PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-ULTSAIDA   PIC X(09).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-DIAS       PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-FAIXA      PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-MARCA      PIC X(20).
       01 RPT-FAIXA-LINHA.
           05 FILLER         PIC X(07) VALUE 'FAIXA  '.
           05 RPT-NOME-FX    PIC X(12).
           05 FILLER         PIC X(11) VALUE ' PRODUTOS  '.
           05 RPT-FX-PROD    PIC ZZZZ9.
           05 FILLER         PIC X(07) VALUE '  QTDE '.
           05 RPT-FX-QTDE    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER         PIC X(08) VALUE '  VALOR '.
           05 RPT-FX-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-RODAPE.
           05 FILLER         PIC X(28) VALUE
              'CANDIDATOS A INATIVAR/LIQ.  '.
           05 RPT-QTCAND     PIC ZZZZ9.
           05 FILLER         PIC X(08) VALUE '  VALOR '.
           05 RPT-VALCAND    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF NOT TABELA-ESTOURADA
                PERFORM 2000-DATAR-SAIDAS
                PERFORM 2500-DATAR-ENTRADAS
                PERFORM 2700-IMPRIMIR-PRODUTO
                    VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-LIMITE-INF FROM ENVIRONMENT 'ESTPARAD_DIAS'.
            IF WRK-LIMITE-INF IS NUMERIC AND WRK-LIMITE-INF NOT = SPACES
                MOVE WRK-LIMITE-INF TO WRK-LIMITE
            END-IF.
            INITIALIZE WRK-TAB-FAIXAS.
            PERFORM 1100-CARREGAR-EMBARQUES.
            IF NOT TABELA-ESTOURADA
                PERFORM 1200-CARREGAR-PRODUTOS
            END-IF.
            IF TABELA-ESTOURADA
                DISPLAY 'ESTPARAD: MAIS DE 9999 EMBARQUES OU 2000 '
                        'PRODUTOS COM SALDO - RELATORIO RECUSADO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ESTPARAD-RPT.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE WRK-LIMITE TO RPT-LIMITE.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.

       1100-CARREGAR-EMBARQUES.
            MOVE 0 TO WRK-QTEMB.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'ESTPARAD: SEM EMBARQUE.DAT - IDADE PELA '
                        'ULTIMA ENTRADA'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1150-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                IF NOT EMB-CANCELADO AND EMB-DATA IS NUMERIC
                    IF WRK-QTEMB < 9999
                        ADD 1 TO WRK-QTEMB
                        MOVE EMB-PEDIDO TO WRK-EMB-PEDIDO(WRK-QTEMB)
                        MOVE EMB-DATA   TO WRK-EMB-DATA(WRK-QTEMB)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                END-IF
                PERFORM 1150-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.

       1150-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-CARREGAR-PRODUTOS.
            MOVE 0 TO WRK-QTPRD.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'ESTPARAD: NAO ABRIU PRODUTOS.DAT'
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PRODUTOS-STATUS = 0
                READ PRODUTOS NEXT
                PERFORM UNTIL PRODUTOS-STATUS NOT = 0
                    IF PROD-QTESTOQUE > 0
                        PERFORM 1250-GUARDAR-PRODUTO
                    END-IF
                    READ PRODUTOS NEXT
                END-PERFORM
            END-IF.
            CLOSE PRODUTOS.

       1250-GUARDAR-PRODUTO.
            IF WRK-QTPRD < 2000
                ADD 1 TO WRK-QTPRD
                MOVE PROD-CODIGO      TO WRK-PRD-CODPROD(WRK-QTPRD)
                MOVE PROD-DESCRICAO   TO WRK-PRD-DESCR(WRK-QTPRD)
                MOVE PROD-QTESTOQUE   TO WRK-PRD-QTDE(WRK-QTPRD)
                MOVE PROD-CUSTO-MEDIO TO WRK-PRD-CUSTO(WRK-QTPRD)
                MOVE ZEROS TO WRK-PRD-ULTSAIDA(WRK-QTPRD)
                              WRK-PRD-ULTENTR(WRK-QTPRD)
            ELSE
                MOVE 'S' TO WRK-TAB-CHEIA
            END-IF.

       2000-DATAR-SAIDAS.
      *    O CABECALHO DO PEDIDO DIZ SE ELE EMBARCOU E QUANDO; OS
      *    ITENS QUE VEM ATRAS DELE LEVAM ESSA DATA PARA O PRODUTO
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                DISPLAY 'ESTPARAD: SEM PEDIDOS.DAT - IDADE PELA '
                        'ULTIMA ENTRADA'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WRK-DATA-PEDIDO.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-PEDIDO.
            PERFORM UNTIL FIM-ARQUIVO
                IF PED-CABECALHO
                    PERFORM 2100-DATA-EMBARQUE
                END-IF
                IF PED-ITEM AND WRK-DATA-PEDIDO > ZEROS
                    PERFORM 2200-ATUALIZAR-SAIDA
                END-IF
                PERFORM 2050-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.

       2050-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-DATA-EMBARQUE.
            MOVE ZEROS TO WRK-DATA-PEDIDO.
            PERFORM VARYING WRK-IX-EMB FROM 1 BY 1
                    UNTIL WRK-IX-EMB > WRK-QTEMB
                IF WRK-EMB-PEDIDO(WRK-IX-EMB) = PED-NUMERO
                 AND WRK-EMB-DATA(WRK-IX-EMB) > WRK-DATA-PEDIDO
                    MOVE WRK-EMB-DATA(WRK-IX-EMB) TO WRK-DATA-PEDIDO
                END-IF
            END-PERFORM.

       2200-ATUALIZAR-SAIDA.
            MOVE PED-CODPROD TO WRK-CODPROD-BUSCA.
            PERFORM 2300-LOCALIZAR-PRODUTO.
            IF WRK-IX-ACHADO > 0
             AND WRK-DATA-PEDIDO > WRK-PRD-ULTSAIDA(WRK-IX-ACHADO)
                MOVE WRK-DATA-PEDIDO
                    TO WRK-PRD-ULTSAIDA(WRK-IX-ACHADO)
            END-IF.

       2300-LOCALIZAR-PRODUTO.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
                    OR WRK-IX-ACHADO > 0
                IF WRK-PRD-CODPROD(WRK-IX-PRD) = WRK-CODPROD-BUSCA
                    MOVE WRK-IX-PRD TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.

       2500-DATAR-ENTRADAS.
            OPEN INPUT RECEBMAT.
            IF RECEBMAT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2550-LER-ENTRADA.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE RMT-CODPROD TO WRK-CODPROD-BUSCA
                PERFORM 2300-LOCALIZAR-PRODUTO
                IF WRK-IX-ACHADO > 0
                 AND RMT-DATA > WRK-PRD-ULTENTR(WRK-IX-ACHADO)
                    MOVE RMT-DATA TO WRK-PRD-ULTENTR(WRK-IX-ACHADO)
                END-IF
                PERFORM 2550-LER-ENTRADA
            END-PERFORM.
            CLOSE RECEBMAT.

       2550-LER-ENTRADA.
            READ RECEBMAT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2700-IMPRIMIR-PRODUTO.
      *    SEM SAIDA NEM ENTRADA NAO HA COMO DATAR - ULTIMA FAIXA
            MOVE WRK-PRD-ULTSAIDA(WRK-IX-PRD) TO WRK-DATA-REF.
            IF WRK-DATA-REF = ZEROS
                ADD 1 TO WRK-QTSEMSAIDA
                MOVE WRK-PRD-ULTENTR(WRK-IX-PRD) TO WRK-DATA-REF
            END-IF.
            IF WRK-DATA-REF = ZEROS
                MOVE 99999 TO WRK-DIAS
            ELSE
                PERFORM 2750-CALCULAR-DIAS
            END-IF.
            EVALUATE TRUE
                WHEN WRK-DIAS NOT > 90
                    MOVE 1 TO WRK-FAIXA
                WHEN WRK-DIAS NOT > 180
                    MOVE 2 TO WRK-FAIXA
                WHEN WRK-DIAS NOT > 365
                    MOVE 3 TO WRK-FAIXA
                WHEN OTHER
                    MOVE 4 TO WRK-FAIXA
            END-EVALUATE.
            COMPUTE WRK-VALOR ROUNDED =
                WRK-PRD-QTDE(WRK-IX-PRD) * WRK-PRD-CUSTO(WRK-IX-PRD).
            ADD 1 TO WRK-FXA-PRODUTOS(WRK-FAIXA).
            ADD WRK-PRD-QTDE(WRK-IX-PRD) TO WRK-FXA-QTDE(WRK-FAIXA).
            ADD WRK-VALOR TO WRK-FXA-VALOR(WRK-FAIXA).
            MOVE WRK-PRD-CODPROD(WRK-IX-PRD) TO RPT-CODPROD.
            MOVE WRK-PRD-DESCR(WRK-IX-PRD)   TO RPT-DESCR.
            MOVE WRK-PRD-QTDE(WRK-IX-PRD)    TO RPT-QTDE.
            MOVE WRK-VALOR                   TO RPT-VALOR.
            IF WRK-PRD-ULTSAIDA(WRK-IX-PRD) = ZEROS
                MOVE 'SEM SAIDA' TO RPT-ULTSAIDA
            ELSE
                MOVE WRK-PRD-ULTSAIDA(WRK-IX-PRD) TO RPT-ULTSAIDA
            END-IF.
            MOVE WRK-DIAS TO RPT-DIAS.
            MOVE WRK-NOME-FAIXA(WRK-FAIXA) TO RPT-FAIXA.
            MOVE SPACES TO RPT-MARCA.
            IF WRK-DIAS > WRK-LIMITE
                MOVE 'INATIVAR/LIQUIDAR' TO RPT-MARCA
                ADD 1 TO WRK-QTCANDIDATOS
                ADD WRK-VALOR TO WRK-VALOR-CAND
            END-IF.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       2750-CALCULAR-DIAS.
      *    BASE COMERCIAL 30/360, COMO NO AGING
            MOVE WRK-DATA-REF     TO WRK-DATA-INI.
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM.
            COMPUTE WRK-DIAS =
                ((WRK-ANOFIM - WRK-ANOINI) * 360)
              + ((WRK-MESFIM - WRK-MESINI) * 30)
              + (WRK-DIAFIM - WRK-DIAINI).
            IF WRK-DIAS < 0
                MOVE 0 TO WRK-DIAS
            END-IF.

       3000-FINALIZAR.
            IF NOT TABELA-ESTOURADA
                MOVE RPT-BRANCO TO RPT-LINHA
                WRITE RPT-LINHA
                PERFORM VARYING WRK-FAIXA FROM 1 BY 1
                        UNTIL WRK-FAIXA > 4
                    MOVE WRK-NOME-FAIXA(WRK-FAIXA)   TO RPT-NOME-FX
                    MOVE WRK-FXA-PRODUTOS(WRK-FAIXA) TO RPT-FX-PROD
                    MOVE WRK-FXA-QTDE(WRK-FAIXA)     TO RPT-FX-QTDE
                    MOVE WRK-FXA-VALOR(WRK-FAIXA)    TO RPT-FX-VALOR
                    MOVE RPT-FAIXA-LINHA TO RPT-LINHA
                    WRITE RPT-LINHA
                END-PERFORM
                MOVE WRK-QTCANDIDATOS TO RPT-QTCAND
                MOVE WRK-VALOR-CAND   TO RPT-VALCAND
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE ESTPARAD-RPT
            END-IF.
            DISPLAY '===== ESTPARAD - ESTOQUE PARADO ====='.
            DISPLAY 'PRODUTOS COM SALDO...: ' WRK-QTPRD.
            DISPLAY 'NUNCA EMBARCADOS.....: ' WRK-QTSEMSAIDA.
            DISPLAY 'CANDIDATOS...........: ' WRK-QTCANDIDATOS.
