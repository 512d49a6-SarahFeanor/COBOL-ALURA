      *            CADERNO (EMB-ENDSEQ) SAI COM A LINHA DE
      *            ENTREGA NO ROMANEIO - O SEPARADOR JA DEIXA A
      *            CAIXA NA DOCA CERTA
      * ALTERADO = 15/10/2026 - SARAH - CADA ITEM SAI COM O LOTE E A
      *            VALIDADE QUE O SEPARADOR DEVE PEGAR - OS LOTES QUE O
      *            EMBARQUE CONSUMIU POR VALIDADE (FEFO) EM LOTEMOV.DAT
      * ALTERADO = 15/10/2026 - SARAH - ROMANEIO MOSTRA O DEPOSITO
      *            QUE EMBARCA E USA A LOCACAO DO PRODUTO NAQUELE
      *            DEPOSITO; ROMANEIO_DEPOSITO FILTRA UM DEPOSITO SO
      * ALTERADO = 15/10/2026 - SARAH - KIT (KITCOMP.DAT) SAI
      *            EXPLODIDO: UMA LINHA POR COMPONENTE NA SUA LOCACAO,
      *            COM O CODIGO DO KIT AO LADO, E A ONDA SOMA AS PECAS
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EDR-STATUS
             RECORD KEY IS EDR-CHAVE.
           SELECT LOTEMOV ASSIGN TO 'LOTEMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOTEMOV-STATUS.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT ROMANEIO-RPT ASSIGN TO 'ROMANEIO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD ENDERECOS.
           COPY ENDERECO.

       FD LOTEMOV.
           COPY LOTEMOV.

       FD ESTDEP.
           COPY ESTDEP.

       FD ROMANEIO-RPT.
       01 RPT-LINHA PIC X(80).

       77 WRK-QTONDA      PIC 9(03) VALUE 0.
       77 WRK-IX-ONDA     PIC 9(03) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 LOTEMOV-STATUS  PIC 9(02).
       77 WRK-FIMLMV      PIC X(01) VALUE 'N'.
           88 FIM-LOTEMOV VALUE 'S'.
       77 WRK-QTLMV       PIC 9(03) VALUE 0.
       77 WRK-IX-LMV      PIC 9(03) VALUE 0.
       77 WRK-LOTE-FALTA  PIC 9(05) VALUE ZEROS.
       77 ESTDEP-STATUS   PIC 9(02).
       77 WRK-ESTDEP-OK   PIC X(01) VALUE 'N'.
           88 ESTDEP-ABERTO VALUE 'S'.
       77 WRK-DEP-FILTRO  PIC X(02) VALUE SPACES.
       77 WRK-DEP-EMB     PIC X(02) VALUE SPACES.
       77 WRK-IX-COMP     PIC 9(02) VALUE 0.
       77 WRK-COL-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-COL-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-COL-KIT     PIC X(08) VALUE SPACES.
           COPY KITTAB.
       01 WRK-TAB-LOTES.
      *    SAIDAS POR LOTE DO EMBARQUE DE HOJE (LOTEMOV.DAT) - O
      *    PROGCOB10 JA ESCOLHEU OS LOTES POR VALIDADE (FEFO);
      *    CADA LINHA SAI UMA VEZ, NO ITEM DO PEDIDO QUE A GEROU
           05 WRK-LMV OCCURS 500 TIMES.
               10 WRK-LMV-PEDIDO   PIC 9(07).
               10 WRK-LMV-CODPROD  PIC X(08).
               10 WRK-LMV-LOTE     PIC X(10).
               10 WRK-LMV-VALIDADE PIC 9(08).
               10 WRK-LMV-QTDE     PIC 9(05).
               10 WRK-LMV-USADO    PIC X(01).
       01 WRK-ITEM-TROCA  PIC X(30).
       01 WRK-TAB-ITENS.
      *    ITENS DO PEDIDO CORRENTE, ORDENADOS POR LOCACAO - KIT
      *    ENTRA JA EXPLODIDO, UMA LINHA POR COMPONENTE
           05 WRK-ITM OCCURS 50 TIMES.
               10 WRK-ITM-LOCACAO PIC X(06).
               10 WRK-ITM-CODPROD PIC X(08).
               10 WRK-ITM-QTDE    PIC 9(05).
               10 WRK-ITM-KIT     PIC X(08).
               10 FILLER          PIC X(03).
       01 WRK-TAB-ONDA.
      *    QUANTIDADE CONSOLIDADA POR PRODUTO PARA A ONDA
           05 RPT-PEDIDO  PIC 9(07).
           05 FILLER      PIC X(05) VALUE ' UF '.
           05 RPT-UF      PIC X(02).
           05 FILLER      PIC X(11) VALUE '  DEPOSITO '.
           05 RPT-DEPOSITO PIC X(02).
       01 RPT-ENTREGA.
           05 FILLER       PIC X(09) VALUE 'ENTREGA  '.
           05 RPT-ROTULO   PIC X(10).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-CODPROD PIC X(08).
           05 FILLER      PIC X(06) VALUE ' QTD '.
           05 RPT-QTDE    PIC ZZZZ9.
           05 RPT-KIT-ROT PIC X(06).
           05 RPT-KIT     PIC X(08).
       01 RPT-LOTE.
           05 FILLER       PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(07) VALUE 'LOTE   '.
           05 RPT-LOT-NUM  PIC X(10).
           05 FILLER       PIC X(06) VALUE ' VAL '.
           05 RPT-LOT-DIA  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-LOT-MES  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-LOT-ANO  PIC 9(04).
           05 FILLER       PIC X(06) VALUE ' QTD '.
           05 RPT-LOT-QTDE PIC ZZZZ9.
       01 RPT-LOTE-DATA.
           05 RPT-LDT-ANO  PIC 9(04).
           05 RPT-LDT-MES  PIC 9(02).
           05 RPT-LDT-DIA  PIC 9(02).
       01 RPT-SEPARADOR.
           05 FILLER PIC X(50) VALUE ALL '-'.
       01 RPT-ONDA-TITULO.
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                PERFORM 1200-CARREGAR-LOTES
                PERFORM 1300-ABRIR-DEPOSITOS
                PERFORM 1100-LER-EMBARQUE
            END-IF
            END-IF.
                AT END MOVE 'S' TO WRK-FIMEMB
            END-READ.

       1200-CARREGAR-LOTES.
      *    SEM LOTEMOV.DAT O ROMANEIO SAI COMO ANTES, SEM LOTE
            MOVE 0 TO WRK-QTLMV.
            OPEN INPUT LOTEMOV.
            IF LOTEMOV-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1250-LER-LOTEMOV.
            PERFORM UNTIL FIM-LOTEMOV
                IF LMV-DATA = WRK-DATA-SISTEMA AND WRK-QTLMV < 500
                    ADD 1 TO WRK-QTLMV
                    MOVE LMV-PEDIDO   TO WRK-LMV-PEDIDO(WRK-QTLMV)
                    MOVE LMV-CODPROD  TO WRK-LMV-CODPROD(WRK-QTLMV)
                    MOVE LMV-LOTE     TO WRK-LMV-LOTE(WRK-QTLMV)
                    MOVE LMV-VALIDADE TO
                        WRK-LMV-VALIDADE(WRK-QTLMV)
                    MOVE LMV-QTDE     TO WRK-LMV-QTDE(WRK-QTLMV)
                    MOVE 'N'          TO WRK-LMV-USADO(WRK-QTLMV)
                END-IF
                PERFORM 1250-LER-LOTEMOV
            END-PERFORM.
            CLOSE LOTEMOV.

       1250-LER-LOTEMOV.
            READ LOTEMOV
                AT END MOVE 'S' TO WRK-FIMLMV
            END-READ.

       1300-ABRIR-DEPOSITOS.
      *    A LOCACAO DO ITEM E A DO DEPOSITO QUE EMBARCA, QUANDO
      *    HA ESTDEP.DAT; ROMANEIO_DEPOSITO SEPARA SO UM DEPOSITO
            ACCEPT WRK-DEP-FILTRO FROM ENVIRONMENT
                'ROMANEIO_DEPOSITO'.
            OPEN INPUT ESTDEP.
            IF ESTDEP-STATUS = 0
                SET ESTDEP-ABERTO TO TRUE
            END-IF.

       2000-PROCESSAR.
            MOVE EMB-DEPOSITO TO WRK-DEP-EMB.
            IF WRK-DEP-EMB = SPACES
                MOVE '01' TO WRK-DEP-EMB
            END-IF.
            IF EMB-DATA = WRK-DATA-SISTEMA AND EMB-NORMAL
             AND (WRK-DEP-FILTRO = SPACES
                  OR WRK-DEP-FILTRO = WRK-DEP-EMB)
                PERFORM 2100-MONTAR-ROMANEIO
            END-IF.
            PERFORM 1100-LER-EMBARQUE.
            WRITE RPT-LINHA.
            MOVE EMB-PEDIDO TO RPT-PEDIDO.
            MOVE EMB-UF TO RPT-UF.
            MOVE WRK-DEP-EMB TO RPT-DEPOSITO.
            MOVE RPT-ROMANEIO-CAB TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 2150-LINHA-ENTREGA.
            PERFORM 2250-LER-PEDIDO.
            PERFORM UNTIL FIM-PEDIDOS
                IF PED-ITEM AND PED-NUMERO = EMB-PEDIDO
                    CALL 'KITEXPL' USING PED-CODPROD KIT-TAB-COMP
                    IF KTB-QTCOMP = 0
                        MOVE PED-CODPROD TO WRK-COL-CODPROD
                        MOVE PED-QTDE    TO WRK-COL-QTDE
                        MOVE SPACES      TO WRK-COL-KIT
                        PERFORM 2210-GUARDAR-ITEM
                    ELSE
                        PERFORM 2220-GUARDAR-COMPONENTE
                            VARYING WRK-IX-COMP FROM 1 BY 1
                            UNTIL WRK-IX-COMP > KTB-QTCOMP
                    END-IF
                END-IF
                PERFORM 2250-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.

       2210-GUARDAR-ITEM.
            IF WRK-QTITENS NOT < 50
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTITENS.
            MOVE WRK-COL-CODPROD TO WRK-ITM-CODPROD(WRK-QTITENS).
            MOVE WRK-COL-QTDE    TO WRK-ITM-QTDE(WRK-QTITENS).
            MOVE WRK-COL-KIT     TO WRK-ITM-KIT(WRK-QTITENS).
            MOVE WRK-COL-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE '??????' TO WRK-ITM-LOCACAO(WRK-QTITENS)
              NOT INVALID KEY
                MOVE PROD-LOCACAO TO WRK-ITM-LOCACAO(WRK-QTITENS)
            END-READ.
            PERFORM 2300-LOCACAO-DEPOSITO.
            PERFORM 3000-ACUMULAR-ONDA.

       2220-GUARDAR-COMPONENTE.
      *    O KIT NAO ESTA NA PRATELEIRA - O SEPARADOR PEGA AS
      *    PECAS, CADA UMA NA SUA LOCACAO
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-COL-CODPROD.
            COMPUTE WRK-COL-QTDE = KTB-QTDE(WRK-IX-COMP) * PED-QTDE.
            MOVE PED-CODPROD TO WRK-COL-KIT.
            PERFORM 2210-GUARDAR-ITEM.

       2250-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMPED
            END-READ.

       2300-LOCACAO-DEPOSITO.
      *    DEPOSITO SEM LOCACAO PROPRIA FICA COM A DO MESTRE
            IF NOT ESTDEP-ABERTO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-ITM-CODPROD(WRK-QTITENS) TO EDP-CODPROD.
            MOVE WRK-DEP-EMB TO EDP-DEPOSITO.
            READ ESTDEP
              NOT INVALID KEY
                IF EDP-LOCACAO NOT = SPACES
                    MOVE EDP-LOCACAO TO
                        WRK-ITM-LOCACAO(WRK-QTITENS)
                END-IF
            END-READ.

       2400-ORDENAR-POR-LOCACAO.
      *    BOLHA SIMPLES - O SEPARADOR ANDA O CORREDOR UMA VEZ
            MOVE 'S' TO WRK-TROCOU.
            MOVE WRK-ITM-LOCACAO(WRK-IX-ITEM) TO RPT-LOCACAO.
            MOVE WRK-ITM-CODPROD(WRK-IX-ITEM) TO RPT-CODPROD.
            MOVE WRK-ITM-QTDE(WRK-IX-ITEM)    TO RPT-QTDE.
            MOVE WRK-ITM-KIT(WRK-IX-ITEM)     TO RPT-KIT.
            IF WRK-ITM-KIT(WRK-IX-ITEM) = SPACES
                MOVE SPACES   TO RPT-KIT-ROT
            ELSE
                MOVE '  KIT ' TO RPT-KIT-ROT
            END-IF.
            MOVE RPT-ITEM TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-ITM-QTDE(WRK-IX-ITEM) TO WRK-LOTE-FALTA.
            PERFORM 2550-IMPRIMIR-LOTE
                VARYING WRK-IX-LMV FROM 1 BY 1
                UNTIL WRK-IX-LMV > WRK-QTLMV
                OR WRK-LOTE-FALTA = 0.

       2550-IMPRIMIR-LOTE.
      *    LOTE EM BRANCO E A PARTE QUE OS LOTES NAO COBRIRAM
            IF WRK-LMV-PEDIDO(WRK-IX-LMV) NOT = EMB-PEDIDO
             OR WRK-LMV-CODPROD(WRK-IX-LMV) NOT =
                    WRK-ITM-CODPROD(WRK-IX-ITEM)
             OR WRK-LMV-USADO(WRK-IX-LMV) = 'S'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-LMV-USADO(WRK-IX-LMV).
            IF WRK-LMV-QTDE(WRK-IX-LMV) < WRK-LOTE-FALTA
                SUBTRACT WRK-LMV-QTDE(WRK-IX-LMV) FROM WRK-LOTE-FALTA
            ELSE
                MOVE ZEROS TO WRK-LOTE-FALTA
            END-IF.
            IF WRK-LMV-LOTE(WRK-IX-LMV) = SPACES
                MOVE 'SEM LOTE' TO RPT-LOT-NUM
                MOVE ZEROS TO RPT-LOTE-DATA
            ELSE
                MOVE WRK-LMV-LOTE(WRK-IX-LMV) TO RPT-LOT-NUM
                MOVE WRK-LMV-VALIDADE(WRK-IX-LMV) TO RPT-LOTE-DATA
            END-IF.
            MOVE RPT-LDT-DIA TO RPT-LOT-DIA.
            MOVE RPT-LDT-MES TO RPT-LOT-MES.
            MOVE RPT-LDT-ANO TO RPT-LOT-ANO.
            MOVE WRK-LMV-QTDE(WRK-IX-LMV) TO RPT-LOT-QTDE.
            MOVE RPT-LOTE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-ACUMULAR-ONDA.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-ONDA FROM 1 BY 1
                    UNTIL WRK-IX-ONDA > WRK-QTONDA
                    OR WRK-ACHOU = 'S'
                IF WRK-OND-CODPROD(WRK-IX-ONDA) =
                        WRK-ITM-CODPROD(WRK-QTITENS)
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-ONDA
                END-IF
                IF WRK-QTONDA < 200
                    ADD 1 TO WRK-QTONDA
                    MOVE WRK-QTONDA TO WRK-IX-ONDA
                    MOVE WRK-ITM-CODPROD(WRK-QTITENS) TO
                        WRK-OND-CODPROD(WRK-IX-ONDA)
                    MOVE WRK-ITM-LOCACAO(WRK-QTITENS) TO
                        WRK-OND-LOCACAO(WRK-IX-ONDA)
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD WRK-ITM-QTDE(WRK-QTITENS)
                TO WRK-OND-QTDE(WRK-IX-ONDA).

       5000-RESUMO-ONDA.
            IF RETURN-CODE NOT = 0
                CLOSE ROMANEIO-RPT
                CLOSE EMBARQUE
                CLOSE PRODUTOS
                IF ESTDEP-ABERTO
                    CLOSE ESTDEP
                END-IF
            END-IF.
            DISPLAY '===== ROMANEIO - SEPARACAO ====='.
            DISPLAY 'ROMANEIOS GERADOS....: ' WRK-QTROMANEIOS.
