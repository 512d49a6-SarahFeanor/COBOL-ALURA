      * ALTERADO = 02/09/2026 - SARAH - COLUNA "A CHEGAR" COM O
      *            QUE AINDA FALTA DAS ORDENS DE COMPRA ABERTAS
      *            (OCOMPRA.DAT) AO LADO DO SALDO EM MAOS
      * ALTERADO = 15/10/2026 - SARAH - SUB-LINHA POR DEPOSITO
      *            (ESTDEP.DAT) COM SALDO, RESERVA, TRANSITO E SITUACAO
      *            DE CADA LOCAL E ESGOTADOS POR DEPOSITO NO RODAPE;
      *            ESTOQREL_DEPOSITO FILTRA UM DEPOSITO SO
      * ALTERADO = 15/10/2026 - SARAH - KIT (KITCOMP.DAT) SAI COM
      *            QUANTOS KITS DA PARA MONTAR PELO SALDO DOS
      *            COMPONENTES, SEM SUB-LINHA DE DEPOSITO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT ESTOQUE-RPT ASSIGN TO 'ESTOQUE.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD OCOMPRA.
           COPY OCOMPRA.

       FD ESTDEP.
           COPY ESTDEP.

       FD ESTOQUE-RPT.
       01 RPT-LINHA PIC X(80).

       77 WRK-IX-CHEGAR    PIC 9(03) VALUE 0.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
       77 WRK-A-CHEGAR     PIC 9(05) VALUE ZEROS.
       77 ESTDEP-STATUS    PIC 9(02).
       77 WRK-ESTDEP-OK    PIC X(01) VALUE 'N'.
           88 ESTDEP-ABERTO VALUE 'S'.
       77 WRK-DEP-FILTRO   PIC X(02) VALUE SPACES.
       77 WRK-IX-DEP       PIC 9(02) VALUE 0.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-CODPROD  PIC X(08) VALUE SPACES.
       77 WRK-KIT-POSSIVEL PIC 9(05) VALUE ZEROS.
       77 WRK-IX-COMP      PIC 9(02) VALUE 0.
           COPY TABDEP.
           COPY KITTAB.
       01 WRK-TAB-ESGOT-DEP.
      *    ESGOTADOS POR DEPOSITO, NA ORDEM DA TABDEP
           05 WRK-ESGOT-DEP PIC 9(05) OCCURS 2 TIMES.
       01 WRK-TAB-CHEGAR.
      *    O QUE AINDA FALTA CHEGAR POR PRODUTO, SOMADO DAS
      *    LINHAS ABERTAS DE OCOMPRA.DAT
           05 RPT-CHEGAR    PIC ZZZZ9.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 RPT-SITUACAO  PIC X(10).
       01 RPT-DEPOSITO.
      *    SUB-LINHA DO PRODUTO EM CADA DEPOSITO (ESTDEP.DAT)
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'DEP '.
           05 RPT-DEP-COD     PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RPT-DEP-NOME    PIC X(10).
           05 FILLER          PIC X(07) VALUE ' LOCAL '.
           05 RPT-DEP-LOCACAO PIC X(06).
           05 FILLER          PIC X(04) VALUE ' EST'.
           05 RPT-DEP-ESTOQUE PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE ' RES'.
           05 RPT-DEP-RESERV  PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE ' TRA'.
           05 RPT-DEP-TRANSITO PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-DEP-SITUACAO PIC X(10).
       01 RPT-RODAPE-DEP.
           05 FILLER        PIC X(20) VALUE 'ESGOTADOS NO DEP. '.
           05 RPT-ROD-DEP   PIC X(02).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-ROD-NOME  PIC X(10).
           05 FILLER        PIC X(02) VALUE ': '.
           05 RPT-ROD-ESGOT PIC ZZZZ9.
       01 RPT-RODAPE.
           05 FILLER        PIC X(20) VALUE 'PRODUTOS ATIVOS....:'.
           05 RPT-TOTAL     PIC ZZZZ9.
            IF PRODUTOS-STATUS = 0
                SET ABRIU-COM-SUCESSO TO TRUE
                PERFORM 1200-SOMAR-A-CHEGAR
                PERFORM 1400-ABRIR-DEPOSITOS
                OPEN OUTPUT ESTOQUE-RPT
                PERFORM 1100-CABECALHO
            ELSE
                WRK-CHG-QTDE(WRK-IX-CHEGAR)
              + OCP-QTDE - OCP-QTRECEBIDA.

       1400-ABRIR-DEPOSITOS.
      *    SEM ESTDEP.DAT A POSICAO SAI SO COM O TOTAL, COMO
      *    ANTES DOS DEPOSITOS; ESTOQREL_DEPOSITO LIMITA AS
      *    SUB-LINHAS A UM DEPOSITO SO
            MOVE ZEROS TO WRK-ESGOT-DEP(1) WRK-ESGOT-DEP(2).
            ACCEPT WRK-DEP-FILTRO FROM ENVIRONMENT
                'ESTOQREL_DEPOSITO'.
            OPEN INPUT ESTDEP.
            IF ESTDEP-STATUS = 0
                SET ESTDEP-ABERTO TO TRUE
            END-IF.

       2000-PROCESSAR.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
            MOVE PROD-CODIGO    TO RPT-CODIGO.
            MOVE PROD-DESCRICAO TO RPT-DESCRICAO.
            MOVE PROD-PRECO     TO RPT-PRECO.
            MOVE PROD-QTESTOQUE TO WRK-SALDO-LINHA.
      *    KIT NAO TEM SALDO PROPRIO - A POSICAO E QUANTOS KITS
      *    DA PARA MONTAR COM O SALDO DOS COMPONENTES
            CALL 'KITEXPL' USING PROD-CODIGO KIT-TAB-COMP.
            IF KTB-QTCOMP > 0
                PERFORM 2150-SALDO-KIT
            END-IF.
            MOVE WRK-SALDO-LINHA TO RPT-ESTOQUE.
            MOVE ZEROS TO WRK-A-CHEGAR.
            PERFORM VARYING WRK-IX-CHEGAR FROM 1 BY 1
                    UNTIL WRK-IX-CHEGAR > WRK-QTCHEGAR
            END-PERFORM.
            MOVE WRK-A-CHEGAR TO RPT-CHEGAR.
            EVALUATE TRUE
              WHEN WRK-SALDO-LINHA = 0
                ADD 1 TO WRK-QTESGOTADOS
                MOVE 'ESGOTADO  ' TO RPT-SITUACAO
              WHEN WRK-SALDO-LINHA < WRK-ESTOQUE-MIN
                MOVE 'REPOR     ' TO RPT-SITUACAO
              WHEN KTB-QTCOMP > 0
                MOVE 'KIT       ' TO RPT-SITUACAO
              WHEN OTHER
                MOVE SPACES       TO RPT-SITUACAO
            END-EVALUATE.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF ESTDEP-ABERTO AND KTB-QTCOMP = 0
                PERFORM 2200-DETALHE-DEPOSITO
                    VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
            END-IF.

       2150-SALDO-KIT.
            MOVE PROD-CODIGO TO WRK-KIT-CODPROD.
            MOVE 99999 TO WRK-SALDO-LINHA.
            PERFORM 2160-SALDO-COMPONENTE
                VARYING WRK-IX-COMP FROM 1 BY 1
                UNTIL WRK-IX-COMP > KTB-QTCOMP.
      *    RELE O KIT PARA A LEITURA SEQUENCIAL SEGUIR DAQUI
            MOVE WRK-KIT-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                DISPLAY 'ESTOQREL: KIT SUMIU DO MESTRE ' WRK-KIT-CODPROD
            END-READ.

       2160-SALDO-COMPONENTE.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE ZEROS TO PROD-QTESTOQUE
            END-READ.
            DIVIDE PROD-QTESTOQUE BY KTB-QTDE(WRK-IX-COMP)
                GIVING WRK-KIT-POSSIVEL.
            IF WRK-KIT-POSSIVEL < WRK-SALDO-LINHA
                MOVE WRK-KIT-POSSIVEL TO WRK-SALDO-LINHA
            END-IF.

       2200-DETALHE-DEPOSITO.
            IF WRK-DEP-FILTRO NOT = SPACES
             AND WRK-DEP-FILTRO NOT = TAB-DEP-COD(WRK-IX-DEP)
                EXIT PARAGRAPH
            END-IF.
            MOVE PROD-CODIGO TO EDP-CODPROD.
            MOVE TAB-DEP-COD(WRK-IX-DEP) TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                MOVE ZEROS  TO EDP-QTESTOQUE EDP-QTRESERVADA
                               EDP-QTTRANSITO
                MOVE SPACES TO EDP-LOCACAO
            END-READ.
            MOVE TAB-DEP-COD(WRK-IX-DEP)  TO RPT-DEP-COD.
            MOVE TAB-DEP-NOME(WRK-IX-DEP) TO RPT-DEP-NOME.
            MOVE EDP-LOCACAO     TO RPT-DEP-LOCACAO.
            MOVE EDP-QTESTOQUE   TO RPT-DEP-ESTOQUE.
            MOVE EDP-QTRESERVADA TO RPT-DEP-RESERV.
            MOVE EDP-QTTRANSITO  TO RPT-DEP-TRANSITO.
            EVALUATE TRUE
              WHEN EDP-QTESTOQUE = 0 AND EDP-QTTRANSITO > 0
                MOVE 'A CAMINHO ' TO RPT-DEP-SITUACAO
              WHEN EDP-QTESTOQUE = 0
                ADD 1 TO WRK-ESGOT-DEP(WRK-IX-DEP)
                MOVE 'ESGOTADO  ' TO RPT-DEP-SITUACAO
              WHEN EDP-QTESTOQUE < WRK-ESTOQUE-MIN
                MOVE 'REPOR     ' TO RPT-DEP-SITUACAO
              WHEN OTHER
                MOVE SPACES       TO RPT-DEP-SITUACAO
            END-EVALUATE.
            MOVE RPT-DEPOSITO TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                MOVE WRK-QTESGOTADOS TO RPT-ESGOTADOS
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                IF ESTDEP-ABERTO
                    PERFORM 3100-RODAPE-DEPOSITO
                        VARYING WRK-IX-DEP FROM 1 BY 1
                        UNTIL WRK-IX-DEP > 2
                    CLOSE ESTDEP
                END-IF
                CLOSE ESTOQUE-RPT
                CLOSE PRODUTOS
            END-IF.
            DISPLAY '===== ESTOQREL - POSICAO DE ESTOQUE ====='.
            DISPLAY 'PRODUTOS ATIVOS......: ' WRK-QTPRODUTOS.
            DISPLAY 'PRODUTOS ESGOTADOS...: ' WRK-QTESGOTADOS.

       3100-RODAPE-DEPOSITO.
            IF WRK-DEP-FILTRO NOT = SPACES
             AND WRK-DEP-FILTRO NOT = TAB-DEP-COD(WRK-IX-DEP)
                EXIT PARAGRAPH
            END-IF.
            MOVE TAB-DEP-COD(WRK-IX-DEP)  TO RPT-ROD-DEP.
            MOVE TAB-DEP-NOME(WRK-IX-DEP) TO RPT-ROD-NOME.
            MOVE WRK-ESGOT-DEP(WRK-IX-DEP) TO RPT-ROD-ESGOT.
            MOVE RPT-RODAPE-DEP TO RPT-LINHA.
            WRITE RPT-LINHA.
