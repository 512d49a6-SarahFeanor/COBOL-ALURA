       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FORNSCOR.
      *******************************************
      * AULA:      AVALIACAO TRIMESTRAL DE FORNECEDORES
      * OBJETIVO:  PARA CADA FORNECEDOR DE FORNECED.DAT, MEDIR AS
      *            LINHAS DE ORDEM DE COMPRA (OCOMPRA.DAT, NAO
      *            CANCELADAS) EMITIDAS NO TRIMESTRE:
      *            PRAZO MEDIO DE ENTREGA - DA DATA DA ORDEM ATE O
      *            ULTIMO RECEBIMENTO (RECEBMAT.DAT) DA LINHA
      *            COMPLETA, EM BASE COMERCIAL 30/360;
      *            % RECEBIDAS COMPLETAS;
      *            % ATRASADAS CONTRA A PREVISAO DE CHEGADA DA
      *            ORDEM (OCP-PREVISAO) - COMPLETA QUE CHEGOU
      *            DEPOIS DA PREVISAO OU ABERTA COM A PREVISAO JA
      *            PASSADA; LINHA SEM PREVISAO NAO ENTRA NA CONTA;
      *            VARIACAO DE PRECO - CUSTO DA LINHA CONTRA O DA
      *            COMPRA ANTERIOR DO MESMO PRODUTO (DE QUALQUER
      *            FORNECEDOR), EM %, NA MEDIA DO FORNECEDOR
      *            EM FORNSCOR.RPT OS FORNECEDORES SAEM EM ORDEM DE
      *            NOTA: MEDIA DE % COMPLETAS E % NO PRAZO, MENOS A
      *            ALTA MEDIA DE PRECO (QUEDA NAO DA BONUS); NA
      *            MESMA NOTA O DE MENOR PRAZO MEDIO VEM PRIMEIRO
      *            TRIMESTRE: VARIAVEL FORN_TRIMESTRE (AAAAT, T DE
      *            1 A 4) - SEM ELA VALE O TRIMESTRE CORRENTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT RECEBMAT ASSIGN TO 'RECEBMAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBMAT-STATUS.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT FORNSCOR-RPT ASSIGN TO 'FORNSCOR.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OCOMPRA.
           COPY OCOMPRA.

       FD RECEBMAT.
           COPY RECEBMAT.

       FD FORNECED.
           COPY FORNECED.

       FD FORNSCOR-RPT.
       01 RPT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 OCOMPRA-STATUS   PIC 9(02).
       77 RECEBMAT-STATUS  PIC 9(02).
       77 FORNECED-STATUS  PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMOCP       PIC X(01) VALUE 'N'.
           88 FIM-ORDENS VALUE 'S'.
       77 WRK-FIMRMT       PIC X(01) VALUE 'N'.
           88 FIM-RECEBIMENTOS VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-ABRIU-FOR    PIC X(01) VALUE 'N'.
           88 FORNECEDORES-ABERTOS VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-TRIM-INF     PIC X(05) VALUE SPACES.
       77 WRK-ANOMES-INI   PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-FIM   PIC 9(06) VALUE ZEROS.
       77 WRK-MES-INI      PIC 9(02) VALUE ZEROS.
       77 WRK-QTOCP        PIC 9(04) VALUE 0.
       77 WRK-IX-OCP       PIC 9(04) VALUE 0.
       77 WRK-IX-ANT       PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-QTSCO        PIC 9(03) VALUE 0.
       77 WRK-IX-SCO       PIC 9(03) VALUE 0.
       77 WRK-IX-SC2       PIC 9(03) VALUE 0.
       77 WRK-QTLINHAS     PIC 9(05) VALUE 0.
       77 WRK-QTRECEBIMENTOS PIC 9(05) VALUE 0.
       77 WRK-LEAD         PIC S9(05) VALUE ZEROS.
       77 WRK-CUSTO-ANT    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-ANT     PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-ANT   PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-LINHA   PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-CODPROD-LINHA PIC X(08) VALUE SPACES.
       77 WRK-VARIACAO     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PCT-COMPLETAS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ATRASADAS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-NOPRAZO  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VAR-MEDIA    PIC S9(05)V99 VALUE ZEROS.
       77 WRK-NOTA         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(03) VALUE 0.
       01 WRK-TRIMESTRE.
           05 WRK-ANOTRI PIC 9(04).
           05 WRK-NUMTRI PIC 9(01).
       01 WRK-DATA-INI.
           05 WRK-ANOINI PIC 9(04).
           05 WRK-MESINI PIC 9(02).
           05 WRK-DIAINI PIC 9(02).
       01 WRK-DATA-FIM.
           05 WRK-ANOFIM PIC 9(04).
           05 WRK-MESFIM PIC 9(02).
           05 WRK-DIAFIM PIC 9(02).
       01 WRK-TAB-ORDENS.
      *    OCOMPRA.DAT INTEIRO EM MEMORIA, COM A DATA DO ULTIMO
      *    RECEBIMENTO DE CADA LINHA AO LADO
           05 WRK-OCP OCCURS 2000 TIMES.
               10 WRK-OCP-IMG    PIC X(55).
               10 WRK-OCP-ULTREC PIC 9(08).
       01 WRK-TAB-FORNECEDORES.
      *    ACUMULADOS DO TRIMESTRE POR FORNECEDOR
           05 WRK-SCO OCCURS 500 TIMES.
               10 WRK-SCO-FORNECEDOR PIC 9(04).
               10 WRK-SCO-LINHAS     PIC 9(05).
               10 WRK-SCO-COMPLETAS  PIC 9(05).
               10 WRK-SCO-QTLEAD     PIC 9(05).
               10 WRK-SCO-SOMALEAD   PIC 9(07).
               10 WRK-SCO-COMPREV    PIC 9(05).
               10 WRK-SCO-ATRASADAS  PIC 9(05).
               10 WRK-SCO-QTVAR      PIC 9(05).
               10 WRK-SCO-SOMAVAR    PIC S9(07)V99.
               10 WRK-SCO-LEADMED    PIC 9(04)V9.
               10 WRK-SCO-NOTA       PIC S9(05)V99.
       01 WRK-SCO-TROCA PIC X(62).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'AVALIACAO DE FORNECEDORES  TRIMESTRE   '.
           05 RPT-ANO  PIC 9(04).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-TRI  PIC 9(01).
           05 FILLER   PIC X(14) VALUE '  EMITIDO EM  '.
           05 RPT-DATA PIC 9(08).
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'POS FORN NOME                          LINHAS %COM'.
           05 FILLER PIC X(50) VALUE
              'PL PRAZO MED C/PREV %ATRASO  %VAR PRECO     NOTA  '.
       01 RPT-DETALHE.
           05 RPT-POS        PIC ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-FORNECEDOR PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOME       PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-LINHAS     PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-PCT-COMP   PIC ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-LEAD       PIC ZZZ9,9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 RPT-COMPREV    PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-PCT-ATR    PIC ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-VAR        PIC ----9,99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 RPT-NOTA       PIC ----9,99.
       01 RPT-RODAPE.
           05 FILLER         PIC X(22) VALUE 'FORNECEDORES AVALIADOS'.
           05 RPT-QTFORN     PIC ZZZZ9.
           05 FILLER         PIC X(18) VALUE '  LINHAS DE ORDEM '.
           05 RPT-QTLINHAS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF NOT TABELA-ESTOURADA
                PERFORM 2000-AVALIAR-LINHA
                    VARYING WRK-IX-OCP FROM 1 BY 1
                    UNTIL WRK-IX-OCP > WRK-QTOCP
                PERFORM 2500-CALCULAR-NOTAS
                PERFORM 2600-ORDENAR-FORNECEDORES
                PERFORM 2700-IMPRIMIR
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-TRIM-INF FROM ENVIRONMENT 'FORN_TRIMESTRE'.
            IF WRK-TRIM-INF IS NUMERIC AND WRK-TRIM-INF NOT = SPACES
                MOVE WRK-TRIM-INF TO WRK-TRIMESTRE
            ELSE
                MOVE WRK-DATA-SISTEMA(1:4) TO WRK-ANOTRI
                MOVE WRK-DATA-SISTEMA(5:2) TO WRK-MES-INI
                COMPUTE WRK-NUMTRI = (WRK-MES-INI + 2) / 3
            END-IF.
            IF WRK-NUMTRI < 1 OR WRK-NUMTRI > 4
                DISPLAY 'FORNSCOR: FORN_TRIMESTRE INVALIDO - '
                        WRK-TRIM-INF
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            COMPUTE WRK-MES-INI = (WRK-NUMTRI - 1) * 3 + 1.
            COMPUTE WRK-ANOMES-INI = WRK-ANOTRI * 100 + WRK-MES-INI.
            COMPUTE WRK-ANOMES-FIM = WRK-ANOMES-INI + 2.
            PERFORM 1100-CARREGAR-ORDENS.
            IF TABELA-ESTOURADA
                DISPLAY 'FORNSCOR: OCOMPRA.DAT PASSOU DE 2000 '
                        'LINHAS - AVALIACAO RECUSADA'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1200-CARREGAR-RECEBIMENTOS.
            OPEN INPUT FORNECED.
            IF FORNECED-STATUS = 0
                SET FORNECEDORES-ABERTOS TO TRUE
            END-IF.
            OPEN OUTPUT FORNSCOR-RPT.
            MOVE WRK-ANOTRI TO RPT-ANO.
            MOVE WRK-NUMTRI TO RPT-TRI.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.

       1100-CARREGAR-ORDENS.
            MOVE 0 TO WRK-QTOCP.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS NOT = 0
                DISPLAY 'FORNSCOR: SEM OCOMPRA.DAT'
            ELSE
                PERFORM 1150-LER-ORDEM
                PERFORM UNTIL FIM-ORDENS
                    IF WRK-QTOCP < 2000
                        ADD 1 TO WRK-QTOCP
                        MOVE OCOMPRA-REG TO WRK-OCP-IMG(WRK-QTOCP)
                        MOVE ZEROS TO WRK-OCP-ULTREC(WRK-QTOCP)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-ORDEM
                END-PERFORM
                CLOSE OCOMPRA
            END-IF.

       1150-LER-ORDEM.
            READ OCOMPRA
                AT END MOVE 'S' TO WRK-FIMOCP
            END-READ.

       1200-CARREGAR-RECEBIMENTOS.
      *    A DATA QUE INTERESSA E A DA ULTIMA ENTREGA DA LINHA -
      *    A QUE COMPLETOU O PEDIDO
            OPEN INPUT RECEBMAT.
            IF RECEBMAT-STATUS = 0
                PERFORM 1250-LER-RECEBIMENTO
                PERFORM UNTIL FIM-RECEBIMENTOS
                    ADD 1 TO WRK-QTRECEBIMENTOS
                    PERFORM 1300-DATAR-LINHA
                    PERFORM 1250-LER-RECEBIMENTO
                END-PERFORM
                CLOSE RECEBMAT
            END-IF.

       1250-LER-RECEBIMENTO.
            READ RECEBMAT
                AT END MOVE 'S' TO WRK-FIMRMT
            END-READ.

       1300-DATAR-LINHA.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-ANT FROM 1 BY 1
                    UNTIL WRK-IX-ANT > WRK-QTOCP
                    OR WRK-IX-ACHADO > 0
                MOVE WRK-OCP-IMG(WRK-IX-ANT) TO OCOMPRA-REG
                IF OCP-NUMERO = RMT-ORDEM
                 AND OCP-CODPROD = RMT-CODPROD
                    MOVE WRK-IX-ANT TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
             AND RMT-DATA > WRK-OCP-ULTREC(WRK-IX-ACHADO)
                MOVE RMT-DATA TO WRK-OCP-ULTREC(WRK-IX-ACHADO)
            END-IF.

       2000-AVALIAR-LINHA.
            MOVE WRK-OCP-IMG(WRK-IX-OCP) TO OCOMPRA-REG.
            IF OCP-CANCELADA
             OR OCP-DATA(1:6) < WRK-ANOMES-INI
             OR OCP-DATA(1:6) > WRK-ANOMES-FIM
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-LOCALIZAR-FORNECEDOR.
            IF WRK-IX-SCO = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTLINHAS.
            ADD 1 TO WRK-SCO-LINHAS(WRK-IX-SCO).
            IF OCP-RECEBIDA
                ADD 1 TO WRK-SCO-COMPLETAS(WRK-IX-SCO)
                IF WRK-OCP-ULTREC(WRK-IX-OCP) > ZEROS
                    PERFORM 2200-PRAZO-ENTREGA
                END-IF
            END-IF.
            IF OCP-PREVISAO IS NUMERIC
             AND OCP-PREVISAO > ZEROS
                PERFORM 2300-PONTUALIDADE
            END-IF.
            PERFORM 2400-VARIACAO-PRECO.

       2100-LOCALIZAR-FORNECEDOR.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-SCO FROM 1 BY 1
                    UNTIL WRK-IX-SCO > WRK-QTSCO
                    OR WRK-IX-ACHADO > 0
                IF WRK-SCO-FORNECEDOR(WRK-IX-SCO) = OCP-FORNECEDOR
                    MOVE WRK-IX-SCO TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO = 0
                IF WRK-QTSCO < 500
                    ADD 1 TO WRK-QTSCO
                    MOVE WRK-QTSCO TO WRK-IX-ACHADO
                    INITIALIZE WRK-SCO(WRK-QTSCO)
                    MOVE OCP-FORNECEDOR
                        TO WRK-SCO-FORNECEDOR(WRK-QTSCO)
                ELSE
                    DISPLAY 'FORNSCOR: MAIS DE 500 FORNECEDORES - '
                            'FORNECEDOR ' OCP-FORNECEDOR ' FORA'
                END-IF
            END-IF.
            MOVE WRK-IX-ACHADO TO WRK-IX-SCO.

       2200-PRAZO-ENTREGA.
      *    BASE COMERCIAL 30/360, COMO NO AGING
            MOVE OCP-DATA TO WRK-DATA-INI.
            MOVE WRK-OCP-ULTREC(WRK-IX-OCP) TO WRK-DATA-FIM.
            COMPUTE WRK-LEAD =
                ((WRK-ANOFIM - WRK-ANOINI) * 360)
              + ((WRK-MESFIM - WRK-MESINI) * 30)
              + (WRK-DIAFIM - WRK-DIAINI).
            IF WRK-LEAD < 0
                MOVE 0 TO WRK-LEAD
            END-IF.
            ADD 1 TO WRK-SCO-QTLEAD(WRK-IX-SCO).
            ADD WRK-LEAD TO WRK-SCO-SOMALEAD(WRK-IX-SCO).

       2300-PONTUALIDADE.
      *    COMPLETA: ATRASOU SE A ULTIMA ENTREGA PASSOU DA PREVISAO;
      *    AINDA ABERTA: ATRASOU SE A PREVISAO JA PASSOU
            ADD 1 TO WRK-SCO-COMPREV(WRK-IX-SCO).
            IF OCP-RECEBIDA
                IF WRK-OCP-ULTREC(WRK-IX-OCP) > OCP-PREVISAO
                    ADD 1 TO WRK-SCO-ATRASADAS(WRK-IX-SCO)
                END-IF
            ELSE
                IF WRK-DATA-SISTEMA > OCP-PREVISAO
                    ADD 1 TO WRK-SCO-ATRASADAS(WRK-IX-SCO)
                END-IF
            END-IF.

       2400-VARIACAO-PRECO.
      *    COMPRA ANTERIOR = A LINHA NAO CANCELADA DO MESMO PRODUTO
      *    COM A DATA MAIS RECENTE ANTES DESTA (NA MESMA DATA, A
      *    ORDEM DE NUMERO MENOR)
            MOVE OCP-DATA    TO WRK-DATA-LINHA.
            MOVE OCP-NUMERO  TO WRK-NUMERO-LINHA.
            MOVE OCP-CODPROD TO WRK-CODPROD-LINHA.
            MOVE 0 TO WRK-IX-ACHADO.
            MOVE ZEROS TO WRK-DATA-ANT WRK-NUMERO-ANT WRK-CUSTO-ANT.
            PERFORM VARYING WRK-IX-ANT FROM 1 BY 1
                    UNTIL WRK-IX-ANT > WRK-QTOCP
                MOVE WRK-OCP-IMG(WRK-IX-ANT) TO OCOMPRA-REG
                IF OCP-CODPROD = WRK-CODPROD-LINHA
                 AND NOT OCP-CANCELADA
                    PERFORM 2450-COMPARAR-ANTERIOR
                END-IF
            END-PERFORM.
            MOVE WRK-OCP-IMG(WRK-IX-OCP) TO OCOMPRA-REG.
            IF WRK-IX-ACHADO > 0 AND WRK-CUSTO-ANT > ZEROS
                COMPUTE WRK-VARIACAO ROUNDED =
                    (OCP-CUSTO - WRK-CUSTO-ANT) * 100 / WRK-CUSTO-ANT
                ADD 1 TO WRK-SCO-QTVAR(WRK-IX-SCO)
                ADD WRK-VARIACAO TO WRK-SCO-SOMAVAR(WRK-IX-SCO)
            END-IF.

       2450-COMPARAR-ANTERIOR.
            IF OCP-DATA < WRK-DATA-LINHA
             OR (OCP-DATA = WRK-DATA-LINHA
             AND OCP-NUMERO < WRK-NUMERO-LINHA)
                IF OCP-DATA > WRK-DATA-ANT
                 OR (OCP-DATA = WRK-DATA-ANT
                 AND OCP-NUMERO > WRK-NUMERO-ANT)
                    MOVE WRK-IX-ANT TO WRK-IX-ACHADO
                    MOVE OCP-DATA   TO WRK-DATA-ANT
                    MOVE OCP-NUMERO TO WRK-NUMERO-ANT
                    MOVE OCP-CUSTO  TO WRK-CUSTO-ANT
                END-IF
            END-IF.

       2500-CALCULAR-NOTAS.
            PERFORM VARYING WRK-IX-SCO FROM 1 BY 1
                    UNTIL WRK-IX-SCO > WRK-QTSCO
                PERFORM 2550-INDICES
                MOVE WRK-NOTA TO WRK-SCO-NOTA(WRK-IX-SCO)
            END-PERFORM.

       2550-INDICES.
      *    SEM LINHA COM PREVISAO NAO HA COMO ATRASAR - CONTA COMO
      *    NO PRAZO; SO A ALTA DE PRECO TIRA PONTO
            COMPUTE WRK-PCT-COMPLETAS ROUNDED =
                WRK-SCO-COMPLETAS(WRK-IX-SCO) * 100
                / WRK-SCO-LINHAS(WRK-IX-SCO).
            MOVE ZEROS TO WRK-PCT-ATRASADAS WRK-VAR-MEDIA.
            MOVE ZEROS TO WRK-SCO-LEADMED(WRK-IX-SCO).
            IF WRK-SCO-COMPREV(WRK-IX-SCO) > 0
                COMPUTE WRK-PCT-ATRASADAS ROUNDED =
                    WRK-SCO-ATRASADAS(WRK-IX-SCO) * 100
                    / WRK-SCO-COMPREV(WRK-IX-SCO)
            END-IF.
            COMPUTE WRK-PCT-NOPRAZO = 100 - WRK-PCT-ATRASADAS.
            IF WRK-SCO-QTLEAD(WRK-IX-SCO) > 0
                COMPUTE WRK-SCO-LEADMED(WRK-IX-SCO) ROUNDED =
                    WRK-SCO-SOMALEAD(WRK-IX-SCO)
                    / WRK-SCO-QTLEAD(WRK-IX-SCO)
            END-IF.
            IF WRK-SCO-QTVAR(WRK-IX-SCO) > 0
                COMPUTE WRK-VAR-MEDIA ROUNDED =
                    WRK-SCO-SOMAVAR(WRK-IX-SCO)
                    / WRK-SCO-QTVAR(WRK-IX-SCO)
            END-IF.
            COMPUTE WRK-NOTA ROUNDED =
                (WRK-PCT-COMPLETAS + WRK-PCT-NOPRAZO) / 2.
            IF WRK-VAR-MEDIA > 0
                SUBTRACT WRK-VAR-MEDIA FROM WRK-NOTA
            END-IF.
            IF WRK-NOTA < 0
                MOVE ZEROS TO WRK-NOTA
            END-IF.

       2600-ORDENAR-FORNECEDORES.
      *    ORDENACAO POR TROCA SIMPLES - NOTA MAIOR PRIMEIRO, NA
      *    MESMA NOTA O MENOR PRAZO MEDIO
            PERFORM VARYING WRK-IX-SCO FROM 1 BY 1
                    UNTIL WRK-IX-SCO > WRK-QTSCO
                PERFORM VARYING WRK-IX-SC2 FROM 1 BY 1
                        UNTIL WRK-IX-SC2 > WRK-QTSCO - 1
                    IF WRK-SCO-NOTA(WRK-IX-SC2) <
                       WRK-SCO-NOTA(WRK-IX-SC2 + 1)
                     OR (WRK-SCO-NOTA(WRK-IX-SC2) =
                         WRK-SCO-NOTA(WRK-IX-SC2 + 1)
                     AND WRK-SCO-LEADMED(WRK-IX-SC2) >
                         WRK-SCO-LEADMED(WRK-IX-SC2 + 1))
                        MOVE WRK-SCO(WRK-IX-SC2) TO WRK-SCO-TROCA
                        MOVE WRK-SCO(WRK-IX-SC2 + 1)
                            TO WRK-SCO(WRK-IX-SC2)
                        MOVE WRK-SCO-TROCA TO WRK-SCO(WRK-IX-SC2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       2700-IMPRIMIR.
            MOVE 0 TO WRK-POSICAO.
            PERFORM VARYING WRK-IX-SCO FROM 1 BY 1
                    UNTIL WRK-IX-SCO > WRK-QTSCO
                PERFORM 2550-INDICES
                PERFORM 2750-IMPRIMIR-FORNECEDOR
            END-PERFORM.

       2750-IMPRIMIR-FORNECEDOR.
            ADD 1 TO WRK-POSICAO.
            MOVE WRK-POSICAO TO RPT-POS.
            MOVE WRK-SCO-FORNECEDOR(WRK-IX-SCO) TO RPT-FORNECEDOR.
            MOVE '** FORNECEDOR NAO CADASTRADO' TO RPT-NOME.
            IF FORNECEDORES-ABERTOS
                MOVE WRK-SCO-FORNECEDOR(WRK-IX-SCO) TO FOR-CODIGO
                READ FORNECED
                  NOT INVALID KEY
                    MOVE FOR-NOME TO RPT-NOME
                END-READ
            END-IF.
            MOVE WRK-SCO-LINHAS(WRK-IX-SCO)  TO RPT-LINHAS.
            MOVE WRK-PCT-COMPLETAS           TO RPT-PCT-COMP.
            MOVE WRK-SCO-LEADMED(WRK-IX-SCO) TO RPT-LEAD.
            MOVE WRK-SCO-COMPREV(WRK-IX-SCO) TO RPT-COMPREV.
            MOVE WRK-PCT-ATRASADAS           TO RPT-PCT-ATR.
            MOVE WRK-VAR-MEDIA               TO RPT-VAR.
            MOVE WRK-SCO-NOTA(WRK-IX-SCO)    TO RPT-NOTA.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF NOT TABELA-ESTOURADA
                MOVE WRK-QTSCO    TO RPT-QTFORN
                MOVE WRK-QTLINHAS TO RPT-QTLINHAS
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE FORNSCOR-RPT
                IF FORNECEDORES-ABERTOS
                    CLOSE FORNECED
                END-IF
            END-IF.
            DISPLAY '===== FORNSCOR - AVALIACAO DE FORNECEDORES ====='.
            DISPLAY 'TRIMESTRE............: ' WRK-ANOTRI '/'
                    WRK-NUMTRI.
            DISPLAY 'LINHAS DE ORDEM......: ' WRK-QTLINHAS.
            DISPLAY 'FORNECEDORES.........: ' WRK-QTSCO.
