      *            PARTIDA ABERTA (TITULOS.DAT) NO LUGAR DA
      *            RELEITURA DO JORNAL COM ABATIMENTO INFERIDO -
      *            O PAGAMENTO PARCIAL JA ESTA NETADO NO TITULO
      * ALTERADO = 15/10/2026 - SARAH - CADA PARCELA ENVELHECE
      *            PELO SEU VENCIMENTO (TIT-VENCIMENTO): IDADE =
      *            DIAS DE ATRASO + 30, O MESMO CORTE DE SEMPRE
      *            DO TITULO DE 30 DIAS - PARCELA A VENCER FICA
      *            NO ATUAL; TITULO ANTIGO SEM VENCIMENTO SEGUE
      *            ENVELHECENDO PELA EMISSAO
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO EM FIM DE SEMANA
      *            OU FERIADO ENVELHECE A PARTIR DO DIA UTIL SEGUINTE
      *            (CALL DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - CONSOLIDADO POR GRUPO
      *            ECONOMICO DEPOIS DA CONFERENCIA - FAIXAS SOMADAS DOS
      *            MEMBROS DEVEDORES DE CADA GRUPO ATIVO (GRUPOS.DAT)
      *            CONTRA O LIMITE DO GRUPO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT AGING-RPT ASSIGN TO 'AGING.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD TITULOS.
           COPY TITULOS.

       FD GRUPOS.
           COPY GRUPOS.

       FD AGING-RPT.
       01 RPT-LINHA PIC X(132).

       77 CLIENTES-STATUS  PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 GRUPOS-STATUS    PIC 9(02).
       77 WRK-FIMGRP       PIC X(01) VALUE 'N'.
           88 FIM-GRUPOS VALUE 'S'.
       77 WRK-QTGRUPOS     PIC 9(03) VALUE 0.
       77 WRK-IX-GRP       PIC 9(03) VALUE 0.
       77 WRK-IX-GRUPO     PIC 9(03) VALUE 0.
       77 WRK-QTGRP-DEV    PIC 9(03) VALUE 0.
       77 WRK-GRP-CHEIO    PIC X(01) VALUE 'N'.
           88 GRUPOS-ESTOURADOS VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-QTDEVEDORES  PIC 9(05) VALUE 0.
           05 WRK-TOT-90      PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TOT-ABERTO  PIC 9(09)V99 VALUE ZEROS.
           05 WRK-TOT-SALDOS  PIC 9(09)V99 VALUE ZEROS.
       01 WRK-TAB-GRUPOS.
      *    GRUPOS ECONOMICOS ATIVOS NA ORDEM DO CODIGO, COM AS
      *    FAIXAS SOMADAS DOS MEMBROS DEVEDORES - CONSOLIDADO
      *    IMPRESSO DEPOIS DA CONFERENCIA
           05 WRK-GRP OCCURS 300 TIMES.
               10 WRK-GRP-CODIGO PIC 9(05).
               10 WRK-GRP-NOME   PIC X(30).
               10 WRK-GRP-LIMITE PIC 9(09)V99.
               10 WRK-GRP-QTDEV  PIC 9(05).
               10 WRK-GRP-ATUAL  PIC 9(09)V99.
               10 WRK-GRP-30     PIC 9(09)V99.
               10 WRK-GRP-60     PIC 9(09)V99.
               10 WRK-GRP-90     PIC 9(09)V99.
               10 WRK-GRP-TOTAL  PIC 9(09)V99.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 RPT-CONF-SALDOS PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(14) VALUE '  DIFERENCA: '.
           05 RPT-CONF-DIF PIC -ZZ.ZZZ.ZZ9,99.
       01 RPT-GRP-TITULO.
           05 FILLER PIC X(40) VALUE
              'CONSOLIDADO POR GRUPO ECONOMICO'.
       01 RPT-GRP-COLUNAS.
           05 FILLER PIC X(13) VALUE 'GRUPO   DEV.'.
           05 FILLER PIC X(30) VALUE 'NOME'.
           05 FILLER PIC X(14) VALUE '       ATUAL'.
           05 FILLER PIC X(14) VALUE '     30 DIAS'.
           05 FILLER PIC X(14) VALUE '     60 DIAS'.
           05 FILLER PIC X(14) VALUE '    90+ DIAS'.
           05 FILLER PIC X(14) VALUE '       TOTAL'.
           05 FILLER PIC X(14) VALUE '   LIMITE'.
       01 RPT-GRP-DETALHE.
           05 RPT-GRP-CODIGO PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-GRP-QTDEV  PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-NOME   PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-GRP-ATUAL  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-F30    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-F60    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-F90    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-GRP-LIMITE PIC ZZ.ZZZ.ZZ9,99.
      *    TOTAL DO GRUPO ACIMA DO LIMITE COMPARTILHADO
           05 RPT-GRP-ALERTA PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                SET ABRIU-COM-SUCESSO TO TRUE
                OPEN OUTPUT AGING-RPT
                PERFORM 1100-CABECALHO
                PERFORM 1200-CARREGAR-GRUPOS
            ELSE
                DISPLAY 'AGINGREL: NAO ABRIU CLIENTES.DAT'
                MOVE 16 TO RETURN-CODE
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.

       1200-CARREGAR-GRUPOS.
      *    GRUPOS.DAT E OPCIONAL - SEM ELE NAO SAI O CONSOLIDADO
            MOVE 0 TO WRK-QTGRUPOS.
            OPEN INPUT GRUPOS.
            IF GRUPOS-STATUS = 0
                PERFORM 1210-LER-GRUPO
                PERFORM UNTIL FIM-GRUPOS
                    IF GRP-ATIVO
                        IF WRK-QTGRUPOS < 300
                            ADD 1 TO WRK-QTGRUPOS
                            MOVE GRP-CODIGO TO
                                WRK-GRP-CODIGO(WRK-QTGRUPOS)
                            MOVE GRP-NOME TO
                                WRK-GRP-NOME(WRK-QTGRUPOS)
                            MOVE GRP-LIMITE TO
                                WRK-GRP-LIMITE(WRK-QTGRUPOS)
                            MOVE ZEROS TO WRK-GRP-QTDEV(WRK-QTGRUPOS)
                                          WRK-GRP-ATUAL(WRK-QTGRUPOS)
                                          WRK-GRP-30(WRK-QTGRUPOS)
                                          WRK-GRP-60(WRK-QTGRUPOS)
                                          WRK-GRP-90(WRK-QTGRUPOS)
                                          WRK-GRP-TOTAL(WRK-QTGRUPOS)
                        ELSE
                            MOVE 'S' TO WRK-GRP-CHEIO
                        END-IF
                    END-IF
                    PERFORM 1210-LER-GRUPO
                END-PERFORM
                CLOSE GRUPOS
            END-IF.
            IF GRUPOS-ESTOURADOS
                DISPLAY 'AGINGREL: GRUPOS.DAT PASSOU DE 300 GRUPOS '
                        'ATIVOS - CONSOLIDADO SO DOS 300 PRIMEIROS'
                MOVE 4 TO RETURN-CODE
            END-IF.

       1210-LER-GRUPO.
            READ GRUPOS NEXT
                AT END MOVE 'S' TO WRK-FIMGRP
            END-READ.

       2000-PROCESSAR.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
       2450-CALCULAR-IDADE.
      *    BASE COMERCIAL 30/360 - PRECISAO DE CALENDARIO NAO
      *    MUDA A FAIXA DE COBRANCA
      *    VENCIMENTO EM FIM DE SEMANA OU FERIADO SO ATRASA A
      *    PARTIR DO DIA UTIL SEGUINTE (CALL DIAUTIL)
            IF TIT-VENCIMENTO IS NUMERIC
             AND TIT-VENCIMENTO > ZEROS
                CALL 'DIAUTIL' USING TIT-VENCIMENTO WRK-DATA-TIT
            ELSE
                MOVE TIT-EMISSAO TO WRK-DATA-TIT
            END-IF.
            COMPUTE WRK-IDADE-DIAS =
                ((WRK-ANOSIS - WRK-ANOTIT) * 360)
              + ((WRK-MESSIS - WRK-MESTIT) * 30)
              + (WRK-DIASIS - WRK-DIATIT).
            IF TIT-VENCIMENTO IS NUMERIC
             AND TIT-VENCIMENTO > ZEROS
                ADD 30 TO WRK-IDADE-DIAS
            END-IF.

       2600-GRAVAR-DETALHE.
            COMPUTE WRK-TOTAL-CLIENTE = WRK-FAIXA-ATUAL
            ADD WRK-FAIXA-60     TO WRK-TOT-60.
            ADD WRK-FAIXA-90     TO WRK-TOT-90.
            ADD WRK-TOTAL-CLIENTE TO WRK-TOT-ABERTO.
            IF CLIENTES-GRUPO IS NUMERIC
               AND CLIENTES-GRUPO NOT = ZEROS
                PERFORM 2700-SOMAR-GRUPO
            END-IF.

       2700-SOMAR-GRUPO.
      *    O DEVEDOR DE UM GRUPO ATIVO SOMA AS SUAS FAIXAS NO GRUPO
            MOVE 0 TO WRK-IX-GRUPO.
            PERFORM VARYING WRK-IX-GRP FROM 1 BY 1
                    UNTIL WRK-IX-GRP > WRK-QTGRUPOS
                       OR WRK-IX-GRUPO > 0
                IF WRK-GRP-CODIGO(WRK-IX-GRP) = CLIENTES-GRUPO
                    MOVE WRK-IX-GRP TO WRK-IX-GRUPO
                END-IF
            END-PERFORM.
            IF WRK-IX-GRUPO > 0
                IF WRK-GRP-QTDEV(WRK-IX-GRUPO) = 0
                    ADD 1 TO WRK-QTGRP-DEV
                END-IF
                ADD 1 TO WRK-GRP-QTDEV(WRK-IX-GRUPO)
                ADD WRK-FAIXA-ATUAL TO WRK-GRP-ATUAL(WRK-IX-GRUPO)
                ADD WRK-FAIXA-30    TO WRK-GRP-30(WRK-IX-GRUPO)
                ADD WRK-FAIXA-60    TO WRK-GRP-60(WRK-IX-GRUPO)
                ADD WRK-FAIXA-90    TO WRK-GRP-90(WRK-IX-GRUPO)
                ADD WRK-TOTAL-CLIENTE TO WRK-GRP-TOTAL(WRK-IX-GRUPO)
            END-IF.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                    WRK-TOT-SALDOS - WRK-TOT-ABERTO
                MOVE RPT-CONFERE TO RPT-LINHA
                WRITE RPT-LINHA
                IF WRK-QTGRP-DEV > 0
                    PERFORM 3100-CONSOLIDADO-GRUPOS
                END-IF
                CLOSE AGING-RPT
                CLOSE CLIENTES
            END-IF.
            DISPLAY '===== AGINGREL - AGING DE RECEBIVEIS ====='.
            DISPLAY 'CLIENTES DEVEDORES...: ' WRK-QTDEVEDORES.
            DISPLAY 'GRUPOS COM DEVEDOR...: ' WRK-QTGRP-DEV.

       3100-CONSOLIDADO-GRUPOS.
      *    UMA LINHA POR GRUPO COM MEMBRO DEVEDOR, NA ORDEM DO
      *    CODIGO - '*' NO FIM QUANDO O TOTAL PASSA DO LIMITE
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-GRP-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-GRP-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-GRP FROM 1 BY 1
                    UNTIL WRK-IX-GRP > WRK-QTGRUPOS
                IF WRK-GRP-QTDEV(WRK-IX-GRP) > 0
                    MOVE WRK-GRP-CODIGO(WRK-IX-GRP) TO RPT-GRP-CODIGO
                    MOVE WRK-GRP-QTDEV(WRK-IX-GRP)  TO RPT-GRP-QTDEV
                    MOVE WRK-GRP-NOME(WRK-IX-GRP)   TO RPT-GRP-NOME
                    MOVE WRK-GRP-ATUAL(WRK-IX-GRP)  TO RPT-GRP-ATUAL
                    MOVE WRK-GRP-30(WRK-IX-GRP)     TO RPT-GRP-F30
                    MOVE WRK-GRP-60(WRK-IX-GRP)     TO RPT-GRP-F60
                    MOVE WRK-GRP-90(WRK-IX-GRP)     TO RPT-GRP-F90
                    MOVE WRK-GRP-TOTAL(WRK-IX-GRP)  TO RPT-GRP-TOTAL
                    MOVE WRK-GRP-LIMITE(WRK-IX-GRP) TO RPT-GRP-LIMITE
                    MOVE SPACES TO RPT-GRP-ALERTA
                    IF WRK-GRP-TOTAL(WRK-IX-GRP) >
                       WRK-GRP-LIMITE(WRK-IX-GRP)
                        MOVE '*' TO RPT-GRP-ALERTA
                    END-IF
                    MOVE RPT-GRP-DETALHE TO RPT-LINHA
                    WRITE RPT-LINHA
                END-IF
            END-PERFORM.
