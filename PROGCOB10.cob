      *            MORRER REJEITADO - O BACKREL LIBERA QUANDO O
      *            ESTOQUE VOLTA; BACKORDER_MODO=N RESTAURA A
      *            REJEICAO SECA DE ANTES
      * ALTERADO = 15/10/2026 - SARAH - CUSTO DA MERCADORIA
      *            (PROD-CUSTO-MEDIO X QTDE) GRAVADO NO EMBARQUE
      *            AO LADO DO VALOR E, LINHA A LINHA, EM
      *            EMBITEM.DAT (COPY EMBITEM) - BASE DA MARGEM
      * ALTERADO = 15/10/2026 - SARAH - A CONDICAO DE PAGAMENTO
      *            DO PEDIDO DESCE PARA O EMBARQUE (EMB-CONDPAG)
      *            PARA O FATURA DIVIDIR A FATURA EM PARCELAS
      * ALTERADO = 15/10/2026 - SARAH - DESCONTO COMERCIAL: A
      *            LINHA PAGA O PRECO MENOS A FAIXA DE QUANTIDADE
      *            (CALL DESCFAIX) E O DESCONTO DE LINHA DO
      *            OPERADOR; PEDIDO COM LINHA ACIMA DO TETO VAI
      *            PARA DESCHOLD.DAT (COPY DESCHOLD) ATE A MESA
      *            DE DESCONTO (DESCMESA) DECIDIR, COMO NO
      *            CREDHOLD - O DESCONTO DESCE PARA O EMBARQUE E
      *            PARA O EMBITEM
      * ALTERADO = 15/10/2026 - SARAH - A BAIXA DO EMBARQUE CONSOME OS
      *            LOTES DE LOTES.DAT POR VALIDADE MAIS ANTIGA (FEFO)
      *            E ANOTA EM LOTEMOV.DAT (COPY LOTEMOV) O LOTE QUE
      *            SAIU EM CADA ITEM - BASE DO ROMANEIO E DO RECALL
      * ALTERADO = 15/10/2026 - SARAH - O PEDIDO SAI DO DEPOSITO
      *            DO CABECALHO (PED-DEPOSITO, BRANCOS = 01): O SALDO
      *            E CONFERIDO E BAIXADO TAMBEM NO DEPOSITO (CALL
      *            ESTDEPAT) E O DEPOSITO DESCE PARA O EMBARQUE
      * ALTERADO = 15/10/2026 - SARAH - PRODUTO KIT (KITCOMP.DAT)
      *            EMBARCA SE OS COMPONENTES TEM SALDO; A BAIXA, O
      *            LOTE E O DEPOSITO ANDAM NOS COMPONENTES E O CUSTO
      *            DO KIT E A SOMA DELES (CALL KITEXPL)
      * ALTERADO = 15/10/2026 - SARAH - PEDIDO COM DATA DE
      *            ENTREGA DEPOIS DA DATA DO SISTEMA (DATASIS) FICA
      *            RETIDO, COM O ESTOQUE RESERVADO, E SAI NA RODADA
      *            DO DIA PEDIDO
      * ALTERADO = 15/10/2026 - SARAH - O FRETE SAI DA COTACAO
      *            ENTRE AS TRANSPORTADORAS (FRETECALC): A MAIS
      *            BARATA QUE ATENDE A UF, OU A FORCADA NO CABECALHO
      *            DO PEDIDO (PED-TRANSP), E GRAVADA NO EMBARQUE COM
      *            O FRETE BASE DA COTACAO - O MANIFESTO PARTE DELA
      * ALTERADO = 15/10/2026 - SARAH - TRIAGEM DE RISCO ANTES
      *            DO CREDITO: REGRAS DE RISCO.CFG (VALOR ACIMA DA
      *            MEDIA DO CLIENTE, ENDERECO NOVO, CLIENTE NOVO COM
      *            PRIMEIRO PEDIDO ALTO, PEDIDOS DEMAIS NO DIA) SOMAM
      *            PONTOS; NO CORTE O PEDIDO VAI PARA RISCHOLD.DAT
      *            (COPY RISCHOLD) COM OS MOTIVOS ATE A MESA DE RISCO
      *            (RISCMESA) LIBERAR OU CANCELAR, COMO NO CREDHOLD
      * ALTERADO = 15/10/2026 - SARAH - GRUPO ECONOMICO: CLIENTE DE
      *            GRUPO ATIVO (GRUPOS.DAT) PASSA TAMBEM PELO LIMITE DO
      *            GRUPO, SOBRE O SALDO SOMADO DOS MEMBROS MAIS O QUE O
      *            LOTE JA EMBARCOU PARA O GRUPO; ESTOURO VAI PARA O
      *            CREDHOLD COM MOTIVO DE LIMITE DO GRUPO
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BACKORDER ASSIGN TO 'BACKORDER.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKORDER-STATUS.
           SELECT EMBITEM ASSIGN TO 'EMBITEM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBITEM-STATUS.
           SELECT DESCHOLD ASSIGN TO 'DESCHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DESCHOLD-STATUS.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTES-STATUS
             RECORD KEY IS LOT-CHAVE.
           SELECT LOTEMOV ASSIGN TO 'LOTEMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOTEMOV-STATUS.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT RISCO-CFG ASSIGN TO 'RISCO.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RISCOCFG-STATUS.
           SELECT RISCHOLD ASSIGN TO 'RISCHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RISCHOLD-STATUS.
           SELECT ENDERECOS ASSIGN TO 'ENDERECO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EDR-STATUS
             RECORD KEY IS EDR-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       FD BACKORDER.
           COPY BACKORD.

       FD EMBITEM.
           COPY EMBITEM.

       FD DESCHOLD.
           COPY DESCHOLD.

       FD LOTES.
           COPY LOTES.

       FD LOTEMOV.
           COPY LOTEMOV.

       FD RISCHOLD.
           COPY RISCHOLD.

       FD GRUPOS.
           COPY GRUPOS.

       FD ENDERECOS.
           COPY ENDERECO.

       FD RISCO-CFG.
      *    UMA LINHA POR REGRA DA TRIAGEM DE RISCO: CODIGO, PONTOS
      *    (ZERO DESLIGA A REGRA) E ATE DOIS PARAMETROS
      *      MD - VALOR ACIMA DE P1 VEZES A MEDIA DOS EMBARQUES
      *           DO CLIENTE, COM PELO MENOS P2 EMBARQUES
      *      EN - ENDERECO DE ENTREGA INCLUIDO HA ATE P1 DIAS
      *      CN - PRIMEIRO PEDIDO, ACIMA DE P2, DE CLIENTE
      *           CADASTRADO HA ATE P1 DIAS
      *      QD - MAIS DE P1 PEDIDOS DO CLIENTE NA MESMA DATA
      *      CT - PONTUACAO (NOS PONTOS) QUE RETEM O PEDIDO -
      *           SEM ESTA LINHA QUALQUER REGRA RETEM
       01 RSC-LINHA.
           05 RSC-REGRA  PIC X(02).
           05 RSC-PONTOS PIC 9(03).
           05 RSC-PARAM1 PIC 9(05)V99.
           05 RSC-PARAM2 PIC 9(07)V99.

       FD EMBARQUE-CTL.
       01 FEITO-LINHA.
           05 CTL-PEDIDO-FEITO PIC 9(07).
           88 HOLD-JA-RECUSADO  VALUE 'R'.
           88 HOLD-JA-PENDENTE  VALUE 'P'.
       77 WRK-SALDO-PROJ  PIC S9(08)V99 VALUE ZEROS.
       77 GRUPOS-STATUS   PIC 9(02).
       77 WRK-MOTIVO-HOLD PIC X(01) VALUE SPACES.
       77 WRK-GRP-PROJ    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTGRUPOS    PIC 9(03) VALUE 0.
       77 WRK-IX-GRP      PIC 9(03) VALUE 0.
       77 WRK-IX-GRUPO    PIC 9(03) VALUE 0.
       77 WRK-QTGRPHOLD   PIC 9(05) VALUE 0.
       77 WRK-FIMGRP      PIC X(01) VALUE 'N'.
           88 FIM-GRUPOS VALUE 'S'.
       77 WRK-GRP-CHEIO   PIC X(01) VALUE 'N'.
           88 GRUPOS-ESTOURADOS VALUE 'S'.
       77 EMBCTL-STATUS   PIC 9(02).
       77 WRK-FIMCTL      PIC X(01) VALUE 'N'.
           88 FIM-CTL VALUE 'S'.
       77 WRK-PULANDO     PIC X(01) VALUE 'N'.
           88 PEDIDO-PULADO VALUE 'S'.
       77 WRK-QTPULADOS   PIC 9(05) VALUE 0.
       77 WRK-QTAGENDADOS PIC 9(05) VALUE 0.
       77 WRK-CTL-CHEIO   PIC X(01) VALUE 'N'.
           88 CONTROLE-ESTOURADO VALUE 'S'.
       77 WRK-HOLD-CHEIO  PIC X(01) VALUE 'N'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS VALUE 'S'.
       77 WRK-FRETE        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-BASE   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRANSP       PIC X(03) VALUE SPACES.
       77 WRK-QTFORCADAS   PIC 9(05) VALUE 0.
       77 WRK-QTPEDIDOS    PIC 9(05) VALUE 0.
       77 WRK-QTREJEITADOS PIC 9(05) VALUE 0.
       77 WRK-PRODUTO-OK   PIC X(01) VALUE 'S'.
       77 WRK-BACKORDER    PIC X(01) VALUE 'S'.
           88 FILA-BACKORDER VALUE 'S'.
       77 WRK-QTBACKORDER  PIC 9(05) VALUE 0.
       77 EMBITEM-STATUS   PIC 9(02).
       77 WRK-CUSTO-PEDIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-ITEM   PIC 9(07)V99 VALUE ZEROS.
       77 DESCHOLD-STATUS  PIC 9(02).
       77 WRK-BRUTO-ITEM   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BRUTO-PEDIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PERC-FAIXA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-LINHA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-TOTAL   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DESC-FAIXA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-LINHA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-PEDIDO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MAIOR-PERC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DESC-ACIMA   PIC X(01) VALUE 'N'.
           88 DESCONTO-ACIMA-TETO VALUE 'S'.
       77 WRK-DESCONTO-OK  PIC X(01) VALUE 'S'.
           88 DESCONTO-OK VALUE 'S'.
       77 WRK-QTDESCHOLD   PIC 9(05) VALUE 0.
       77 WRK-QTAPROVADOS  PIC 9(05) VALUE 0.
       77 WRK-QTDSH        PIC 9(03) VALUE 0.
       77 WRK-IX-DSH       PIC 9(03) VALUE 0.
       77 WRK-FIMDSH       PIC X(01) VALUE 'N'.
           88 FIM-DESCHOLDS VALUE 'S'.
       77 WRK-DSH-CHEIO    PIC X(01) VALUE 'N'.
           88 DESCHOLDS-ESTOURADOS VALUE 'S'.
       77 WRK-DSH-DECIDE   PIC X(01) VALUE SPACES.
           88 DSH-JA-APROVADO VALUE 'L'.
           88 DSH-JA-RECUSADO VALUE 'R'.
           88 DSH-JA-PENDENTE VALUE 'P'.
       77 LOTES-STATUS     PIC 9(02).
       77 LOTEMOV-STATUS   PIC 9(02).
       77 WRK-LOTES-OK     PIC X(01) VALUE 'N'.
           88 LOTES-ABERTO VALUE 'S'.
       77 WRK-FIMLOTE      PIC X(01) VALUE 'N'.
           88 FIM-LOTES-PRODUTO VALUE 'S'.
       77 WRK-TEM-LOTE     PIC X(01) VALUE 'N'.
           88 PRODUTO-COM-LOTE VALUE 'S'.
       77 WRK-FALTA-LOTE   PIC 9(05) VALUE ZEROS.
       77 WRK-TIRA-LOTE    PIC 9(05) VALUE ZEROS.
       77 WRK-QTSEMLOTE    PIC 9(05) VALUE 0.
       77 WRK-EDP-OPER     PIC X(01) VALUE SPACES.
       77 WRK-EDP-QTDE     PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-SALDO    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO  PIC X(01) VALUE SPACES.
           88 EDP-SEM-DEPOSITOS VALUE '1'.
       77 WRK-SALDO-DEP    PIC X(01) VALUE 'S'.
           88 SEM-SALDO-DEPOSITO VALUE 'N'.
       77 RISCOCFG-STATUS  PIC 9(02).
       77 RISCHOLD-STATUS  PIC 9(02).
       77 EDR-STATUS       PIC 9(02).
       77 WRK-TRIAGEM      PIC X(01) VALUE 'N'.
           88 TRIAGEM-ATIVA VALUE 'S'.
       77 WRK-TRIAGEM-OK   PIC X(01) VALUE 'S'.
           88 TRIAGEM-OK VALUE 'S'.
       77 WRK-EDR-OK       PIC X(01) VALUE 'N'.
           88 ENDERECOS-ABERTO VALUE 'S'.
       77 WRK-FIMRSC       PIC X(01) VALUE 'N'.
           88 FIM-REGRAS VALUE 'S'.
       77 WRK-FIMTRI       PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA VALUE 'S'.
       77 WRK-MD-PONTOS    PIC 9(03) VALUE 0.
       77 WRK-MD-MULTIPLO  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MD-MINIMO    PIC 9(03) VALUE 0.
       77 WRK-EN-PONTOS    PIC 9(03) VALUE 0.
       77 WRK-EN-DIAS      PIC 9(03) VALUE 0.
       77 WRK-CN-PONTOS    PIC 9(03) VALUE 0.
       77 WRK-CN-DIAS      PIC 9(03) VALUE 0.
       77 WRK-CN-VALOR     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QD-PONTOS    PIC 9(03) VALUE 0.
       77 WRK-QD-MAXIMO    PIC 9(03) VALUE 0.
       77 WRK-CT-CORTE     PIC 9(03) VALUE 1.
       77 WRK-RSC-PONTOS   PIC 9(03) VALUE 0.
       77 WRK-RSC-SOMA     PIC 9(03) VALUE 0.
       77 WRK-RSC-REGRA    PIC X(02) VALUE SPACES.
       77 WRK-RSC-QTMOTIVOS PIC 9(01) VALUE 0.
       77 WRK-RSC-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-HIS-BUSCA    PIC 9(07) VALUE ZEROS.
       77 WRK-HIS-QTDE     PIC 9(05) VALUE 0.
       77 WRK-HIS-MEDIA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-HIS-LIMITE   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTHIS        PIC 9(04) VALUE 0.
       77 WRK-IX-HIS       PIC 9(04) VALUE 0.
       77 WRK-HIS-CHEIO    PIC X(01) VALUE 'N'.
           88 HISTORICO-ESTOURADO VALUE 'S'.
       77 WRK-PDIA-BUSCA   PIC 9(07) VALUE ZEROS.
       77 WRK-PDIA-BDATA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTDIA-PED    PIC 9(03) VALUE 0.
       77 WRK-QTPDIA       PIC 9(04) VALUE 0.
       77 WRK-IX-PDIA      PIC 9(04) VALUE 0.
       77 WRK-PDIA-CHEIO   PIC X(01) VALUE 'N'.
           88 PEDIDOS-DIA-ESTOURADO VALUE 'S'.
       77 WRK-IX-ACHOU     PIC 9(04) VALUE 0.
       77 WRK-QTRSH        PIC 9(03) VALUE 0.
       77 WRK-IX-RSH       PIC 9(03) VALUE 0.
       77 WRK-FIMRSH       PIC X(01) VALUE 'N'.
           88 FIM-RISCHOLDS VALUE 'S'.
       77 WRK-RSH-CHEIO    PIC X(01) VALUE 'N'.
           88 RISCHOLDS-ESTOURADOS VALUE 'S'.
       77 WRK-RSH-DECIDE   PIC X(01) VALUE SPACES.
           88 RSH-JA-LIBERADO VALUE 'L'.
           88 RSH-JA-RECUSADO VALUE 'R'.
           88 RSH-JA-PENDENTE VALUE 'P'.
       77 WRK-QTRISCHOLD   PIC 9(05) VALUE 0.
       77 WRK-QTRSHLIB     PIC 9(05) VALUE 0.

       01 WRK-RSC-MOTIVOS.
           05 WRK-RSC-MOTIVO PIC X(02) OCCURS 4 TIMES.

       01 WRK-CAB-PEDIDO.
           05 WRK-CAB-NUMERO PIC 9(07).
           05 WRK-CAB-VENDEDOR PIC 9(03).
           05 WRK-CAB-DATA   PIC 9(08).
           05 WRK-CAB-ENDSEQ PIC 9(02).
           05 WRK-CAB-CONDPAG PIC X(03).
           05 WRK-CAB-DEPOSITO PIC X(02).
           05 WRK-CAB-TRANSP PIC X(03).

       01 WRK-TAB-HOLDS.
      *    RETENCOES JA GRAVADAS EM CREDHOLD.DAT COM A DECISAO
               10 WRK-HOLD-PEDIDO PIC 9(07).
               10 WRK-HOLD-SITU   PIC X(01).

       01 WRK-TAB-GRUPOS.
      *    GRUPOS ECONOMICOS ATIVOS COM O SALDO SOMADO DOS MEMBROS
      *    NA ABERTURA DO LOTE E O QUE O PROPRIO LOTE JA EMBARCOU
      *    PARA O GRUPO - O MESTRE SO E DEBITADO NA POSTAGEM DO
      *    EMBARQUE, ENTAO O LOTE SOMA O QUE LIBEROU
           05 WRK-GRP OCCURS 300 TIMES.
               10 WRK-GRP-CODIGO PIC 9(05).
               10 WRK-GRP-LIMITE PIC 9(09)V99.
               10 WRK-GRP-SALDO  PIC S9(11)V99.
               10 WRK-GRP-LOTE   PIC 9(09)V99.

       01 WRK-TAB-DESCHOLDS.
      *    PENDENCIAS DE DESCONTO JA GRAVADAS EM DESCHOLD.DAT COM
      *    A DECISAO DA MESA DE DESCONTO - MESMA IDEIA DA TABELA
      *    DE RETENCOES DE CREDITO
           05 WRK-DSH OCCURS 500 TIMES.
               10 WRK-DSH-PEDIDO PIC 9(07).
               10 WRK-DSH-SITU   PIC X(01).

       01 WRK-TAB-RISCHOLDS.
      *    RETENCOES DA TRIAGEM DE RISCO JA GRAVADAS EM
      *    RISCHOLD.DAT COM A DECISAO DA MESA DE RISCO - MESMA
      *    IDEIA DA TABELA DE RETENCOES DE CREDITO
           05 WRK-RSH OCCURS 500 TIMES.
               10 WRK-RSH-PEDIDO PIC 9(07).
               10 WRK-RSH-SITU   PIC X(01).

       01 WRK-TAB-HISTORICO.
      *    EMBARQUES NORMAIS POR CLIENTE (QUANTIDADE E VALOR) -
      *    BASE DA MEDIA E DO PRIMEIRO PEDIDO NA TRIAGEM
           05 WRK-HIS OCCURS 3000 TIMES.
               10 WRK-HIS-CODIGO PIC 9(07).
               10 WRK-HIS-QTEMB  PIC 9(05).
               10 WRK-HIS-TOTAL  PIC 9(09)V99.

       01 WRK-TAB-PEDDIA.
      *    PEDIDOS DE PEDIDOS.DAT POR CLIENTE E DATA DO PEDIDO
           05 WRK-PDIA OCCURS 2000 TIMES.
               10 WRK-PDIA-CODIGO PIC 9(07).
               10 WRK-PDIA-DATA   PIC 9(08).
               10 WRK-PDIA-QTDE   PIC 9(03).

       01 WRK-TAB-FEITOS.
      *    PEDIDOS JA CONCLUIDOS EM EXECUCOES ANTERIORES,
      *    CARREGADOS DE EMBARQUE.CTL - E O QUE IMPEDE A
           05 WRK-BAIXA OCCURS 50 TIMES.
               10 WRK-BAIXA-CODPROD PIC X(08).
               10 WRK-BAIXA-QTDE    PIC 9(03).
               10 WRK-BAIXA-VALOR   PIC 9(07)V99.
               10 WRK-BAIXA-CUSTO   PIC 9(07)V99.
               10 WRK-BAIXA-PFAIXA  PIC 9(02)V99.
               10 WRK-BAIXA-PLINHA  PIC 9(02)V99.
               10 WRK-BAIXA-DFAIXA  PIC 9(07)V99.
               10 WRK-BAIXA-DLINHA  PIC 9(07)V99.

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-IX-COMP      PIC 9(02) VALUE 0.
       77 WRK-COMP-NECESSARIO PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-PESO-UNIT    PIC 9(03)V999 VALUE ZEROS.
       77 WRK-BX-CODPROD   PIC X(08) VALUE SPACES.
       77 WRK-BX-QTDE      PIC 9(05) VALUE ZEROS.
           COPY KITTAB.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            END-IF.
            PERFORM 1800-CARREGAR-TRIAGEM.
            IF RISCHOLDS-ESTOURADOS
                DISPLAY 'PROGCOB10: RISCHOLD.DAT PASSOU DE 500 '
                        'RETENCOES - ARQUIVE AS DECIDIDAS E RODE '
                        'DE NOVO'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            END-IF.
            OPEN INPUT  PEDIDOS.
            OPEN EXTEND EMBARQUE.
            IF EMBARQUE-STATUS = 35
                OPEN OUTPUT EMBARQUE
            END-IF.
            OPEN EXTEND EMBITEM.
            IF EMBITEM-STATUS = 35
                OPEN OUTPUT EMBITEM
            END-IF.
            PERFORM 1500-CARREGAR-HOLDS.
            IF RETENCOES-ESTOURADAS
      *        SEM A TABELA INTEIRA A LIBERACAO DA MESA FICA
            IF CREDHOLD-STATUS = 35
                OPEN OUTPUT CREDHOLD
            END-IF.
            PERFORM 1600-CARREGAR-DESCHOLDS.
            IF DESCHOLDS-ESTOURADOS
                DISPLAY 'PROGCOB10: DESCHOLD.DAT PASSOU DE 500 '
                        'PENDENCIAS - ARQUIVE AS DECIDIDAS E RODE '
                        'DE NOVO'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            END-IF.
            OPEN EXTEND DESCHOLD.
            IF DESCHOLD-STATUS = 35
                OPEN OUTPUT DESCHOLD
            END-IF.
            IF TRIAGEM-ATIVA
                OPEN EXTEND RISCHOLD
                IF RISCHOLD-STATUS = 35
                    OPEN OUTPUT RISCHOLD
                END-IF
            END-IF.
            OPEN I-O    PRODUTOS.
            OPEN INPUT  CLIENTES.
            PERFORM 1700-ABRIR-LOTES.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'PROGCOB10: NAO ABRIU PRODUTOS.DAT - STATUS '
                        PRODUTOS-STATUS
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM 1900-CARREGAR-GRUPOS
                IF GRUPOS-ESTOURADOS
      *            SEM O GRUPO NA TABELA O LIMITE COMPARTILHADO NAO
      *            E CONFERIDO - MELHOR PARAR DO QUE EMBARCAR POR CIMA
                    DISPLAY 'PROGCOB10: GRUPOS.DAT PASSOU DE 300 '
                            'GRUPOS ATIVOS - DESATIVE OS ENCERRADOS E '
                            'RODE DE NOVO'
                    MOVE 'S' TO WRK-FIMARQ
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM 1100-LER-PEDIDO
                END-IF
            END-IF
            END-IF.

                END-IF
            END-PERFORM.

       1600-CARREGAR-DESCHOLDS.
      *    A DECISAO DA MESA DE DESCONTO FICA NO PROPRIO
      *    DESCHOLD.DAT, COMO A DA MESA DE CREDITO
            MOVE 0 TO WRK-QTDSH.
            OPEN INPUT DESCHOLD.
            IF DESCHOLD-STATUS = 0
                PERFORM 1650-LER-DESCHOLD
                PERFORM UNTIL FIM-DESCHOLDS
                    IF WRK-QTDSH < 500
                        ADD 1 TO WRK-QTDSH
                        MOVE DSH-PEDIDO TO WRK-DSH-PEDIDO(WRK-QTDSH)
                        MOVE DSH-SITUACAO TO WRK-DSH-SITU(WRK-QTDSH)
                    ELSE
                        MOVE 'S' TO WRK-DSH-CHEIO
                    END-IF
                    PERFORM 1650-LER-DESCHOLD
                END-PERFORM
                CLOSE DESCHOLD
            END-IF.

       1650-LER-DESCHOLD.
            READ DESCHOLD
                AT END MOVE 'S' TO WRK-FIMDSH
            END-READ.

       1660-BUSCAR-DESCHOLD.
            MOVE SPACES TO WRK-DSH-DECIDE.
            PERFORM VARYING WRK-IX-DSH FROM 1 BY 1
                    UNTIL WRK-IX-DSH > WRK-QTDSH
                IF WRK-DSH-PEDIDO(WRK-IX-DSH) = WRK-CAB-NUMERO
                    MOVE WRK-DSH-SITU(WRK-IX-DSH) TO WRK-DSH-DECIDE
                END-IF
            END-PERFORM.

       1700-ABRIR-LOTES.
      *    SEM LOTES.DAT NENHUM RECEBIMENTO TEVE LOTE AINDA - O
      *    EMBARQUE SEGUE SO COM O PROD-QTESTOQUE
            OPEN I-O LOTES.
            IF LOTES-STATUS = 0
                MOVE 'S' TO WRK-LOTES-OK
                OPEN EXTEND LOTEMOV
                IF LOTEMOV-STATUS = 35
                    OPEN OUTPUT LOTEMOV
                END-IF
            END-IF.

       1800-CARREGAR-TRIAGEM.
      *    SEM RISCO.CFG (OU COM TODAS AS REGRAS EM ZERO) NAO HA
      *    TRIAGEM E O EMBARQUE SEGUE COMO ANTES. COM REGRAS, A
      *    HISTORIA DOS CLIENTES (EMBARQUE.DAT) E OS PEDIDOS DO
      *    DIA (PEDIDOS.DAT) SAO VARRIDOS ANTES DE OS ARQUIVOS
      *    ABRIREM PARA O LOTE
            OPEN INPUT RISCO-CFG.
            IF RISCOCFG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1810-LER-REGRA.
            PERFORM UNTIL FIM-REGRAS
                EVALUATE RSC-REGRA
                  WHEN 'MD'
                    MOVE RSC-PONTOS TO WRK-MD-PONTOS
                    MOVE RSC-PARAM1 TO WRK-MD-MULTIPLO
                    MOVE RSC-PARAM2 TO WRK-MD-MINIMO
                  WHEN 'EN'
                    MOVE RSC-PONTOS TO WRK-EN-PONTOS
                    MOVE RSC-PARAM1 TO WRK-EN-DIAS
                  WHEN 'CN'
                    MOVE RSC-PONTOS TO WRK-CN-PONTOS
                    MOVE RSC-PARAM1 TO WRK-CN-DIAS
                    MOVE RSC-PARAM2 TO WRK-CN-VALOR
                  WHEN 'QD'
                    MOVE RSC-PONTOS TO WRK-QD-PONTOS
                    MOVE RSC-PARAM1 TO WRK-QD-MAXIMO
                  WHEN 'CT'
                    MOVE RSC-PONTOS TO WRK-CT-CORTE
                  WHEN OTHER
                    DISPLAY 'PROGCOB10: REGRA DE TRIAGEM '
                            RSC-REGRA ' DESCONHECIDA - IGNORADA'
                END-EVALUATE
                PERFORM 1810-LER-REGRA
            END-PERFORM.
            CLOSE RISCO-CFG.
            IF WRK-MD-PONTOS = 0 AND WRK-EN-PONTOS = 0
             AND WRK-CN-PONTOS = 0 AND WRK-QD-PONTOS = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-TRIAGEM.
            IF WRK-CT-CORTE = 0
                MOVE 1 TO WRK-CT-CORTE
            END-IF.
            PERFORM 1820-CARREGAR-HISTORICO.
            PERFORM 1830-CONTAR-PEDIDOS-DIA.
            PERFORM 1850-CARREGAR-RISCHOLDS.
      *    SEM O CADERNO DE ENDERECOS A REGRA EN NAO TEM O QUE
      *    OLHAR - AS OUTRAS SEGUEM
            OPEN INPUT ENDERECOS.
            IF EDR-STATUS = 0
                MOVE 'S' TO WRK-EDR-OK
            END-IF.

       1810-LER-REGRA.
            READ RISCO-CFG
                AT END MOVE 'S' TO WRK-FIMRSC
            END-READ.

       1820-CARREGAR-HISTORICO.
      *    SO O EMBARQUE NORMAL CONTA COMO COMPRA DO CLIENTE - O
      *    CANCELADO FICA FORA DA MEDIA
            MOVE 0 TO WRK-QTHIS.
            MOVE 'N' TO WRK-FIMTRI.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1825-LER-EMBARQUE.
            PERFORM UNTIL FIM-VARREDURA
                IF EMB-NORMAL
                    PERFORM 1826-SOMAR-HISTORICO
                END-IF
                PERFORM 1825-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            IF HISTORICO-ESTOURADO
      *        SEM A HISTORIA INTEIRA A MEDIA E O PRIMEIRO PEDIDO
      *        SAIRIAM ERRADOS - AS DUAS REGRAS FICAM DE FORA
                DISPLAY 'PROGCOB10: EMBARQUE.DAT PASSOU DE 3000 '
                        'CLIENTES - REGRAS MD E CN DESLIGADAS'
                MOVE 0 TO WRK-MD-PONTOS WRK-CN-PONTOS
            END-IF.

       1825-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMTRI
            END-READ.

       1826-SOMAR-HISTORICO.
            MOVE EMB-CODIGO TO WRK-HIS-BUSCA.
            PERFORM 1827-LOCALIZAR-HISTORICO.
            IF WRK-IX-ACHOU = 0
                IF WRK-QTHIS < 3000
                    ADD 1 TO WRK-QTHIS
                    MOVE WRK-QTHIS TO WRK-IX-ACHOU
                    MOVE EMB-CODIGO TO WRK-HIS-CODIGO(WRK-IX-ACHOU)
                    MOVE 0 TO WRK-HIS-QTEMB(WRK-IX-ACHOU)
                    MOVE ZEROS TO WRK-HIS-TOTAL(WRK-IX-ACHOU)
                ELSE
                    MOVE 'S' TO WRK-HIS-CHEIO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WRK-HIS-QTEMB(WRK-IX-ACHOU).
            ADD EMB-VALOR TO WRK-HIS-TOTAL(WRK-IX-ACHOU).

       1827-LOCALIZAR-HISTORICO.
            MOVE 0 TO WRK-IX-ACHOU.
            PERFORM VARYING WRK-IX-HIS FROM 1 BY 1
                    UNTIL WRK-IX-HIS > WRK-QTHIS
                       OR WRK-IX-ACHOU > 0
                IF WRK-HIS-CODIGO(WRK-IX-HIS) = WRK-HIS-BUSCA
                    MOVE WRK-IX-HIS TO WRK-IX-ACHOU
                END-IF
            END-PERFORM.

       1830-CONTAR-PEDIDOS-DIA.
      *    TODOS OS CABECALHOS DO ARQUIVO CONTAM, ATE OS JA
      *    EMBARCADOS OU AGENDADOS - SAO PEDIDOS DO CLIENTE NO DIA
            MOVE 0 TO WRK-QTPDIA.
            MOVE 'N' TO WRK-FIMTRI.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1835-LER-PEDIDO-DIA.
            PERFORM UNTIL FIM-VARREDURA
                IF PED-CABECALHO
                    PERFORM 1836-SOMAR-PEDIDO-DIA
                END-IF
                PERFORM 1835-LER-PEDIDO-DIA
            END-PERFORM.
            CLOSE PEDIDOS.
            IF PEDIDOS-DIA-ESTOURADO
                DISPLAY 'PROGCOB10: PEDIDOS.DAT PASSOU DE 2000 '
                        'CLIENTES/DIA - REGRA QD DESLIGADA'
                MOVE 0 TO WRK-QD-PONTOS
            END-IF.

       1835-LER-PEDIDO-DIA.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMTRI
            END-READ.

       1836-SOMAR-PEDIDO-DIA.
            MOVE PED-CODIGO TO WRK-PDIA-BUSCA.
            MOVE PED-DATA   TO WRK-PDIA-BDATA.
            PERFORM 1837-LOCALIZAR-PEDIDO-DIA.
            IF WRK-IX-ACHOU = 0
                IF WRK-QTPDIA < 2000
                    ADD 1 TO WRK-QTPDIA
                    MOVE WRK-QTPDIA TO WRK-IX-ACHOU
                    MOVE PED-CODIGO TO WRK-PDIA-CODIGO(WRK-IX-ACHOU)
                    MOVE PED-DATA   TO WRK-PDIA-DATA(WRK-IX-ACHOU)
                    MOVE 0 TO WRK-PDIA-QTDE(WRK-IX-ACHOU)
                ELSE
                    MOVE 'S' TO WRK-PDIA-CHEIO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WRK-PDIA-QTDE(WRK-IX-ACHOU) < 999
                ADD 1 TO WRK-PDIA-QTDE(WRK-IX-ACHOU)
            END-IF.

       1837-LOCALIZAR-PEDIDO-DIA.
            MOVE 0 TO WRK-IX-ACHOU.
            PERFORM VARYING WRK-IX-PDIA FROM 1 BY 1
                    UNTIL WRK-IX-PDIA > WRK-QTPDIA
                       OR WRK-IX-ACHOU > 0
                IF WRK-PDIA-CODIGO(WRK-IX-PDIA) = WRK-PDIA-BUSCA
                 AND WRK-PDIA-DATA(WRK-IX-PDIA) = WRK-PDIA-BDATA
                    MOVE WRK-IX-PDIA TO WRK-IX-ACHOU
                END-IF
            END-PERFORM.

       1850-CARREGAR-RISCHOLDS.
      *    A DECISAO DA MESA DE RISCO FICA NO PROPRIO
      *    RISCHOLD.DAT, COMO A DA MESA DE CREDITO
            MOVE 0 TO WRK-QTRSH.
            OPEN INPUT RISCHOLD.
            IF RISCHOLD-STATUS = 0
                PERFORM 1855-LER-RISCHOLD
                PERFORM UNTIL FIM-RISCHOLDS
                    IF WRK-QTRSH < 500
                        ADD 1 TO WRK-QTRSH
                        MOVE RSH-PEDIDO TO WRK-RSH-PEDIDO(WRK-QTRSH)
                        MOVE RSH-SITUACAO TO WRK-RSH-SITU(WRK-QTRSH)
                    ELSE
                        MOVE 'S' TO WRK-RSH-CHEIO
                    END-IF
                    PERFORM 1855-LER-RISCHOLD
                END-PERFORM
                CLOSE RISCHOLD
            END-IF.

       1855-LER-RISCHOLD.
            READ RISCHOLD
                AT END MOVE 'S' TO WRK-FIMRSH
            END-READ.

       1860-BUSCAR-RISCHOLD.
            MOVE SPACES TO WRK-RSH-DECIDE.
            PERFORM VARYING WRK-IX-RSH FROM 1 BY 1
                    UNTIL WRK-IX-RSH > WRK-QTRSH
                IF WRK-RSH-PEDIDO(WRK-IX-RSH) = WRK-CAB-NUMERO
                    MOVE WRK-RSH-SITU(WRK-IX-RSH) TO WRK-RSH-DECIDE
                END-IF
            END-PERFORM.

       1900-CARREGAR-GRUPOS.
      *    GRUPOS.DAT E OPCIONAL - SEM ELE (OU SEM GRUPO ATIVO) SO
      *    VALE O LIMITE INDIVIDUAL DO CLIENTE; GRUPO INATIVO NAO
      *    ENTRA NA TABELA E NAO LIMITA NINGUEM
            MOVE 0 TO WRK-QTGRUPOS.
            OPEN INPUT GRUPOS.
            IF GRUPOS-STATUS = 0
                PERFORM 1910-LER-GRUPO
                PERFORM UNTIL FIM-GRUPOS
                    IF GRP-ATIVO
                        IF WRK-QTGRUPOS < 300
                            ADD 1 TO WRK-QTGRUPOS
                            MOVE GRP-CODIGO TO
                                WRK-GRP-CODIGO(WRK-QTGRUPOS)
                            MOVE GRP-LIMITE TO
                                WRK-GRP-LIMITE(WRK-QTGRUPOS)
                            MOVE ZEROS TO WRK-GRP-SALDO(WRK-QTGRUPOS)
                                          WRK-GRP-LOTE(WRK-QTGRUPOS)
                        ELSE
                            MOVE 'S' TO WRK-GRP-CHEIO
                        END-IF
                    END-IF
                    PERFORM 1910-LER-GRUPO
                END-PERFORM
                CLOSE GRUPOS
            END-IF.
            IF WRK-QTGRUPOS > 0 AND NOT GRUPOS-ESTOURADOS
                PERFORM 1920-SOMAR-SALDOS-GRUPO
            END-IF.

       1910-LER-GRUPO.
            READ GRUPOS NEXT
                AT END MOVE 'S' TO WRK-FIMGRP
            END-READ.

       1920-SOMAR-SALDOS-GRUPO.
      *    UMA PASSADA NO MESTRE SOMA O SALDO DE CADA MEMBRO NO SEU
      *    GRUPO - CREDOR ABATE O QUE O OUTRO MEMBRO DEVE
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
            END-IF.
            PERFORM UNTIL CLIENTES-STATUS NOT = 0
                IF CLIENTES-GRUPO IS NUMERIC
                   AND CLIENTES-GRUPO NOT = ZEROS
                    PERFORM 1930-LOCALIZAR-GRUPO
                    IF WRK-IX-GRUPO > 0
                        ADD CLIENTES-SALDO TO
                            WRK-GRP-SALDO(WRK-IX-GRUPO)
                    END-IF
                END-IF
                READ CLIENTES NEXT
            END-PERFORM.

       1930-LOCALIZAR-GRUPO.
      *    DEVOLVE A POSICAO DO GRUPO DO CLIENTE NA TABELA - ZERO
      *    SE O GRUPO NAO EXISTE OU ESTA INATIVO
            MOVE 0 TO WRK-IX-GRUPO.
            PERFORM VARYING WRK-IX-GRP FROM 1 BY 1
                    UNTIL WRK-IX-GRP > WRK-QTGRUPOS
                       OR WRK-IX-GRUPO > 0
                IF WRK-GRP-CODIGO(WRK-IX-GRP) = CLIENTES-GRUPO
                    MOVE WRK-IX-GRP TO WRK-IX-GRUPO
                END-IF
            END-PERFORM.

       2000-PROCESSAR.
           EVALUATE TRUE
             WHEN PED-CABECALHO
       2050-ABRIR-PEDIDO.
           MOVE 'N' TO WRK-PULANDO.
           PERFORM 2060-VERIFICAR-FEITO.
           EVALUATE TRUE
             WHEN PEDIDO-JA-FEITO
                 MOVE 'S' TO WRK-PULANDO
                 ADD 1 TO WRK-QTPULADOS
                 DISPLAY 'PEDIDO JA EMBARCADO EM EXECUCAO ANTERIOR - '
                         'PULADO - PEDIDO ' PED-NUMERO
      *      ENTREGA PEDIDA PARA DEPOIS DA DATA DO SISTEMA - O
      *      PEDIDO FICA EM PEDIDOS.DAT COM O ESTOQUE RESERVADO,
      *      FORA DO EMBARQUE.CTL, E SAI NA RODADA DO DIA PEDIDO
             WHEN PED-DATA-ENTREGA IS NUMERIC
              AND PED-DATA-ENTREGA > WRK-DATA-SISTEMA
                 MOVE 'S' TO WRK-PULANDO
                 ADD 1 TO WRK-QTAGENDADOS
                 DISPLAY 'PEDIDO AGENDADO PARA ' PED-DATA-ENTREGA
                         ' - RETIDO - PEDIDO ' PED-NUMERO
             WHEN OTHER
                 MOVE 'S' TO WRK-EMPEDIDO
                 ADD 1 TO WRK-QTPEDIDOS
                 MOVE PED-NUMERO TO WRK-CAB-NUMERO
                 MOVE PED-CODIGO TO WRK-CAB-CODIGO
                 MOVE PED-FONE   TO WRK-CAB-FONE
                 MOVE PED-UF     TO WRK-CAB-UF
                 MOVE PED-VENDEDOR TO WRK-CAB-VENDEDOR
                 MOVE PED-DATA   TO WRK-CAB-DATA
                 MOVE PED-ENDSEQ TO WRK-CAB-ENDSEQ
                 MOVE PED-CONDPAG TO WRK-CAB-CONDPAG
                 MOVE PED-DEPOSITO TO WRK-CAB-DEPOSITO
                 IF WRK-CAB-DEPOSITO = SPACES
                     MOVE '01' TO WRK-CAB-DEPOSITO
                 END-IF
                 MOVE PED-TRANSP TO WRK-CAB-TRANSP
                 MOVE 0 TO WRK-TOTAL-PEDIDO WRK-QTITENS-PED WRK-QTBAIXA
                 MOVE ZEROS TO WRK-PESO-PEDIDO WRK-CUSTO-PEDIDO
                 MOVE ZEROS TO WRK-BRUTO-PEDIDO WRK-DESC-PEDIDO
                               WRK-MAIOR-PERC
                 MOVE 'N' TO WRK-DESC-ACIMA
           END-EVALUATE.

       2060-VERIFICAR-FEITO.
           MOVE 'N' TO WRK-JA-FEITO.
      *    O PRECO QUE VALE E O DO MESTRE DE PRODUTOS - O VALOR
      *    DIGITADO NO PEDIDO E DESCARTADO
           MOVE 'S' TO WRK-PRODUTO-OK.
           MOVE ZEROS TO KTB-QTCOMP.
           MOVE PED-CODPROD TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
                   DISPLAY 'PRODUTO INATIVO - PEDIDO '
                           WRK-CAB-NUMERO ' PRODUTO ' PED-CODPROD
               ELSE
                   CALL 'KITEXPL' USING PED-CODPROD KIT-TAB-COMP
                   IF KTB-QTCOMP > 0
                       PERFORM 2120-CONFERIR-KIT
                   ELSE
                       MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       MOVE PROD-PESO        TO WRK-PESO-UNIT
                       PERFORM 2110-CONFERIR-DEPOSITO
                   END-IF
                   IF (KTB-QTCOMP = 0 AND PROD-QTESTOQUE < PED-QTDE)
                    OR SEM-SALDO-DEPOSITO
                       MOVE 'N' TO WRK-PRODUTO-OK
                       IF FILA-BACKORDER
                           ADD 1 TO WRK-QTBACKORDER
               END-IF
           END-READ.

       2110-CONFERIR-DEPOSITO.
      *    O PEDIDO SAI DO DEPOSITO ESCOLHIDO NA CAPTURA - O
      *    SALDO DA EMPRESA PODE ESTAR TODO NO OUTRO. SEM
      *    ESTDEP.DAT VALE SO O TOTAL DO MESTRE
           MOVE 'S' TO WRK-SALDO-DEP.
           MOVE 'C' TO WRK-EDP-OPER.
           MOVE PED-QTDE TO WRK-EDP-QTDE.
           CALL 'ESTDEPAT' USING WRK-EDP-OPER PED-CODPROD
               WRK-CAB-DEPOSITO WRK-EDP-QTDE WRK-EDP-SALDO
               WRK-EDP-LIVRE WRK-EDP-RETORNO.
           IF NOT EDP-SEM-DEPOSITOS AND WRK-EDP-SALDO < PED-QTDE
               MOVE 'N' TO WRK-SALDO-DEP
           END-IF.

       2120-CONFERIR-KIT.
      *    KIT NAO TEM ESTOQUE PROPRIO - SO EMBARCA SE CADA
      *    COMPONENTE TEM SALDO NA EMPRESA E NO DEPOSITO. O CUSTO
      *    DO KIT E A SOMA DOS COMPONENTES, E O PESO TAMBEM QUANDO
      *    O MESTRE DO KIT NAO TRAZ PESO PROPRIO
           MOVE 'S' TO WRK-SALDO-DEP.
           MOVE ZEROS TO WRK-CUSTO-UNIT WRK-PESO-UNIT.
           PERFORM 2125-CONFERIR-COMPONENTE
               VARYING WRK-IX-COMP FROM 1 BY 1
               UNTIL WRK-IX-COMP > KTB-QTCOMP.
           MOVE PED-CODPROD TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               CONTINUE
           END-READ.
           IF PROD-PESO > ZEROS
               MOVE PROD-PESO TO WRK-PESO-UNIT
           END-IF.

       2125-CONFERIR-COMPONENTE.
           COMPUTE WRK-COMP-NECESSARIO =
               KTB-QTDE(WRK-IX-COMP) * PED-QTDE.
           MOVE KTB-CODCOMP(WRK-IX-COMP) TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               MOVE 'N' TO WRK-SALDO-DEP
             NOT INVALID KEY
               IF PROD-QTESTOQUE < WRK-COMP-NECESSARIO
                   MOVE 'N' TO WRK-SALDO-DEP
               END-IF
               COMPUTE WRK-CUSTO-UNIT = WRK-CUSTO-UNIT
                   + (PROD-CUSTO-MEDIO * KTB-QTDE(WRK-IX-COMP))
                 ON SIZE ERROR
                   MOVE 9999999,9999 TO WRK-CUSTO-UNIT
               END-COMPUTE
               COMPUTE WRK-PESO-UNIT = WRK-PESO-UNIT
                   + (PROD-PESO * KTB-QTDE(WRK-IX-COMP))
                 ON SIZE ERROR
                   MOVE 999,999 TO WRK-PESO-UNIT
               END-COMPUTE
           END-READ.
           MOVE 'C' TO WRK-EDP-OPER.
           MOVE WRK-COMP-NECESSARIO TO WRK-EDP-QTDE.
           CALL 'ESTDEPAT' USING WRK-EDP-OPER
               KTB-CODCOMP(WRK-IX-COMP) WRK-CAB-DEPOSITO
               WRK-EDP-QTDE WRK-EDP-SALDO WRK-EDP-LIVRE
               WRK-EDP-RETORNO.
           IF NOT EDP-SEM-DEPOSITOS
            AND WRK-EDP-SALDO < WRK-COMP-NECESSARIO
               MOVE 'N' TO WRK-SALDO-DEP
           END-IF.

       2150-GRAVAR-BACKORDER.
      *    O ITEM REPRESADO CARREGA TUDO QUE O BACKREL PRECISA
      *    PARA REMONTAR UM PEDIDO NOVO QUANDO O ESTOQUE VOLTAR
           ELSE
               MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-ITEM
           END-IF.
           COMPUTE WRK-BRUTO-ITEM = WRK-PRECO-ITEM * PED-QTDE
             ON SIZE ERROR
               MOVE 'N' TO WRK-PRODUTO-OK
           END-COMPUTE.
           IF PRODUTO-OK
               PERFORM 2360-DESCONTAR-ITEM
           END-IF.
           IF PRODUTO-OK
               COMPUTE WRK-TOTAL-PEDIDO =
                   WRK-TOTAL-PEDIDO + WRK-VALOR-ITEM
           END-IF.
           IF PRODUTO-OK
               ADD 1 TO WRK-QTITENS-PED
      *        O CUSTO DA LINHA E O MEDIO DO PRODUTO NESTA HORA
               COMPUTE WRK-CUSTO-ITEM ROUNDED =
                   WRK-CUSTO-UNIT * PED-QTDE
                 ON SIZE ERROR
                   MOVE ZEROS TO WRK-CUSTO-ITEM
               END-COMPUTE
               ADD WRK-CUSTO-ITEM TO WRK-CUSTO-PEDIDO
                 ON SIZE ERROR
                   MOVE 9999999,99 TO WRK-CUSTO-PEDIDO
               END-ADD
               COMPUTE WRK-PESO-PEDIDO = WRK-PESO-PEDIDO
                   + (WRK-PESO-UNIT * PED-QTDE)
                 ON SIZE ERROR
                   MOVE 99999,999 TO WRK-PESO-PEDIDO
               END-COMPUTE
                       WRK-BAIXA-CODPROD(WRK-QTBAIXA)
                   MOVE PED-QTDE    TO
                       WRK-BAIXA-QTDE(WRK-QTBAIXA)
                   MOVE WRK-VALOR-ITEM TO
                       WRK-BAIXA-VALOR(WRK-QTBAIXA)
                   MOVE WRK-CUSTO-ITEM TO
                       WRK-BAIXA-CUSTO(WRK-QTBAIXA)
                   MOVE WRK-PERC-FAIXA TO
                       WRK-BAIXA-PFAIXA(WRK-QTBAIXA)
                   MOVE WRK-PERC-LINHA TO
                       WRK-BAIXA-PLINHA(WRK-QTBAIXA)
                   MOVE WRK-DESC-FAIXA TO
                       WRK-BAIXA-DFAIXA(WRK-QTBAIXA)
                   MOVE WRK-DESC-LINHA TO
                       WRK-BAIXA-DLINHA(WRK-QTBAIXA)
               END-IF
               ADD WRK-BRUTO-ITEM TO WRK-BRUTO-PEDIDO
                 ON SIZE ERROR
                   MOVE 9999999,99 TO WRK-BRUTO-PEDIDO
               END-ADD
               COMPUTE WRK-DESC-PEDIDO = WRK-DESC-PEDIDO
                   + WRK-DESC-FAIXA + WRK-DESC-LINHA
                 ON SIZE ERROR
                   MOVE 9999999,99 TO WRK-DESC-PEDIDO
               END-COMPUTE
               IF PED-DESC-ACIMA-TETO
                   MOVE 'S' TO WRK-DESC-ACIMA
               END-IF
               IF WRK-PERC-LINHA > WRK-MAIOR-PERC
                   MOVE WRK-PERC-LINHA TO WRK-MAIOR-PERC
               END-IF
           ELSE
               ADD 1 TO WRK-QTREJEITADOS
                       WRK-CAB-NUMERO ' PRODUTO ' PED-CODPROD
           END-IF.

       2360-DESCONTAR-ITEM.
      *    A FAIXA DE QUANTIDADE VALE PARA TODO PEDIDO, DA TELA
      *    OU DE LOTE; O DESCONTO DO OPERADOR SO VEM DA CAPTURA
      *    (MARCA PREENCHIDA) - CADA UM ARREDONDADO A PARTE
           CALL 'DESCFAIX' USING PED-CODPROD PED-QTDE
               WRK-PERC-FAIXA.
           MOVE ZEROS TO WRK-PERC-LINHA.
           IF PED-DESC-INFORMADO AND PED-DESCLINHA IS NUMERIC
               MOVE PED-DESCLINHA TO WRK-PERC-LINHA
           END-IF.
           COMPUTE WRK-PERC-TOTAL = WRK-PERC-FAIXA + WRK-PERC-LINHA.
           IF WRK-PERC-TOTAL NOT < 100
      *        DESCONTO QUE ZERARIA A LINHA E ERRO DE TABELA OU
      *        DE DIGITACAO - A FAIXA FICA, O DO OPERADOR CAI
               DISPLAY 'DESCONTO TOTAL INVALIDO - SO A FAIXA - '
                       'PEDIDO ' WRK-CAB-NUMERO ' PRODUTO '
                       PED-CODPROD
               MOVE ZEROS TO WRK-PERC-LINHA
           END-IF.
           COMPUTE WRK-DESC-FAIXA ROUNDED =
               WRK-BRUTO-ITEM * WRK-PERC-FAIXA / 100.
           COMPUTE WRK-DESC-LINHA ROUNDED =
               WRK-BRUTO-ITEM * WRK-PERC-LINHA / 100.
           COMPUTE WRK-VALOR-ITEM = WRK-BRUTO-ITEM
               - WRK-DESC-FAIXA - WRK-DESC-LINHA
             ON SIZE ERROR
               MOVE 'N' TO WRK-PRODUTO-OK
           END-COMPUTE.

       2900-FECHAR-PEDIDO.
      *    O FRETE E CALCULADO UMA UNICA VEZ, SOBRE O VALOR TOTAL
      *    DO PEDIDO - ERA O QUE GERAVA TRES FRETES PARA UM
                   DISPLAY 'PEDIDO SEM ITENS VALIDOS - PEDIDO '
                           WRK-CAB-NUMERO
               ELSE
      *            TRANSPORTADORA FORCADA NA CAPTURA VALE SE ATENDER
      *            A UF - SENAO O FRETECALC COTA A MAIS BARATA
                   MOVE WRK-CAB-TRANSP TO WRK-TRANSP
                   CALL 'FRETECALC' USING WRK-CAB-UF WRK-TOTAL-PEDIDO
                       WRK-PESO-PEDIDO WRK-FRETE WRK-TRANSP
                       WRK-FRETE-BASE
                   IF WRK-CAB-TRANSP NOT = SPACES
                       IF WRK-TRANSP = WRK-CAB-TRANSP
                           ADD 1 TO WRK-QTFORCADAS
                       ELSE
                           DISPLAY 'TRANSPORTADORA FORCADA '
                                   WRK-CAB-TRANSP ' NAO ATENDE A UF '
                                   WRK-CAB-UF ' - COTADA ' WRK-TRANSP
                                   ' - PEDIDO ' WRK-CAB-NUMERO
                       END-IF
                   END-IF
                   IF WRK-FRETE = ZEROS
                       ADD 1 TO WRK-QTREJEITADOS
                       DISPLAY 'NAO ENTREGAMOS PARA ESSE ESTADO - '
                               'PEDIDO ' WRK-CAB-NUMERO ' UF '
                               WRK-CAB-UF
                   END-IF
                   MOVE 'S' TO WRK-DESCONTO-OK
                   IF DESCONTO-ACIMA-TETO
                       PERFORM 2700-VERIFICAR-DESCONTO
                   END-IF
                   MOVE 'S' TO WRK-TRIAGEM-OK
                   IF DESCONTO-OK AND TRIAGEM-ATIVA
                       PERFORM 2600-TRIAR-PEDIDO
                   END-IF
                   IF DESCONTO-OK AND TRIAGEM-OK
                       PERFORM 2800-VERIFICAR-CREDITO
                   ELSE
                       MOVE 'N' TO WRK-CREDITO-OK
                   END-IF
                   IF CREDITO-OK
                       MOVE WRK-CAB-NUMERO   TO EMB-PEDIDO
                       MOVE WRK-CAB-CODIGO   TO EMB-CODIGO
                       MOVE WRK-CAB-VENDEDOR TO EMB-VENDEDOR
                       MOVE WRK-PESO-PEDIDO  TO EMB-PESO
                       MOVE WRK-CAB-ENDSEQ   TO EMB-ENDSEQ
                       MOVE WRK-CUSTO-PEDIDO TO EMB-CUSTO
                       MOVE WRK-CAB-CONDPAG  TO EMB-CONDPAG
                       MOVE WRK-DESC-PEDIDO  TO EMB-DESCONTO
                       MOVE WRK-CAB-DEPOSITO TO EMB-DEPOSITO
                       MOVE WRK-TRANSP       TO EMB-TRANSP
                       MOVE WRK-FRETE-BASE   TO EMB-FRETE-BASE
                       WRITE EMBARQUE-REG
                       PERFORM 2950-BAIXAR-ESTOQUE
                           VARYING WRK-IX-BAIXA FROM 1 BY 1
               MOVE 'N' TO WRK-EMPEDIDO
           END-IF.

       2600-TRIAR-PEDIDO.
      *    CADA REGRA DE RISCO.CFG QUE O PEDIDO BATE SOMA OS
      *    PONTOS DELA E ANOTA O MOTIVO; CHEGANDO AO CORTE O
      *    PEDIDO SO SAI COM A LIBERACAO DA MESA DE RISCO - A
      *    PRIMEIRA PASSAGEM GRAVA A RETENCAO E AS SEGUINTES
      *    SEGUEM A DECISAO, COMO NA MESA DE CREDITO
           MOVE 0 TO WRK-RSC-PONTOS WRK-RSC-QTMOTIVOS.
           MOVE SPACES TO WRK-RSC-MOTIVOS.
           PERFORM 2610-REGRA-MEDIA.
           PERFORM 2620-REGRA-ENDERECO.
           PERFORM 2630-REGRA-CLIENTE-NOVO.
           PERFORM 2640-REGRA-PEDIDOS-DIA.
           IF WRK-RSC-QTMOTIVOS = 0
            OR WRK-RSC-PONTOS < WRK-CT-CORTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 1860-BUSCAR-RISCHOLD.
           EVALUATE TRUE
             WHEN RSH-JA-LIBERADO
               ADD 1 TO WRK-QTRSHLIB
               DISPLAY 'LIBERADO PELA MESA DE RISCO - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN RSH-JA-RECUSADO
               MOVE 'N' TO WRK-TRIAGEM-OK
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'CANCELADO PELA MESA DE RISCO - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN RSH-JA-PENDENTE
               MOVE 'N' TO WRK-TRIAGEM-OK
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'AGUARDANDO MESA DE RISCO - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN OTHER
               MOVE 'N' TO WRK-TRIAGEM-OK
               ADD 1 TO WRK-QTREJEITADOS
               ADD 1 TO WRK-QTRISCHOLD
               PERFORM 2680-GRAVAR-RISCHOLD
               DISPLAY 'RETIDO NA TRIAGEM DE RISCO - PEDIDO '
                       WRK-CAB-NUMERO ' PONTOS ' WRK-RSC-PONTOS
                       ' MOTIVOS ' WRK-RSC-MOTIVOS
           END-EVALUATE.

       2610-REGRA-MEDIA.
      *    A MEDIA SAI SEMPRE - VAI PARA A MESA MESMO QUANDO A
      *    REGRA MD NAO E O MOTIVO DA RETENCAO
           MOVE 0 TO WRK-HIS-QTDE.
           MOVE ZEROS TO WRK-HIS-MEDIA.
           MOVE WRK-CAB-CODIGO TO WRK-HIS-BUSCA.
           PERFORM 1827-LOCALIZAR-HISTORICO.
           IF WRK-IX-ACHOU > 0
               MOVE WRK-HIS-QTEMB(WRK-IX-ACHOU) TO WRK-HIS-QTDE
               COMPUTE WRK-HIS-MEDIA ROUNDED =
                   WRK-HIS-TOTAL(WRK-IX-ACHOU) / WRK-HIS-QTDE
           END-IF.
           IF WRK-MD-PONTOS > 0 AND WRK-HIS-QTDE > 0
            AND WRK-HIS-QTDE NOT < WRK-MD-MINIMO
               COMPUTE WRK-HIS-LIMITE =
                   WRK-HIS-MEDIA * WRK-MD-MULTIPLO
               IF WRK-TOTAL-PEDIDO > WRK-HIS-LIMITE
                   MOVE 'MD' TO WRK-RSC-REGRA
                   MOVE WRK-MD-PONTOS TO WRK-RSC-SOMA
                   PERFORM 2650-ANOTAR-MOTIVO
               END-IF
           END-IF.

       2620-REGRA-ENDERECO.
      *    SEQUENCIA ZERO E O ENDERECO DO MESTRE - SEM DATA DE
      *    INCLUSAO; ENDERECO ANTERIOR AO CAMPO TAMBEM NAO TEM
           IF WRK-EN-PONTOS = 0 OR WRK-CAB-ENDSEQ = 0
            OR NOT ENDERECOS-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAB-FONE   TO EDR-FONE.
           MOVE WRK-CAB-ENDSEQ TO EDR-SEQ.
           READ ENDERECOS
             INVALID KEY
               MOVE ZEROS TO EDR-DATACADASTRO
           END-READ.
           IF EDR-DATACADASTRO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF EDR-DATACADASTRO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           CALL 'DATAPRAZ' USING EDR-DATACADASTRO WRK-EN-DIAS
               WRK-RSC-LIMITE.
           IF WRK-RSC-LIMITE NOT < WRK-DATA-SISTEMA
               MOVE 'EN' TO WRK-RSC-REGRA
               MOVE WRK-EN-PONTOS TO WRK-RSC-SOMA
               PERFORM 2650-ANOTAR-MOTIVO
           END-IF.

       2630-REGRA-CLIENTE-NOVO.
      *    PRIMEIRO PEDIDO E CLIENTE SEM NENHUM EMBARQUE NORMAL
           IF WRK-CN-PONTOS = 0 OR WRK-HIS-QTDE > 0
            OR WRK-TOTAL-PEDIDO NOT > WRK-CN-VALOR
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CAB-FONE TO CLIENTES-FONE.
           READ CLIENTES KEY IS CLIENTES-FONE
             INVALID KEY
               MOVE ZEROS TO CLIENTES-DATACADASTRO
           END-READ.
           IF CLIENTES-DATACADASTRO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           CALL 'DATAPRAZ' USING CLIENTES-DATACADASTRO WRK-CN-DIAS
               WRK-RSC-LIMITE.
           IF WRK-RSC-LIMITE NOT < WRK-DATA-SISTEMA
               MOVE 'CN' TO WRK-RSC-REGRA
               MOVE WRK-CN-PONTOS TO WRK-RSC-SOMA
               PERFORM 2650-ANOTAR-MOTIVO
           END-IF.

       2640-REGRA-PEDIDOS-DIA.
      *    A QUANTIDADE TAMBEM VAI PARA A MESA
           MOVE 0 TO WRK-QTDIA-PED.
           MOVE WRK-CAB-CODIGO TO WRK-PDIA-BUSCA.
           MOVE WRK-CAB-DATA   TO WRK-PDIA-BDATA.
           PERFORM 1837-LOCALIZAR-PEDIDO-DIA.
           IF WRK-IX-ACHOU > 0
               MOVE WRK-PDIA-QTDE(WRK-IX-ACHOU) TO WRK-QTDIA-PED
           END-IF.
           IF WRK-QD-PONTOS > 0 AND WRK-QTDIA-PED > WRK-QD-MAXIMO
               MOVE 'QD' TO WRK-RSC-REGRA
               MOVE WRK-QD-PONTOS TO WRK-RSC-SOMA
               PERFORM 2650-ANOTAR-MOTIVO
           END-IF.

       2650-ANOTAR-MOTIVO.
           ADD WRK-RSC-SOMA TO WRK-RSC-PONTOS
             ON SIZE ERROR
               MOVE 999 TO WRK-RSC-PONTOS
           END-ADD.
           ADD 1 TO WRK-RSC-QTMOTIVOS.
           MOVE WRK-RSC-REGRA TO WRK-RSC-MOTIVO(WRK-RSC-QTMOTIVOS).

       2680-GRAVAR-RISCHOLD.
           MOVE WRK-CAB-NUMERO   TO RSH-PEDIDO.
           MOVE WRK-CAB-CODIGO   TO RSH-CODIGO.
           MOVE WRK-CAB-FONE     TO RSH-FONE.
           MOVE WRK-DATA-SISTEMA TO RSH-DATA.
           MOVE WRK-TOTAL-PEDIDO TO RSH-VALOR.
           MOVE WRK-FRETE        TO RSH-FRETE.
           MOVE WRK-HIS-MEDIA    TO RSH-MEDIA.
           MOVE WRK-QTDIA-PED    TO RSH-QTDIA.
           MOVE WRK-RSC-PONTOS   TO RSH-PONTOS.
           MOVE WRK-RSC-MOTIVOS  TO RSH-MOTIVOS.
           SET RSH-PENDENTE      TO TRUE.
           WRITE RISCHOLD-REG.

       2700-VERIFICAR-DESCONTO.
      *    DESCONTO DE LINHA ACIMA DO TETO DO OPERADOR SO PASSA
      *    COM A APROVACAO DO ADM - A PRIMEIRA PASSAGEM GRAVA A
      *    PENDENCIA E AS SEGUINTES SEGUEM A DECISAO DA MESA
           MOVE 'N' TO WRK-DESCONTO-OK.
           PERFORM 1660-BUSCAR-DESCHOLD.
           EVALUATE TRUE
             WHEN DSH-JA-APROVADO
               MOVE 'S' TO WRK-DESCONTO-OK
               ADD 1 TO WRK-QTAPROVADOS
               DISPLAY 'DESCONTO APROVADO PELA MESA - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN DSH-JA-RECUSADO
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'DESCONTO RECUSADO PELA MESA - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN DSH-JA-PENDENTE
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'AGUARDANDO MESA DE DESCONTO - PEDIDO '
                       WRK-CAB-NUMERO
             WHEN OTHER
               ADD 1 TO WRK-QTREJEITADOS
               ADD 1 TO WRK-QTDESCHOLD
               PERFORM 2750-GRAVAR-DESCHOLD
               DISPLAY 'DESCONTO ACIMA DO TETO - PEDIDO '
                       WRK-CAB-NUMERO ' AGUARDA APROVACAO'
           END-EVALUATE.

       2750-GRAVAR-DESCHOLD.
           MOVE WRK-CAB-NUMERO   TO DSH-PEDIDO.
           MOVE WRK-CAB-FONE     TO DSH-FONE.
           MOVE WRK-CAB-VENDEDOR TO DSH-VENDEDOR.
           MOVE WRK-DATA-SISTEMA TO DSH-DATA.
           MOVE WRK-BRUTO-PEDIDO TO DSH-BRUTO.
           MOVE WRK-DESC-PEDIDO  TO DSH-DESCONTO.
           MOVE WRK-MAIOR-PERC   TO DSH-MAIOR-PERC.
           SET DSH-PENDENTE      TO TRUE.
           WRITE DESCHOLD-REG.

       2800-VERIFICAR-CREDITO.
      *    O LIMITE E CONFERIDO SOBRE O SALDO QUE O CLIENTE
      *    TERIA DEPOIS DO DEBITO DE VALOR MAIS FRETE - CLIENTE
      *    SEM CADASTRO SEGUE EM FRENTE E O CLIEORFA APONTA
      *    CLIENTE DE GRUPO ECONOMICO ATIVO PASSA AINDA PELO LIMITE
      *    DO GRUPO, SOBRE O SALDO SOMADO DE TODOS OS MEMBROS
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE 0 TO WRK-IX-GRUPO.
           MOVE WRK-CAB-FONE TO CLIENTES-FONE.
           READ CLIENTES KEY IS CLIENTES-FONE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTES-GRUPO IS NUMERIC
                  AND CLIENTES-GRUPO NOT = ZEROS
                   PERFORM 1930-LOCALIZAR-GRUPO
               END-IF
               COMPUTE WRK-SALDO-PROJ = CLIENTES-SALDO
                   - (WRK-TOTAL-PEDIDO + WRK-FRETE)
               IF WRK-SALDO-PROJ < 0
                AND (0 - WRK-SALDO-PROJ) > CLIENTES-LIMITECREDITO
                   MOVE 'C' TO WRK-MOTIVO-HOLD
                   PERFORM 2810-DECIDIR-RETENCAO
               ELSE IF WRK-IX-GRUPO > 0
                   COMPUTE WRK-GRP-PROJ = WRK-GRP-SALDO(WRK-IX-GRUPO)
                       - WRK-GRP-LOTE(WRK-IX-GRUPO)
                       - (WRK-TOTAL-PEDIDO + WRK-FRETE)
                   IF WRK-GRP-PROJ < 0
                    AND (0 - WRK-GRP-PROJ) >
                        WRK-GRP-LIMITE(WRK-IX-GRUPO)
                       MOVE 'G' TO WRK-MOTIVO-HOLD
                       PERFORM 2810-DECIDIR-RETENCAO
                   END-IF
               END-IF
               END-IF
           END-READ.
      *    O QUE O LOTE EMBARCA PARA UM MEMBRO CONSOME O LIMITE DO
      *    GRUPO PARA OS PEDIDOS SEGUINTES DOS OUTROS MEMBROS
           IF CREDITO-OK AND WRK-IX-GRUPO > 0
               ADD WRK-TOTAL-PEDIDO WRK-FRETE
                   TO WRK-GRP-LOTE(WRK-IX-GRUPO)
           END-IF.

       2810-DECIDIR-RETENCAO.
      *    A DECISAO DA MESA VALE PARA O PEDIDO, SEJA QUAL FOR O
      *    LIMITE QUE O RETEVE
           PERFORM 1560-BUSCAR-HOLD.
           EVALUATE TRUE
             WHEN HOLD-JA-LIBERADO
               ADD 1 TO WRK-QTLIBERADOS
               DISPLAY 'LIBERADO PELA MESA DE CREDITO - '
                       'PEDIDO ' WRK-CAB-NUMERO
             WHEN HOLD-JA-RECUSADO
               MOVE 'N' TO WRK-CREDITO-OK
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'RECUSADO PELA MESA DE CREDITO - '
                       'PEDIDO ' WRK-CAB-NUMERO
             WHEN HOLD-JA-PENDENTE
               MOVE 'N' TO WRK-CREDITO-OK
               ADD 1 TO WRK-QTREJEITADOS
               DISPLAY 'AGUARDANDO MESA DE CREDITO - '
                       'PEDIDO ' WRK-CAB-NUMERO
             WHEN OTHER
               MOVE 'N' TO WRK-CREDITO-OK
               ADD 1 TO WRK-QTREJEITADOS
               ADD 1 TO WRK-QTCREDHOLD
               PERFORM 2850-GRAVAR-CREDHOLD
               IF WRK-MOTIVO-HOLD = 'G'
                   ADD 1 TO WRK-QTGRPHOLD
                   DISPLAY 'LIMITE DO GRUPO EXCEDIDO - '
                           'PEDIDO ' WRK-CAB-NUMERO ' FONE '
                           WRK-CAB-FONE ' GRUPO ' CLIENTES-GRUPO
               ELSE
                   DISPLAY 'LIMITE DE CREDITO EXCEDIDO - '
                           'PEDIDO ' WRK-CAB-NUMERO ' FONE '
                           WRK-CAB-FONE
               END-IF
           END-EVALUATE.

       2850-GRAVAR-CREDHOLD.
           MOVE WRK-CAB-NUMERO   TO CRH-PEDIDO.
           MOVE WRK-TOTAL-PEDIDO TO CRH-VALOR.
           MOVE WRK-FRETE        TO CRH-FRETE.
           SET CRH-PENDENTE      TO TRUE.
           MOVE WRK-MOTIVO-HOLD  TO CRH-MOTIVO.
           IF WRK-MOTIVO-HOLD = 'G'
               MOVE CLIENTES-GRUPO TO CRH-GRUPO
           ELSE
               MOVE ZEROS TO CRH-GRUPO
           END-IF.
           WRITE CREDHOLD-REG.

       2970-MARCAR-FEITO.
       2950-BAIXAR-ESTOQUE.
      *    A BAIXA ACOMPANHA A GRAVACAO DO EMBARQUE - O QUE SAIU
      *    NO ARQUIVO DE EMBARQUE JA NAO ESTA MAIS NO DEPOSITO
      *    KIT BAIXA OS COMPONENTES; A LINHA EMBARCADA E O KIT
           CALL 'KITEXPL' USING WRK-BAIXA-CODPROD(WRK-IX-BAIXA)
               KIT-TAB-COMP.
           IF KTB-QTCOMP = 0
               MOVE WRK-BAIXA-CODPROD(WRK-IX-BAIXA) TO WRK-BX-CODPROD
               MOVE WRK-BAIXA-QTDE(WRK-IX-BAIXA)    TO WRK-BX-QTDE
               PERFORM 2951-BAIXAR-PRODUTO
           ELSE
               PERFORM 2952-BAIXAR-COMPONENTE
                   VARYING WRK-IX-COMP FROM 1 BY 1
                   UNTIL WRK-IX-COMP > KTB-QTCOMP
           END-IF.
           PERFORM 2960-GRAVAR-ITEM.

       2951-BAIXAR-PRODUTO.
           MOVE WRK-BX-CODPROD TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               DISPLAY 'ERRO AO BAIXAR ESTOQUE - PRODUTO '
                       PROD-CODIGO
             NOT INVALID KEY
               SUBTRACT WRK-BX-QTDE
                   FROM PROD-QTESTOQUE
               IF PROD-QTRESERVADA >= WRK-BX-QTDE
                   SUBTRACT WRK-BX-QTDE
                       FROM PROD-QTRESERVADA
               ELSE
                   MOVE ZEROS TO PROD-QTRESERVADA
                           PROD-CODIGO ' STATUS ' PRODUTOS-STATUS
               END-REWRITE
           END-READ.
      *    A MESMA BAIXA NO SALDO DO DEPOSITO DE SAIDA
           MOVE 'B' TO WRK-EDP-OPER.
           MOVE WRK-BX-QTDE TO WRK-EDP-QTDE.
           CALL 'ESTDEPAT' USING WRK-EDP-OPER
               WRK-BX-CODPROD WRK-CAB-DEPOSITO
               WRK-EDP-QTDE WRK-EDP-SALDO WRK-EDP-LIVRE
               WRK-EDP-RETORNO.
           IF LOTES-ABERTO
               PERFORM 2955-CONSUMIR-LOTES
           END-IF.

       2952-BAIXAR-COMPONENTE.
           MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-BX-CODPROD.
           COMPUTE WRK-BX-QTDE =
               KTB-QTDE(WRK-IX-COMP) * WRK-BAIXA-QTDE(WRK-IX-BAIXA).
           PERFORM 2951-BAIXAR-PRODUTO.

       2955-CONSUMIR-LOTES.
      *    FEFO: A CHAVE DO LOTES.DAT JA VEM POR PRODUTO E
      *    VALIDADE, ENTAO O PRIMEIRO LOTE COM SALDO E O QUE
      *    VENCE ANTES - LOTE VENCIDO FICA PARADO PARA O DESCARTE
           MOVE WRK-BX-QTDE TO WRK-FALTA-LOTE.
           MOVE 'N' TO WRK-FIMLOTE.
           MOVE 'N' TO WRK-TEM-LOTE.
           MOVE WRK-BX-CODPROD TO LOT-CODPROD.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE LOW-VALUES TO LOT-NUMERO.
           START LOTES KEY IS NOT LESS THAN LOT-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-FIMLOTE
           END-START.
           PERFORM UNTIL FIM-LOTES-PRODUTO OR WRK-FALTA-LOTE = 0
               READ LOTES NEXT
                 AT END
                   MOVE 'S' TO WRK-FIMLOTE
                 NOT AT END
                   IF LOT-CODPROD NOT =
                           WRK-BX-CODPROD
                       MOVE 'S' TO WRK-FIMLOTE
                   ELSE
                       MOVE 'S' TO WRK-TEM-LOTE
                       IF LOT-QTSALDO > 0
                        AND LOT-VALIDADE NOT < WRK-DATA-SISTEMA
                           PERFORM 2956-TIRAR-DO-LOTE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF PRODUTO-COM-LOTE AND WRK-FALTA-LOTE > 0
      *        O QUE OS LOTES NAO COBREM SAI COMO LINHA SEM LOTE -
      *        O SEPARADOR VE A DIFERENCA NO ROMANEIO
               ADD 1 TO WRK-QTSEMLOTE
               MOVE SPACES         TO LMV-LOTE
               MOVE ZEROS          TO LMV-VALIDADE
               MOVE WRK-FALTA-LOTE TO LMV-QTDE
               PERFORM 2957-GRAVAR-LOTEMOV
               DISPLAY 'LOTES NAO COBREM O ITEM - PEDIDO '
                       WRK-CAB-NUMERO ' PRODUTO '
                       WRK-BX-CODPROD
           END-IF.

       2956-TIRAR-DO-LOTE.
           IF LOT-QTSALDO < WRK-FALTA-LOTE
               MOVE LOT-QTSALDO TO WRK-TIRA-LOTE
           ELSE
               MOVE WRK-FALTA-LOTE TO WRK-TIRA-LOTE
           END-IF.
           SUBTRACT WRK-TIRA-LOTE FROM LOT-QTSALDO.
           SUBTRACT WRK-TIRA-LOTE FROM WRK-FALTA-LOTE.
           REWRITE LOTE-REG
             INVALID KEY
               DISPLAY 'ERRO AO BAIXAR LOTE ' LOT-NUMERO
                       ' PRODUTO ' LOT-CODPROD ' STATUS '
                       LOTES-STATUS
           END-REWRITE.
           MOVE LOT-NUMERO    TO LMV-LOTE.
           MOVE LOT-VALIDADE  TO LMV-VALIDADE.
           MOVE WRK-TIRA-LOTE TO LMV-QTDE.
           PERFORM 2957-GRAVAR-LOTEMOV.

       2957-GRAVAR-LOTEMOV.
           MOVE WRK-DATA-SISTEMA TO LMV-DATA.
           MOVE WRK-CAB-NUMERO   TO LMV-PEDIDO.
           MOVE WRK-CAB-CODIGO   TO LMV-CODIGO.
           MOVE WRK-CAB-FONE     TO LMV-FONE.
           MOVE WRK-CAB-UF       TO LMV-UF.
           MOVE WRK-BX-CODPROD TO LMV-CODPROD.
           WRITE LOTEMOV-REG.

       2960-GRAVAR-ITEM.
      *    A LINHA EMBARCADA COM VALOR E CUSTO - A MARGEM POR
      *    PRODUTO SAI DAQUI, NAO DO TOTAL DO EMBARQUE
           MOVE WRK-CAB-NUMERO   TO EIT-PEDIDO.
           MOVE WRK-DATA-SISTEMA TO EIT-DATA.
           MOVE WRK-CAB-CODIGO   TO EIT-CODIGO.
           MOVE WRK-CAB-FONE     TO EIT-FONE.
           MOVE WRK-CAB-UF       TO EIT-UF.
           MOVE WRK-CAB-VENDEDOR TO EIT-VENDEDOR.
           MOVE WRK-BAIXA-CODPROD(WRK-IX-BAIXA) TO EIT-CODPROD.
           MOVE WRK-BAIXA-QTDE(WRK-IX-BAIXA)    TO EIT-QTDE.
           MOVE WRK-BAIXA-VALOR(WRK-IX-BAIXA)   TO EIT-VALOR.
           MOVE WRK-BAIXA-CUSTO(WRK-IX-BAIXA)   TO EIT-CUSTO.
           MOVE WRK-BAIXA-PFAIXA(WRK-IX-BAIXA)  TO EIT-PERC-FAIXA.
           MOVE WRK-BAIXA-PLINHA(WRK-IX-BAIXA)  TO EIT-PERC-LINHA.
           MOVE WRK-BAIXA-DFAIXA(WRK-IX-BAIXA)  TO EIT-DESC-FAIXA.
           MOVE WRK-BAIXA-DLINHA(WRK-IX-BAIXA)  TO EIT-DESC-LINHA.
           WRITE EMBITEM-REG.

       3000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE EMBARQUE.
            CLOSE EMBITEM.
            CLOSE CREDHOLD.
            CLOSE DESCHOLD.
            CLOSE PRODUTOS.
            CLOSE CLIENTES.
            IF LOTES-ABERTO
                CLOSE LOTES
                CLOSE LOTEMOV
            END-IF.
            IF TRIAGEM-ATIVA
                CLOSE RISCHOLD
            END-IF.
            IF ENDERECOS-ABERTO
                CLOSE ENDERECOS
            END-IF.
            DISPLAY '===== PROGCOB10 - RESUMO DO EMBARQUE ====='.
            DISPLAY 'PEDIDOS PROCESSADOS..: ' WRK-QTPEDIDOS.
            DISPLAY 'PEDIDOS REJEITADOS...: ' WRK-QTREJEITADOS.
            DISPLAY 'TRANSP. FORCADAS.....: ' WRK-QTFORCADAS.
            DISPLAY 'RETIDOS P/ CREDITO...: ' WRK-QTCREDHOLD.
            DISPLAY 'RETIDOS P/ GRUPO.....: ' WRK-QTGRPHOLD.
            DISPLAY 'LIBERADOS PELA MESA..: ' WRK-QTLIBERADOS.
            DISPLAY 'RETIDOS P/ DESCONTO..: ' WRK-QTDESCHOLD.
            DISPLAY 'DESCONTOS APROVADOS..: ' WRK-QTAPROVADOS.
            DISPLAY 'RETIDOS P/ TRIAGEM...: ' WRK-QTRISCHOLD.
            DISPLAY 'LIBERADOS NA TRIAGEM.: ' WRK-QTRSHLIB.
            DISPLAY 'ITENS P/ BACKORDER...: ' WRK-QTBACKORDER.
            DISPLAY 'PULADOS (JA FEITOS)..: ' WRK-QTPULADOS.
            DISPLAY 'AGENDADOS (FUTUROS)..: ' WRK-QTAGENDADOS.
            DISPLAY 'ITENS FORA DE LOTE...: ' WRK-QTSEMLOTE.
