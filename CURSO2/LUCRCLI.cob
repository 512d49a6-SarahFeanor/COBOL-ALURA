       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LUCRCLI.
      *******************************************
      * AULA:      RENTABILIDADE POR CLIENTE
      * OBJETIVO:  O MAIOR CLIENTE EM RECEITA NEM SEMPRE E O QUE
      *            DA DINHEIRO - DEMONSTRATIVO POR CLIENTE DO ANO
      *            (OU DO ANO ATE A DATA DE PROCESSAMENTO):
      *              RECEITA FATURADA (FTR-VALOR DE FATURAS.DAT)
      *            - CUSTO DA MERCADORIA (EMB-CUSTO DO EMBARQUE DA
      *              FATURA, CUSTO MEDIO DA HORA DO EMBARQUE)
      *            - FRETE ABSORVIDO (O QUE A TRANSPORTADORA COBROU,
      *              FRETECOB.DAT DO FRETEFAT, MENOS O FRETE
      *              FATURADO AO CLIENTE; SEM COBRANCA AINDA, ZERO)
      *            - DEVOLUCOES (FATURA DE PEDIDO RECEBIDO DE VOLTA
      *              NO DEVOLUCAO, DEVOLFEI.CTL, MENOS O CUSTO DO
      *              QUE VOLTOU BOM PARA O ESTOQUE, DEVOLMOV.LOG)
      *            - PERDAS (BAIXAS DE DIVIDA EFETIVADAS EM
      *              BAIXAPRO.DAT)
      *            + JUROS COBRADOS (LANCAMENTOS J DO JUROSMES NO
      *              JORNAL.DAT)
      *            = CONTRIBUICAO LIQUIDA
      *            LUCRCLI.RPT: RANKING PELA CONTRIBUICAO E OS 20
      *            MENOS RENTAVEIS
      *            ANO: VARIAVEL LUCRO_ANO (AAAA) - ANO FECHADO;
      *            SEM ELA, O ANO CORRENTE ATE A DATA (DATASIS)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT FATURAS ASSIGN TO 'FATURAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FATURAS-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT FRETECOB ASSIGN TO 'FRETECOB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRETECOB-STATUS.
           SELECT DEVOLFEI-CTL ASSIGN TO 'DEVOLFEI.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVOLFEI-STATUS.
           SELECT DEVOLMOV-LOG ASSIGN TO 'DEVOLMOV.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVOLMOV-STATUS.
           SELECT BAIXAPRO ASSIGN TO 'BAIXAPRO.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BAIXAPRO-STATUS.
           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JORNAL-STATUS.
           SELECT LUCRCLI-RPT ASSIGN TO 'LUCRCLI.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD FATURAS.
           COPY FATURAS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD FRETECOB.
           COPY FRETECOB.

       FD DEVOLFEI-CTL.
       01 CTL-LINHA.
           05 CTL-PEDIDO-FEITO PIC 9(07).

       FD DEVOLMOV-LOG.
       01 LOG-LINHA.
           05 LOG-DATA    PIC 9(08).
           05 FILLER      PIC X(01).
           05 LOG-PEDIDO  PIC 9(07).
           05 FILLER      PIC X(01).
           05 LOG-CODPROD PIC X(08).
           05 FILLER      PIC X(01).
           05 LOG-QTBOA   PIC 9(03).
           05 FILLER      PIC X(01).
           05 LOG-ANTES   PIC 9(05).
           05 FILLER      PIC X(01).
           05 LOG-DEPOIS  PIC 9(05).

       FD BAIXAPRO.
           COPY BAIXAPRO.

       FD JORNAL.
           COPY JORNAL.

       FD LUCRCLI-RPT.
       01 RPT-LINHA PIC X(141).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 PRODUTOS-STATUS  PIC 9(02).
       77 FATURAS-STATUS   PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 FRETECOB-STATUS  PIC 9(02).
       77 DEVOLFEI-STATUS  PIC 9(02).
       77 DEVOLMOV-STATUS  PIC 9(02).
       77 BAIXAPRO-STATUS  PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-ANO-INF      PIC X(04) VALUE SPACES.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-QTEMB        PIC 9(04) VALUE 0.
       77 WRK-IX-EMB       PIC 9(04) VALUE 0.
       77 WRK-IX-EMBACH    PIC 9(04) VALUE 0.
       77 WRK-QTCLI        PIC 9(04) VALUE 0.
       77 WRK-IX-CLI       PIC 9(04) VALUE 0.
       77 WRK-IX-CLI2      PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-CODIGO-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-PEDIDO-BUSCA PIC 9(07) VALUE ZEROS.
       77 WRK-IX-INICIO    PIC 9(04) VALUE 0.
       77 WRK-TROCOU       PIC X(01) VALUE 'N'.
       77 WRK-QTFATURAS    PIC 9(05) VALUE 0.
       77 WRK-QTSEMEMB     PIC 9(05) VALUE 0.
       01 WRK-TAB-EMBARQUES.
      *    POR PEDIDO EMBARCADO: CUSTO DA MERCADORIA, FRETE COBRADO
      *    PELA TRANSPORTADORA E DEVOLUCAO
           05 WRK-EMB OCCURS 9999 TIMES.
               10 WRK-EMB-PEDIDO    PIC 9(07).
               10 WRK-EMB-CUSTO     PIC 9(07)V99.
               10 WRK-EMB-COBRADO   PIC 9(09)V99.
               10 WRK-EMB-DEVOLVIDO PIC X(01).
               10 WRK-EMB-RECUPERADO PIC 9(09)V99.
       01 WRK-TAB-CLIENTES.
      *    DEMONSTRATIVO POR CLIENTE - NOME VEM NO FIM
           05 WRK-CLI OCCURS 5000 TIMES.
               10 WRK-CLI-CODIGO  PIC 9(07).
               10 WRK-CLI-NOME    PIC X(30).
               10 WRK-CLI-RECEITA PIC 9(11)V99.
               10 WRK-CLI-CMV     PIC 9(11)V99.
               10 WRK-CLI-FRETE   PIC S9(09)V99.
               10 WRK-CLI-DEVOL   PIC S9(11)V99.
               10 WRK-CLI-PERDAS  PIC 9(09)V99.
               10 WRK-CLI-JUROS   PIC 9(09)V99.
               10 WRK-CLI-CONTRIB PIC S9(11)V99.
       01 WRK-CLI-TROCA    PIC X(122).
       01 WRK-TOTAIS.
           05 WRK-TOT-RECEITA PIC 9(13)V99.
           05 WRK-TOT-CMV     PIC 9(13)V99.
           05 WRK-TOT-FRETE   PIC S9(11)V99.
           05 WRK-TOT-DEVOL   PIC S9(13)V99.
           05 WRK-TOT-PERDAS  PIC 9(11)V99.
           05 WRK-TOT-JUROS   PIC 9(11)V99.
           05 WRK-TOT-CONTRIB PIC S9(13)V99.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(34) VALUE
              'RENTABILIDADE POR CLIENTE - DE   '.
           05 RPT-INICIO PIC 9(08).
           05 FILLER   PIC X(05) VALUE ' ATE '.
           05 RPT-FIM  PIC 9(08).
       01 RPT-TITULO-RANK.
           05 FILLER PIC X(50) VALUE
              'RANKING PELA CONTRIBUICAO LIQUIDA                 '.
       01 RPT-TITULO-PIORES.
           05 FILLER PIC X(50) VALUE
              'OS 20 MENOS RENTAVEIS (PIOR PRIMEIRO)             '.
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'POS.  CODIGO  NOME                            RECE'.
           05 FILLER PIC X(50) VALUE
              'ITA   CUSTO MERC.  FRETE ABSORV.     DEVOLUCOES   '.
           05 FILLER PIC X(41) VALUE
              '    PERDAS        JUROS      CONTRIBUICAO'.
       01 RPT-DETALHE.
           05 RPT-POSICAO    PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-CODIGO     PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOME       PIC X(25).
           05 RPT-RECEITA    PIC ZZZ.ZZZ.ZZ9,99.
           05 RPT-CMV        PIC ZZZ.ZZZ.ZZ9,99.
           05 RPT-FRETE      PIC ----.---.--9,99.
           05 RPT-DEVOL      PIC ----.---.--9,99.
           05 RPT-PERDAS     PIC ZZ.ZZZ.ZZ9,99.
           05 RPT-JUROS      PIC ZZ.ZZZ.ZZ9,99.
           05 RPT-CONTRIB    PIC ---.---.---.--9,99.
       01 RPT-TOTAL-LINHA.
           05 FILLER         PIC X(39) VALUE
              'TOTAL'.
           05 RPT-TOT-RECEITA PIC ZZZ.ZZZ.ZZ9,99.
           05 RPT-TOT-CMV     PIC ZZZ.ZZZ.ZZ9,99.
           05 RPT-TOT-FRETE   PIC ----.---.--9,99.
           05 RPT-TOT-DEVOL   PIC ----.---.--9,99.
           05 RPT-TOT-PERDAS  PIC ZZ.ZZZ.ZZ9,99.
           05 RPT-TOT-JUROS   PIC ZZ.ZZZ.ZZ9,99.
           05 RPT-TOT-CONTRIB PIC ---.---.---.--9,99.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-APURAR-FATURAS
                PERFORM 3000-APURAR-BAIXAS
                PERFORM 3500-APURAR-JUROS
            END-IF.
            IF RETURN-CODE = 0 AND TABELA-ESTOURADA
                DISPLAY 'LUCRCLI: MAIS DE 5000 CLIENTES NO PERIODO - '
                        'DEMONSTRATIVO RECUSADO'
                MOVE 16 TO RETURN-CODE
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 4000-FECHAR-CLIENTES
                PERFORM 5000-ORDENAR
                PERFORM 6000-RELATORIO
            END-IF.
            DISPLAY '===== LUCRCLI - RENTABILIDADE POR CLIENTE ====='.
            DISPLAY 'PERIODO..............: ' WRK-DATA-INICIO
                    ' A ' WRK-DATA-FIM.
            DISPLAY 'FATURAS DO PERIODO...: ' WRK-QTFATURAS.
            DISPLAY 'FATURAS SEM EMBARQUE.: ' WRK-QTSEMEMB.
            DISPLAY 'CLIENTES.............: ' WRK-QTCLI.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTEMB WRK-QTCLI WRK-QTFATURAS WRK-QTSEMEMB.
            MOVE 'N' TO WRK-TAB-CHEIA.
            INITIALIZE WRK-TOTAIS.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
      *    ANO INFORMADO E ANTERIOR AO CORRENTE: ANO FECHADO;
      *    SEM ANO (OU ANO INVALIDO): DE 1/JAN ATE HOJE
            MOVE WRK-DATA-SISTEMA(1:4) TO WRK-DATA-INICIO(1:4).
            MOVE '0101' TO WRK-DATA-INICIO(5:4).
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM.
            MOVE SPACES TO WRK-ANO-INF.
            ACCEPT WRK-ANO-INF FROM ENVIRONMENT 'LUCRO_ANO'.
            IF WRK-ANO-INF IS NUMERIC AND WRK-ANO-INF NOT = SPACES
                IF WRK-ANO-INF < WRK-DATA-SISTEMA(1:4)
                    MOVE WRK-ANO-INF TO WRK-DATA-INICIO(1:4)
                                        WRK-DATA-FIM(1:4)
                    MOVE '1231' TO WRK-DATA-FIM(5:4)
                ELSE
                    IF WRK-ANO-INF > WRK-DATA-SISTEMA(1:4)
                        DISPLAY 'LUCRCLI: ANO ' WRK-ANO-INF
                                ' NO FUTURO - VALE O ANO CORRENTE'
                    END-IF
                END-IF
            END-IF.
            PERFORM 1100-CARREGAR-EMBARQUES.
            IF TABELA-ESTOURADA
                DISPLAY 'LUCRCLI: MAIS DE 9999 EMBARQUES - '
                        'DEMONSTRATIVO RECUSADO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1200-CARREGAR-FRETES.
            PERFORM 1300-CARREGAR-DEVOLUCOES.

       1100-CARREGAR-EMBARQUES.
      *    O CANCELADO TAMBEM ENTRA - A FATURA PODE TER SAIDO ANTES
      *    DO CANCELAMENTO E A DEVOLUCAO ESTORNA A RECEITA DELA
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'LUCRCLI: SEM EMBARQUE.DAT - CUSTO ZERADO'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1150-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF WRK-QTEMB < 9999
                    ADD 1 TO WRK-QTEMB
                    MOVE EMB-PEDIDO TO WRK-EMB-PEDIDO(WRK-QTEMB)
                    MOVE ZEROS TO WRK-EMB-CUSTO(WRK-QTEMB)
                    IF EMB-CUSTO IS NUMERIC
                        MOVE EMB-CUSTO TO WRK-EMB-CUSTO(WRK-QTEMB)
                    END-IF
                    MOVE ZEROS TO WRK-EMB-COBRADO(WRK-QTEMB)
                                  WRK-EMB-RECUPERADO(WRK-QTEMB)
                    MOVE 'N' TO WRK-EMB-DEVOLVIDO(WRK-QTEMB)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                END-IF
                PERFORM 1150-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.

       1150-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-CARREGAR-FRETES.
      *    FRETE REAL COBRADO PELA TRANSPORTADORA, POR PEDIDO
            OPEN INPUT FRETECOB.
            IF FRETECOB-STATUS NOT = 0
                DISPLAY 'LUCRCLI: SEM FRETECOB.DAT - NENHUM FRETE '
                        'COBRADO AINDA'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1250-LER-FRETECOB.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE FCB-PEDIDO TO WRK-PEDIDO-BUSCA
                PERFORM 1900-ACHAR-EMBARQUE
                IF WRK-IX-EMBACH > 0
                    ADD FCB-VALOR TO WRK-EMB-COBRADO(WRK-IX-EMBACH)
                END-IF
                PERFORM 1250-LER-FRETECOB
            END-PERFORM.
            CLOSE FRETECOB.

       1250-LER-FRETECOB.
            READ FRETECOB
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1300-CARREGAR-DEVOLUCOES.
      *    PEDIDO RECEBIDO DE VOLTA (DEVOLFEI.CTL) E O CUSTO DO QUE
      *    REENTROU BOM NO ESTOQUE (DEVOLMOV.LOG X CUSTO MEDIO)
            OPEN INPUT DEVOLFEI-CTL.
            IF DEVOLFEI-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1350-LER-DEVOLFEI.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE CTL-PEDIDO-FEITO TO WRK-PEDIDO-BUSCA
                PERFORM 1900-ACHAR-EMBARQUE
                IF WRK-IX-EMBACH > 0
                    MOVE 'S' TO WRK-EMB-DEVOLVIDO(WRK-IX-EMBACH)
                END-IF
                PERFORM 1350-LER-DEVOLFEI
            END-PERFORM.
            CLOSE DEVOLFEI-CTL.
            OPEN INPUT DEVOLMOV-LOG.
            IF DEVOLMOV-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PRODUTOS.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1360-LER-DEVOLMOV.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE LOG-PEDIDO TO WRK-PEDIDO-BUSCA
                PERFORM 1900-ACHAR-EMBARQUE
                IF WRK-IX-EMBACH > 0 AND LOG-QTBOA IS NUMERIC
                    PERFORM 1400-CUSTO-RECUPERADO
                END-IF
                PERFORM 1360-LER-DEVOLMOV
            END-PERFORM.
            CLOSE DEVOLMOV-LOG.
            IF PRODUTOS-STATUS = 0 OR PRODUTOS-STATUS = 23
                CLOSE PRODUTOS
            END-IF.

       1350-LER-DEVOLFEI.
            READ DEVOLFEI-CTL
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1360-LER-DEVOLMOV.
            READ DEVOLMOV-LOG
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1400-CUSTO-RECUPERADO.
            MOVE ZEROS TO PROD-CUSTO-MEDIO.
            IF PRODUTOS-STATUS NOT = 0 AND PRODUTOS-STATUS NOT = 23
                EXIT PARAGRAPH
            END-IF.
            MOVE LOG-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE ZEROS TO PROD-CUSTO-MEDIO
            END-READ.
            COMPUTE WRK-EMB-RECUPERADO(WRK-IX-EMBACH) ROUNDED =
                WRK-EMB-RECUPERADO(WRK-IX-EMBACH)
              + (LOG-QTBOA * PROD-CUSTO-MEDIO).

       1900-ACHAR-EMBARQUE.
            MOVE 0 TO WRK-IX-EMBACH.
            PERFORM VARYING WRK-IX-EMB FROM 1 BY 1
                    UNTIL WRK-IX-EMB > WRK-QTEMB
                    OR WRK-IX-EMBACH > 0
                IF WRK-EMB-PEDIDO(WRK-IX-EMB) = WRK-PEDIDO-BUSCA
                    MOVE WRK-IX-EMB TO WRK-IX-EMBACH
                END-IF
            END-PERFORM.

       1950-ACHAR-CLIENTE.
      *    LOCALIZA (OU ABRE) A LINHA DO CLIENTE WRK-CODIGO-BUSCA
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR WRK-IX-ACHADO > 0
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = WRK-CODIGO-BUSCA
                    MOVE WRK-IX-CLI TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO = 0
                IF WRK-QTCLI < 5000
                    ADD 1 TO WRK-QTCLI
                    MOVE WRK-QTCLI TO WRK-IX-ACHADO
                    INITIALIZE WRK-CLI(WRK-IX-ACHADO)
                    MOVE WRK-CODIGO-BUSCA
                        TO WRK-CLI-CODIGO(WRK-IX-ACHADO)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                END-IF
            END-IF.

       2000-APURAR-FATURAS.
            OPEN INPUT FATURAS.
            IF FATURAS-STATUS NOT = 0
                DISPLAY 'LUCRCLI: SEM FATURAS.DAT - RECEITA ZERADA'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-FATURA.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF FTR-DATA IS NUMERIC
                 AND FTR-DATA NOT < WRK-DATA-INICIO
                 AND FTR-DATA NOT > WRK-DATA-FIM
                    PERFORM 2100-ACUMULAR-FATURA
                END-IF
                PERFORM 2050-LER-FATURA
            END-PERFORM.
            CLOSE FATURAS.

       2050-LER-FATURA.
            READ FATURAS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-ACUMULAR-FATURA.
            MOVE FTR-CODIGO TO WRK-CODIGO-BUSCA.
            PERFORM 1950-ACHAR-CLIENTE.
            IF WRK-IX-ACHADO = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTFATURAS.
            ADD FTR-VALOR TO WRK-CLI-RECEITA(WRK-IX-ACHADO).
            MOVE FTR-PEDIDO TO WRK-PEDIDO-BUSCA.
            PERFORM 1900-ACHAR-EMBARQUE.
            IF WRK-IX-EMBACH = 0
                ADD 1 TO WRK-QTSEMEMB
                EXIT PARAGRAPH
            END-IF.
            ADD WRK-EMB-CUSTO(WRK-IX-EMBACH)
                TO WRK-CLI-CMV(WRK-IX-ACHADO).
      *    SEM COBRANCA DA TRANSPORTADORA AINDA NAO HA O QUE ABSORVER
            IF WRK-EMB-COBRADO(WRK-IX-EMBACH) > ZEROS
                COMPUTE WRK-CLI-FRETE(WRK-IX-ACHADO) =
                    WRK-CLI-FRETE(WRK-IX-ACHADO)
                  + WRK-EMB-COBRADO(WRK-IX-EMBACH) - FTR-FRETE
            END-IF.
            IF WRK-EMB-DEVOLVIDO(WRK-IX-EMBACH) = 'S'
                COMPUTE WRK-CLI-DEVOL(WRK-IX-ACHADO) =
                    WRK-CLI-DEVOL(WRK-IX-ACHADO) + FTR-VALOR
                  - WRK-EMB-RECUPERADO(WRK-IX-EMBACH)
            END-IF.

       3000-APURAR-BAIXAS.
      *    SO A BAIXA EFETIVADA PELO BAIXAPOST E PERDA
            OPEN INPUT BAIXAPRO.
            IF BAIXAPRO-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 3050-LER-BAIXA.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF BXP-EFETIVADA AND BXP-DATA IS NUMERIC
                 AND BXP-DATA NOT < WRK-DATA-INICIO
                 AND BXP-DATA NOT > WRK-DATA-FIM
                    MOVE BXP-CODIGO TO WRK-CODIGO-BUSCA
                    PERFORM 1950-ACHAR-CLIENTE
                    IF WRK-IX-ACHADO > 0
                        ADD BXP-VALOR TO WRK-CLI-PERDAS(WRK-IX-ACHADO)
                    END-IF
                END-IF
                PERFORM 3050-LER-BAIXA
            END-PERFORM.
            CLOSE BAIXAPRO.

       3050-LER-BAIXA.
            READ BAIXAPRO
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3500-APURAR-JUROS.
      *    O JURO E LANCADO A DEBITO DO CLIENTE (VALOR NEGATIVO)
            OPEN INPUT JORNAL.
            IF JORNAL-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 3550-LER-JORNAL.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF JRN-JUROS AND JRN-DATA IS NUMERIC
                 AND JRN-DATA NOT < WRK-DATA-INICIO
                 AND JRN-DATA NOT > WRK-DATA-FIM
                    MOVE JRN-CODIGO TO WRK-CODIGO-BUSCA
                    PERFORM 1950-ACHAR-CLIENTE
                    IF WRK-IX-ACHADO > 0
                        COMPUTE WRK-CLI-JUROS(WRK-IX-ACHADO) =
                            WRK-CLI-JUROS(WRK-IX-ACHADO) - JRN-VALOR
                    END-IF
                END-IF
                PERFORM 3550-LER-JORNAL
            END-PERFORM.
            CLOSE JORNAL.

       3550-LER-JORNAL.
            READ JORNAL
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       4000-FECHAR-CLIENTES.
      *    CONTRIBUICAO E NOME DE CADA CLIENTE, E OS TOTAIS
            OPEN INPUT CLIENTES.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                COMPUTE WRK-CLI-CONTRIB(WRK-IX-CLI) =
                    WRK-CLI-RECEITA(WRK-IX-CLI)
                  - WRK-CLI-CMV(WRK-IX-CLI)
                  - WRK-CLI-FRETE(WRK-IX-CLI)
                  - WRK-CLI-DEVOL(WRK-IX-CLI)
                  - WRK-CLI-PERDAS(WRK-IX-CLI)
                  + WRK-CLI-JUROS(WRK-IX-CLI)
                MOVE 'CLIENTE SEM CADASTRO' TO WRK-CLI-NOME(WRK-IX-CLI)
                IF CLIENTES-STATUS = 0
                    MOVE WRK-CLI-CODIGO(WRK-IX-CLI) TO CLIENTES-CODIGO
                    READ CLIENTES
                      NOT INVALID KEY
                        MOVE CLIENTES-NOME TO WRK-CLI-NOME(WRK-IX-CLI)
                    END-READ
                END-IF
                ADD WRK-CLI-RECEITA(WRK-IX-CLI) TO WRK-TOT-RECEITA
                ADD WRK-CLI-CMV(WRK-IX-CLI)     TO WRK-TOT-CMV
                ADD WRK-CLI-FRETE(WRK-IX-CLI)   TO WRK-TOT-FRETE
                ADD WRK-CLI-DEVOL(WRK-IX-CLI)   TO WRK-TOT-DEVOL
                ADD WRK-CLI-PERDAS(WRK-IX-CLI)  TO WRK-TOT-PERDAS
                ADD WRK-CLI-JUROS(WRK-IX-CLI)   TO WRK-TOT-JUROS
                ADD WRK-CLI-CONTRIB(WRK-IX-CLI) TO WRK-TOT-CONTRIB
            END-PERFORM.
            IF CLIENTES-STATUS = 0
                CLOSE CLIENTES
            END-IF.

       5000-ORDENAR.
      *    BOLHA SIMPLES, MAIOR CONTRIBUICAO PRIMEIRO, COMO O VENDANAL
            MOVE 'S' TO WRK-TROCOU.
            PERFORM UNTIL WRK-TROCOU = 'N'
                MOVE 'N' TO WRK-TROCOU
                PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                        UNTIL WRK-IX-CLI >= WRK-QTCLI
                    COMPUTE WRK-IX-CLI2 = WRK-IX-CLI + 1
                    IF WRK-CLI-CONTRIB(WRK-IX-CLI2) >
                            WRK-CLI-CONTRIB(WRK-IX-CLI)
                        MOVE WRK-CLI(WRK-IX-CLI) TO WRK-CLI-TROCA
                        MOVE WRK-CLI(WRK-IX-CLI2)
                            TO WRK-CLI(WRK-IX-CLI)
                        MOVE WRK-CLI-TROCA TO WRK-CLI(WRK-IX-CLI2)
                        MOVE 'S' TO WRK-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       6000-RELATORIO.
            OPEN OUTPUT LUCRCLI-RPT.
            MOVE WRK-DATA-INICIO TO RPT-INICIO.
            MOVE WRK-DATA-FIM    TO RPT-FIM.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-TITULO-RANK TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 6100-LINHA-CLIENTE
                VARYING WRK-IX-CLI FROM 1 BY 1
                UNTIL WRK-IX-CLI > WRK-QTCLI.
            MOVE WRK-TOT-RECEITA TO RPT-TOT-RECEITA.
            MOVE WRK-TOT-CMV     TO RPT-TOT-CMV.
            MOVE WRK-TOT-FRETE   TO RPT-TOT-FRETE.
            MOVE WRK-TOT-DEVOL   TO RPT-TOT-DEVOL.
            MOVE WRK-TOT-PERDAS  TO RPT-TOT-PERDAS.
            MOVE WRK-TOT-JUROS   TO RPT-TOT-JUROS.
            MOVE WRK-TOT-CONTRIB TO RPT-TOT-CONTRIB.
            MOVE RPT-TOTAL-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
      *    OS 20 ULTIMOS DO RANKING, DO PIOR PARA CIMA
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-TITULO-PIORES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 1 TO WRK-IX-INICIO.
            IF WRK-QTCLI > 20
                COMPUTE WRK-IX-INICIO = WRK-QTCLI - 19
            END-IF.
            PERFORM 6100-LINHA-CLIENTE
                VARYING WRK-IX-CLI FROM WRK-QTCLI BY -1
                UNTIL WRK-IX-CLI < WRK-IX-INICIO.
            CLOSE LUCRCLI-RPT.

       6100-LINHA-CLIENTE.
            MOVE WRK-IX-CLI                  TO RPT-POSICAO.
            MOVE WRK-CLI-CODIGO(WRK-IX-CLI)  TO RPT-CODIGO.
            MOVE WRK-CLI-NOME(WRK-IX-CLI)    TO RPT-NOME.
            MOVE WRK-CLI-RECEITA(WRK-IX-CLI) TO RPT-RECEITA.
            MOVE WRK-CLI-CMV(WRK-IX-CLI)     TO RPT-CMV.
            MOVE WRK-CLI-FRETE(WRK-IX-CLI)   TO RPT-FRETE.
            MOVE WRK-CLI-DEVOL(WRK-IX-CLI)   TO RPT-DEVOL.
            MOVE WRK-CLI-PERDAS(WRK-IX-CLI)  TO RPT-PERDAS.
            MOVE WRK-CLI-JUROS(WRK-IX-CLI)   TO RPT-JUROS.
            MOVE WRK-CLI-CONTRIB(WRK-IX-CLI) TO RPT-CONTRIB.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
