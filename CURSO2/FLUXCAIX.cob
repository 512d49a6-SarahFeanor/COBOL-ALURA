       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FLUXCAIX.
      *******************************************
      * AULA:      PREVISAO SEMANAL DE CAIXA
      * OBJETIVO:  PROJETAR AS ENTRADAS E SAIDAS DE CAIXA DAS
      *            PROXIMAS 8 SEMANAS (A PRIMEIRA COMECA NA DATA DE
      *            PROCESSAMENTO) COM O SALDO PROJETADO SEMANA A
      *            SEMANA EM FLUXCAIX.RPT:
      *            + TITULOS EM ABERTO (TITULOS.DAT) E PARCELAS DE
      *              NEGOCIACAO EM ABERTO (PARCELAS.DAT) PELO
      *              VENCIMENTO, EMPURRADO PELO ATRASO MEDIO QUE O
      *              CLIENTE TEVE NOS TITULOS JA LIQUIDADOS (MEDIA
      *              DOS DIAS DE ATRASO PONDERADA PELO VALOR;
      *              CLIENTE SEM HISTORICO PAGA NO VENCIMENTO)
      *            + CHEQUES PRE-DATADOS AINDA NAO COMPENSADOS PELO
      *              BOM-PARA
      *            - ORDENS DE COMPRA EM ABERTO (SALDO A RECEBER X
      *              CUSTO) PELA PREVISAO DE CHEGADA
      *            O CHEQUE NA MAO JA PAGA OS TITULOS MAIS ANTIGOS
      *            DO CLIENTE (COMO O CHQCOMP FARA NA COMPENSACAO) E
      *            O CLIENTE COM PLANO DE PARCELAS ENTRA PELO PLANO,
      *            NAO PELOS TITULOS QUE O PLANO RENEGOCIOU - NADA E
      *            CONTADO DUAS VEZES
      *            ENTRADA ESPERADA ANTES DE HOJE CAI NA PRIMEIRA
      *            SEMANA; TITULO VENCIDO HA MAIS DE FLUXCAIX_DUVIDA
      *            DIAS (PADRAO 090) E DUVIDOSO E FICA FORA; ORDEM
      *            SEM PREVISAO DE CHEGADA SAI NA PRIMEIRA SEMANA
      *            DIAS EM BASE COMERCIAL 30/360 (COMO O AGING)
      *            SALDO BANCARIO DE ABERTURA: VARIAVEL
      *            FLUXCAIX_SALDO, SINAL + 11 DIGITOS EM CENTAVOS
      *            (+00001234567 = 12.345,67) - SEM ELE NAO HA
      *            PREVISAO (RC 16)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHEQUES-STATUS.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT FLUXCAIX-RPT ASSIGN TO 'FLUXCAIX.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TITULOS.
           COPY TITULOS.

       FD PARCELAS.
           COPY PARCELAS.

       FD CHEQUES.
           COPY CHEQUES.

       FD OCOMPRA.
           COPY OCOMPRA.

       FD FLUXCAIX-RPT.
       01 RPT-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 TITULOS-STATUS   PIC 9(02).
       77 PARCELAS-STATUS  PIC 9(02).
       77 CHEQUES-STATUS   PIC 9(02).
       77 OCOMPRA-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-CLI-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-SALDO-INF    PIC X(12) VALUE SPACES.
       77 WRK-DUVIDA-INF   PIC X(03) VALUE SPACES.
       77 WRK-DIAS-DUVIDA  PIC 9(03) VALUE 90.
       77 WRK-SALDO-INICIAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-PROJ   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTCLI        PIC 9(04) VALUE 0.
       77 WRK-IX-CLI       PIC 9(04) VALUE 0.
       77 WRK-IX-SEM       PIC 9(02) VALUE 0.
       77 WRK-CODIGO       PIC 9(07) VALUE ZEROS.
       77 WRK-HOJE-DIAS    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-DIAS    PIC 9(07) VALUE ZEROS.
       77 WRK-ESPERA-DIAS  PIC S9(07) VALUE ZEROS.
       77 WRK-ATRASO       PIC S9(07) VALUE ZEROS.
       77 WRK-ATRASO-MEDIO PIC 9(03) VALUE ZEROS.
       77 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-30     PIC 9(03) VALUE 30.
       77 WRK-DIAS-SEMANA  PIC 9(03) VALUE ZEROS.
       77 WRK-INICIO-SEM   PIC 9(08) VALUE ZEROS.
       77 WRK-ABERTO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ABATIDO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTHIST       PIC 9(05) VALUE 0.
       77 WRK-QTTIT        PIC 9(05) VALUE 0.
       77 WRK-QTPARC       PIC 9(05) VALUE 0.
       77 WRK-QTCHQ        PIC 9(05) VALUE 0.
       77 WRK-QTOCP        PIC 9(05) VALUE 0.
       77 WRK-QTSEMPREV    PIC 9(05) VALUE 0.
       77 WRK-QTATRASADOS  PIC 9(04) VALUE 0.

       01 WRK-DATA-CALC.
           05 WRK-ANOCAL   PIC 9(04).
           05 WRK-MESCAL   PIC 9(02).
           05 WRK-DIACAL   PIC 9(02).

       01 WRK-TAB-CLIENTES.
      *    UM POR CLIENTE COM TITULO, PARCELA OU CHEQUE - O
      *    HISTORICO DE ATRASO (VALOR LIQUIDADO E VALOR X DIAS DE
      *    ATRASO), O CHEQUE NA MAO AINDA NAO USADO E SE HA PLANO
      *    DE PARCELAS ABERTO
           05 WRK-CLI OCCURS 3000 TIMES.
               10 WRK-CLI-CODIGO   PIC 9(07).
               10 WRK-CLI-HIST-VAL PIC 9(11)V99.
               10 WRK-CLI-HIST-DV  PIC 9(15)V99.
               10 WRK-CLI-CHEQUE   PIC 9(09)V99.
               10 WRK-CLI-PLANO    PIC X(01).
                   88 CLI-COM-PLANO VALUE 'S'.

       01 WRK-TAB-SEMANAS.
      *    AS 8 SEMANAS DO HORIZONTE E A 9A, QUE JUNTA O QUE FICA
      *    PARA DEPOIS DELE
           05 WRK-SEM OCCURS 9 TIMES.
               10 WRK-SEM-TITULOS  PIC 9(09)V99.
               10 WRK-SEM-PARCELAS PIC 9(09)V99.
               10 WRK-SEM-CHEQUES  PIC 9(09)V99.
               10 WRK-SEM-COMPRAS  PIC 9(09)V99.

       01 WRK-TOTAIS.
           05 WRK-TOT-TITULOS  PIC 9(09)V99.
           05 WRK-TOT-PARCELAS PIC 9(09)V99.
           05 WRK-TOT-CHEQUES  PIC 9(09)V99.
           05 WRK-TOT-COMPRAS  PIC 9(09)V99.
           05 WRK-TOT-DUVIDOSO PIC 9(09)V99.
           05 WRK-TOT-PLANO    PIC 9(09)V99.
           05 WRK-TOT-COBERTO  PIC 9(09)V99.

       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'PREVISAO SEMANAL DE CAIXA - 8 SEMANAS  '.
           05 FILLER   PIC X(12) VALUE 'A PARTIR DE '.
           05 RPT-DIA  PIC 9(02).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-MES  PIC 9(02).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-ANO  PIC 9(04).
       01 RPT-SALDO-ABERTURA.
           05 FILLER   PIC X(32) VALUE
              'SALDO BANCARIO DE ABERTURA.....:'.
           05 RPT-ABERTURA PIC ---.---.---.--9,99.
       01 RPT-COLUNAS.
           05 FILLER PIC X(44) VALUE
              'SEM  INICIO           TITULOS      PARCELAS '.
           05 FILLER PIC X(42) VALUE
              '      CHEQUES      ENTRADAS       COMPRAS '.
           05 FILLER PIC X(34) VALUE
              'LIQUIDO SEMANA     SALDO PROJETADO'.
       01 RPT-DETALHE.
           05 RPT-SEMANA   PIC Z9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 RPT-INI-DIA  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-INI-MES  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-INI-ANO  PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-TITULOS  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-PARCELAS PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-CHEQUES  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-ENTRADAS PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-COMPRAS  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-LIQUIDO  PIC ---.---.--9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-SALDO    PIC ---.---.---.--9,99.
       01 RPT-RESUMO.
           05 RPT-ROTULO   PIC X(45).
           05 RPT-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 RPT-BRANCO       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-APURAR-HISTORICO
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 2200-CARREGAR-CHEQUES
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 2400-PROJETAR-PARCELAS
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 2600-PROJETAR-TITULOS
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 2800-PROJETAR-COMPRAS
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 3000-RELATORIO
            END-IF.
            DISPLAY '===== FLUXCAIX - PREVISAO DE CAIXA ====='.
            DISPLAY 'CLIENTES COM HISTORICO: ' WRK-QTHIST.
            DISPLAY 'PAGANDO COM ATRASO....: ' WRK-QTATRASADOS.
            DISPLAY 'TITULOS PROJETADOS....: ' WRK-QTTIT.
            DISPLAY 'PARCELAS PROJETADAS...: ' WRK-QTPARC.
            DISPLAY 'CHEQUES PRE-DATADOS...: ' WRK-QTCHQ.
            DISPLAY 'ORDENS DE COMPRA......: ' WRK-QTOCP.
            DISPLAY 'ORDENS SEM PREVISAO...: ' WRK-QTSEMPREV.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTCLI WRK-QTHIST WRK-QTTIT WRK-QTPARC
                      WRK-QTCHQ WRK-QTOCP WRK-QTSEMPREV
                      WRK-QTATRASADOS.
            MOVE 'N' TO WRK-TAB-CHEIA.
            INITIALIZE WRK-TAB-SEMANAS WRK-TOTAIS.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-CALC.
            PERFORM 1900-CONTAR-DIAS.
            MOVE WRK-DATA-DIAS TO WRK-HOJE-DIAS.
            MOVE SPACES TO WRK-DUVIDA-INF.
            ACCEPT WRK-DUVIDA-INF FROM ENVIRONMENT 'FLUXCAIX_DUVIDA'.
            IF WRK-DUVIDA-INF IS NUMERIC AND WRK-DUVIDA-INF NOT = SPACES
                MOVE WRK-DUVIDA-INF TO WRK-DIAS-DUVIDA
            ELSE
                MOVE 90 TO WRK-DIAS-DUVIDA
            END-IF.
      *    O SALDO DE ABERTURA E OBRIGATORIO - SEM ELE A COLUNA DE
      *    SALDO PROJETADO NAO SIGNIFICA NADA
            MOVE SPACES TO WRK-SALDO-INF.
            ACCEPT WRK-SALDO-INF FROM ENVIRONMENT 'FLUXCAIX_SALDO'.
            IF (WRK-SALDO-INF(1:1) = '+' OR '-')
             AND WRK-SALDO-INF(2:11) IS NUMERIC
                MOVE WRK-SALDO-INF(2:11) TO WRK-ABERTO
                COMPUTE WRK-SALDO-INICIAL = WRK-ABERTO / 100
                IF WRK-SALDO-INF(1:1) = '-'
                    COMPUTE WRK-SALDO-INICIAL = 0 - WRK-SALDO-INICIAL
                END-IF
            ELSE
                DISPLAY 'FLUXCAIX: FLUXCAIX_SALDO AUSENTE OU '
                        'INVALIDO (SINAL + 11 DIGITOS EM CENTAVOS) - '
                        'PREVISAO RECUSADA'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1900-CONTAR-DIAS.
      *    DATA EM WRK-DATA-CALC VIRA NUMERO DE DIAS CORRIDOS NA
      *    BASE 30/360 - DIFERENCA DE DUAS DATAS E SUBTRACAO SIMPLES
            IF WRK-DIACAL > 30
                MOVE 30 TO WRK-DIACAL
            END-IF.
            COMPUTE WRK-DATA-DIAS = WRK-ANOCAL * 360
                                  + (WRK-MESCAL - 1) * 30
                                  + WRK-DIACAL.

       1950-ACHAR-CLIENTE.
      *    PROCURA WRK-CODIGO NA TABELA E, SE NAO HOUVER, ABRE A
      *    POSICAO - WRK-IX-CLI FICA APONTANDO PARA ELE
            MOVE 'N' TO WRK-CLI-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR CLIENTE-ACHADO
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = WRK-CODIGO
                    MOVE 'S' TO WRK-CLI-ACHADO
                END-IF
            END-PERFORM.
            IF CLIENTE-ACHADO
                SUBTRACT 1 FROM WRK-IX-CLI
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTCLI < 3000
                ADD 1 TO WRK-QTCLI
                MOVE WRK-QTCLI TO WRK-IX-CLI
                MOVE WRK-CODIGO TO WRK-CLI-CODIGO(WRK-IX-CLI)
                MOVE ZEROS TO WRK-CLI-HIST-VAL(WRK-IX-CLI)
                              WRK-CLI-HIST-DV(WRK-IX-CLI)
                              WRK-CLI-CHEQUE(WRK-IX-CLI)
                MOVE 'N' TO WRK-CLI-PLANO(WRK-IX-CLI)
            ELSE
                MOVE 'S' TO WRK-TAB-CHEIA
                MOVE 0 TO WRK-IX-CLI
                DISPLAY 'FLUXCAIX: MAIS DE 3000 CLIENTES EM ABERTO - '
                        'PREVISAO RECUSADA'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1960-VENCIMENTO-TITULO.
      *    TITULO ANTERIOR AO VENCIMENTO PROPRIO VENCE NA EMISSAO
      *    + 30 DIAS, COMO NO AGING
            IF TIT-VENCIMENTO IS NUMERIC AND TIT-VENCIMENTO > ZEROS
                MOVE TIT-VENCIMENTO TO WRK-VENCIMENTO
            ELSE
                CALL 'DATAPRAZ' USING TIT-EMISSAO WRK-PRAZO-30
                    WRK-VENCIMENTO
            END-IF.

       2000-APURAR-HISTORICO.
      *    PASSO 1 - O ATRASO DE CADA TITULO LIQUIDADO (DATA DA
      *    LIQUIDACAO MENOS VENCIMENTO; ADIANTADO CONTA ZERO),
      *    PONDERADO PELO VALOR; LIQUIDADO SEM DATA (ANTERIOR AO
      *    CAMPO) NAO ENTRA
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                DISPLAY 'FLUXCAIX: SEM TITULOS.DAT - SEM ENTRADAS '
                        'DE TITULOS'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-TITULO.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF TIT-LIQUIDADO AND TIT-LIQUIDACAO IS NUMERIC
                 AND TIT-LIQUIDACAO > ZEROS
                    PERFORM 2100-ACUMULAR-HISTORICO
                END-IF
                PERFORM 2050-LER-TITULO
            END-PERFORM.
            CLOSE TITULOS.

       2050-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-ACUMULAR-HISTORICO.
            MOVE TIT-CODIGO TO WRK-CODIGO.
            PERFORM 1950-ACHAR-CLIENTE.
            IF TABELA-ESTOURADA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1960-VENCIMENTO-TITULO.
            MOVE TIT-LIQUIDACAO TO WRK-DATA-CALC.
            PERFORM 1900-CONTAR-DIAS.
            MOVE WRK-DATA-DIAS TO WRK-ATRASO.
            MOVE WRK-VENCIMENTO TO WRK-DATA-CALC.
            PERFORM 1900-CONTAR-DIAS.
            SUBTRACT WRK-DATA-DIAS FROM WRK-ATRASO.
            IF WRK-ATRASO < 0
                MOVE 0 TO WRK-ATRASO
            END-IF.
            IF WRK-CLI-HIST-VAL(WRK-IX-CLI) = ZEROS
                ADD 1 TO WRK-QTHIST
            END-IF.
            ADD TIT-VALOR TO WRK-CLI-HIST-VAL(WRK-IX-CLI).
            COMPUTE WRK-CLI-HIST-DV(WRK-IX-CLI) =
                WRK-CLI-HIST-DV(WRK-IX-CLI) + TIT-VALOR * WRK-ATRASO.

       2150-ATRASO-MEDIO.
      *    ATRASO MEDIO DO CLIENTE EM WRK-IX-CLI (ZERO SEM
      *    HISTORICO), LIMITADO A 999 DIAS
            MOVE ZEROS TO WRK-ATRASO-MEDIO.
            IF WRK-CLI-HIST-VAL(WRK-IX-CLI) > ZEROS
                COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                    WRK-CLI-HIST-DV(WRK-IX-CLI)
                  / WRK-CLI-HIST-VAL(WRK-IX-CLI)
                    ON SIZE ERROR
                        MOVE 999 TO WRK-ATRASO-MEDIO
                END-COMPUTE
            END-IF.

       2200-CARREGAR-CHEQUES.
      *    CHEQUE DEPOSITADO E AINDA NAO COMPENSADO ENTRA NO BOM-PARA
      *    (NO BALCAO, SE NAO FOR PRE-DATADO) E VIRA CREDITO DO
      *    CLIENTE CONTRA OS TITULOS QUE ELE VAI QUITAR
            OPEN INPUT CHEQUES.
            IF CHEQUES-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2250-LER-CHEQUE.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF CHQ-DEPOSITADO
                    PERFORM 2300-PROJETAR-CHEQUE
                END-IF
                PERFORM 2250-LER-CHEQUE
            END-PERFORM.
            CLOSE CHEQUES.

       2250-LER-CHEQUE.
            READ CHEQUES
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2300-PROJETAR-CHEQUE.
            MOVE CHQ-CODIGO TO WRK-CODIGO.
            PERFORM 1950-ACHAR-CLIENTE.
            IF TABELA-ESTOURADA
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTCHQ.
            ADD CHQ-VALOR TO WRK-CLI-CHEQUE(WRK-IX-CLI).
            IF CHQ-BOMPARA IS NUMERIC AND CHQ-BOMPARA > ZEROS
                MOVE CHQ-BOMPARA TO WRK-DATA-CALC
            ELSE
                MOVE CHQ-RECEBIDO TO WRK-DATA-CALC
            END-IF.
            MOVE ZEROS TO WRK-ATRASO-MEDIO.
            PERFORM 2900-ACHAR-SEMANA.
            ADD CHQ-VALOR TO WRK-SEM-CHEQUES(WRK-IX-SEM).
            ADD CHQ-VALOR TO WRK-TOT-CHEQUES.

       2400-PROJETAR-PARCELAS.
            OPEN INPUT PARCELAS.
            IF PARCELAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2450-LER-PARCELA.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF PAR-ABERTA AND PAR-VALOR > PAR-PAGO
                    PERFORM 2500-PROJETAR-PARCELA
                END-IF
                PERFORM 2450-LER-PARCELA
            END-PERFORM.
            CLOSE PARCELAS.

       2450-LER-PARCELA.
            READ PARCELAS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2500-PROJETAR-PARCELA.
            MOVE PAR-CODIGO TO WRK-CODIGO.
            PERFORM 1950-ACHAR-CLIENTE.
            IF TABELA-ESTOURADA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-CLI-PLANO(WRK-IX-CLI).
            COMPUTE WRK-ABERTO = PAR-VALOR - PAR-PAGO.
            PERFORM 2550-ABATER-CHEQUE.
            IF WRK-ABERTO = ZEROS
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTPARC.
            PERFORM 2150-ATRASO-MEDIO.
            MOVE PAR-VENCIMENTO TO WRK-DATA-CALC.
            PERFORM 2900-ACHAR-SEMANA.
            ADD WRK-ABERTO TO WRK-SEM-PARCELAS(WRK-IX-SEM).
            ADD WRK-ABERTO TO WRK-TOT-PARCELAS.

       2550-ABATER-CHEQUE.
      *    O CHEQUE NA MAO DO CLIENTE PAGA PRIMEIRO AS PARCELAS E
      *    DEPOIS OS TITULOS, NA ORDEM DO ARQUIVO (PARCBAIX E
      *    TITBAIX NA COMPENSACAO) - O QUE ELE COBRE NAO ENTRA DE
      *    NOVO
            IF WRK-CLI-CHEQUE(WRK-IX-CLI) = ZEROS
                EXIT PARAGRAPH
            END-IF.
            IF WRK-CLI-CHEQUE(WRK-IX-CLI) < WRK-ABERTO
                MOVE WRK-CLI-CHEQUE(WRK-IX-CLI) TO WRK-ABATIDO
            ELSE
                MOVE WRK-ABERTO TO WRK-ABATIDO
            END-IF.
            SUBTRACT WRK-ABATIDO FROM WRK-CLI-CHEQUE(WRK-IX-CLI).
            SUBTRACT WRK-ABATIDO FROM WRK-ABERTO.
            ADD WRK-ABATIDO TO WRK-TOT-COBERTO.

       2600-PROJETAR-TITULOS.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-TITULO.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF TIT-ABERTO AND TIT-VALOR > TIT-PAGO
                    PERFORM 2700-PROJETAR-TITULO
                END-IF
                PERFORM 2050-LER-TITULO
            END-PERFORM.
            CLOSE TITULOS.

       2700-PROJETAR-TITULO.
            MOVE TIT-CODIGO TO WRK-CODIGO.
            PERFORM 1950-ACHAR-CLIENTE.
            IF TABELA-ESTOURADA
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-ABERTO = TIT-VALOR - TIT-PAGO.
      *    A DIVIDA DO CLIENTE COM PLANO SAI PELAS PARCELAS
            IF CLI-COM-PLANO(WRK-IX-CLI)
                ADD WRK-ABERTO TO WRK-TOT-PLANO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2550-ABATER-CHEQUE.
            IF WRK-ABERTO = ZEROS
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1960-VENCIMENTO-TITULO.
            MOVE WRK-VENCIMENTO TO WRK-DATA-CALC.
            PERFORM 1900-CONTAR-DIAS.
            IF WRK-HOJE-DIAS - WRK-DATA-DIAS > WRK-DIAS-DUVIDA
                ADD WRK-ABERTO TO WRK-TOT-DUVIDOSO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTTIT.
            PERFORM 2150-ATRASO-MEDIO.
            MOVE WRK-VENCIMENTO TO WRK-DATA-CALC.
            PERFORM 2900-ACHAR-SEMANA.
            ADD WRK-ABERTO TO WRK-SEM-TITULOS(WRK-IX-SEM).
            ADD WRK-ABERTO TO WRK-TOT-TITULOS.

       2800-PROJETAR-COMPRAS.
      *    SAIDA DA ORDEM DE COMPRA: O QUE FALTA RECEBER A CUSTO DA
      *    ORDEM, NA PREVISAO DE CHEGADA
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2850-LER-ORDEM.
            PERFORM UNTIL FIM-ARQUIVO
                IF OCP-ABERTA AND OCP-QTDE > OCP-QTRECEBIDA
                    PERFORM 2870-PROJETAR-ORDEM
                END-IF
                PERFORM 2850-LER-ORDEM
            END-PERFORM.
            CLOSE OCOMPRA.

       2850-LER-ORDEM.
            READ OCOMPRA
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2870-PROJETAR-ORDEM.
            ADD 1 TO WRK-QTOCP.
            COMPUTE WRK-ABERTO =
                (OCP-QTDE - OCP-QTRECEBIDA) * OCP-CUSTO.
            MOVE ZEROS TO WRK-ATRASO-MEDIO.
            IF OCP-PREVISAO IS NUMERIC AND OCP-PREVISAO > ZEROS
                MOVE OCP-PREVISAO TO WRK-DATA-CALC
                PERFORM 2900-ACHAR-SEMANA
            ELSE
                ADD 1 TO WRK-QTSEMPREV
                MOVE 1 TO WRK-IX-SEM
            END-IF.
            ADD WRK-ABERTO TO WRK-SEM-COMPRAS(WRK-IX-SEM).
            ADD WRK-ABERTO TO WRK-TOT-COMPRAS.

       2900-ACHAR-SEMANA.
      *    SEMANA DA DATA EM WRK-DATA-CALC EMPURRADA POR
      *    WRK-ATRASO-MEDIO: ANTES DE HOJE CAI NA 1A; DEPOIS DA 8A,
      *    NA 9A (FORA DO HORIZONTE)
            PERFORM 1900-CONTAR-DIAS.
            COMPUTE WRK-ESPERA-DIAS = WRK-DATA-DIAS + WRK-ATRASO-MEDIO
                                    - WRK-HOJE-DIAS.
            IF WRK-ATRASO-MEDIO > ZEROS
                ADD 1 TO WRK-QTATRASADOS
            END-IF.
            IF WRK-ESPERA-DIAS < 0
                MOVE 0 TO WRK-ESPERA-DIAS
            END-IF.
            IF WRK-ESPERA-DIAS > 55
                MOVE 9 TO WRK-IX-SEM
            ELSE
                COMPUTE WRK-IX-SEM = WRK-ESPERA-DIAS / 7 + 1
            END-IF.

       3000-RELATORIO.
            OPEN OUTPUT FLUXCAIX-RPT.
            MOVE WRK-DATA-SISTEMA(7:2) TO RPT-DIA.
            MOVE WRK-DATA-SISTEMA(5:2) TO RPT-MES.
            MOVE WRK-DATA-SISTEMA(1:4) TO RPT-ANO.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-SALDO-INICIAL TO RPT-ABERTURA.
            MOVE RPT-SALDO-ABERTURA TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-SALDO-INICIAL TO WRK-SALDO-PROJ.
            PERFORM 3100-LINHA-SEMANA
                VARYING WRK-IX-SEM FROM 1 BY 1
                UNTIL WRK-IX-SEM > 8.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'ENTRADAS DEPOIS DA 8A SEMANA................:'
                TO RPT-ROTULO.
            COMPUTE RPT-VALOR = WRK-SEM-TITULOS(9)
                              + WRK-SEM-PARCELAS(9)
                              + WRK-SEM-CHEQUES(9).
            PERFORM 3200-LINHA-RESUMO.
            MOVE 'COMPRAS DEPOIS DA 8A SEMANA.................:'
                TO RPT-ROTULO.
            MOVE WRK-SEM-COMPRAS(9) TO RPT-VALOR.
            PERFORM 3200-LINHA-RESUMO.
            MOVE 'TITULOS DUVIDOSOS (FORA DA PREVISAO)........:'
                TO RPT-ROTULO.
            MOVE WRK-TOT-DUVIDOSO TO RPT-VALOR.
            PERFORM 3200-LINHA-RESUMO.
            MOVE 'TITULOS RENEGOCIADOS EM PLANO DE PARCELAS...:'
                TO RPT-ROTULO.
            MOVE WRK-TOT-PLANO TO RPT-VALOR.
            PERFORM 3200-LINHA-RESUMO.
            MOVE 'JA COBERTOS POR CHEQUE PRE-DATADO...........:'
                TO RPT-ROTULO.
            MOVE WRK-TOT-COBERTO TO RPT-VALOR.
            PERFORM 3200-LINHA-RESUMO.
            CLOSE FLUXCAIX-RPT.

       3100-LINHA-SEMANA.
            COMPUTE WRK-DIAS-SEMANA = (WRK-IX-SEM - 1) * 7.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA WRK-DIAS-SEMANA
                WRK-INICIO-SEM.
            MOVE WRK-IX-SEM TO RPT-SEMANA.
            MOVE WRK-INICIO-SEM(7:2) TO RPT-INI-DIA.
            MOVE WRK-INICIO-SEM(5:2) TO RPT-INI-MES.
            MOVE WRK-INICIO-SEM(1:4) TO RPT-INI-ANO.
            MOVE WRK-SEM-TITULOS(WRK-IX-SEM)  TO RPT-TITULOS.
            MOVE WRK-SEM-PARCELAS(WRK-IX-SEM) TO RPT-PARCELAS.
            MOVE WRK-SEM-CHEQUES(WRK-IX-SEM)  TO RPT-CHEQUES.
            COMPUTE RPT-ENTRADAS = WRK-SEM-TITULOS(WRK-IX-SEM)
                                 + WRK-SEM-PARCELAS(WRK-IX-SEM)
                                 + WRK-SEM-CHEQUES(WRK-IX-SEM).
            MOVE WRK-SEM-COMPRAS(WRK-IX-SEM)  TO RPT-COMPRAS.
            COMPUTE WRK-LIQUIDO = WRK-SEM-TITULOS(WRK-IX-SEM)
                                + WRK-SEM-PARCELAS(WRK-IX-SEM)
                                + WRK-SEM-CHEQUES(WRK-IX-SEM)
                                - WRK-SEM-COMPRAS(WRK-IX-SEM).
            ADD WRK-LIQUIDO TO WRK-SALDO-PROJ.
            MOVE WRK-LIQUIDO    TO RPT-LIQUIDO.
            MOVE WRK-SALDO-PROJ TO RPT-SALDO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3200-LINHA-RESUMO.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
