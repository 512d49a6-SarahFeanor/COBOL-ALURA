       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRETEECO.
      *******************************************
      * AULA:      ECONOMIA DA COTACAO DE FRETE
      * OBJETIVO:  MEDIR QUANTO A COTACAO ENTRE TRANSPORTADORAS DO
      *            FRETECALC ECONOMIZOU EM CADA MES DO ANO: PARA
      *            CADA EMBARQUE COTADO, O FRETE BASE (O DA PRIMEIRA
      *            TRANSPORTADORA QUE ATENDE A UF, A QUE O MANIFESTO
      *            PEGAVA) MENOS O FRETE PAGO (O DA COTADA) - POR
      *            MES E POR TRANSPORTADORA, COM O TOTAL DO MES E O
      *            DO ANO EM FRETEECO.RPT; TRANSPORTADORA FORCADA
      *            MAIS CARA QUE A BASE ENTRA COMO ECONOMIA NEGATIVA
      *            EMBARQUE SEM TRANSPORTADORA COTADA (SO FRETE.CFG)
      *            E SO CONTADO NA LINHA DO MES
      *            ANO: VARIAVEL FRETEECO_ANO (AAAA); SEM ELA, O ANO
      *            CORRENTE ATE A DATA DE PROCESSAMENTO (DATASIS)
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
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT FRETEECO-RPT ASSIGN TO 'FRETEECO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD TRANSP.
           COPY TRANSP.

       FD FRETEECO-RPT.
       01 RPT-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       77 EMBARQUE-STATUS  PIC 9(02).
       77 TRANSP-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-TRANSP-OK    PIC X(01) VALUE 'N'.
           88 TRANSP-ABERTO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-ANO-INF      PIC X(04) VALUE SPACES.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-IX-MES       PIC 9(02) VALUE 0.
       77 WRK-IX-TRA       PIC 9(02) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(02) VALUE 0.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTCOTADOS    PIC 9(05) VALUE 0.
       77 WRK-QTSEMCOT     PIC 9(05) VALUE 0.
       77 WRK-ECONOMIA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PERC         PIC S9(03)V99 VALUE ZEROS.
       01 WRK-TAB-MESES.
      *    POR MES DO ANO: AS TRANSPORTADORAS COTADAS, NA ORDEM EM
      *    QUE APARECERAM, E OS EMBARQUES SEM COTACAO
           05 WRK-MES OCCURS 12 TIMES.
               10 WRK-MES-QTTRA  PIC 9(02).
               10 WRK-MES-SEMCOT PIC 9(05).
               10 WRK-MES-TRA OCCURS 20 TIMES.
                   15 WRK-MT-CODIGO PIC X(03).
                   15 WRK-MT-QTDE   PIC 9(05).
                   15 WRK-MT-BASE   PIC 9(09)V99.
                   15 WRK-MT-PAGO   PIC 9(09)V99.
       01 WRK-TOT-MES.
           05 WRK-TMS-QTDE  PIC 9(05).
           05 WRK-TMS-BASE  PIC 9(09)V99.
           05 WRK-TMS-PAGO  PIC 9(09)V99.
       01 WRK-TOT-ANO.
           05 WRK-TAN-QTDE  PIC 9(05).
           05 WRK-TAN-BASE  PIC 9(09)V99.
           05 WRK-TAN-PAGO  PIC 9(09)V99.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'ECONOMIA DA COTACAO DE FRETE - DE      '.
           05 RPT-INICIO PIC 9(08).
           05 FILLER   PIC X(05) VALUE ' ATE '.
           05 RPT-FIM  PIC 9(08).
       01 RPT-MES-LINHA.
           05 FILLER   PIC X(04) VALUE 'MES '.
           05 RPT-MES  PIC 9(02).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-ANO  PIC 9(04).
           05 FILLER   PIC X(30) VALUE
              '   SEM COTACAO (FRETE.CFG):   '.
           05 RPT-SEMCOT PIC ZZ.ZZ9.
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              '  TRA  NOME                EMBARQ     FRETE BASE  '.
           05 FILLER PIC X(37) VALUE
              '   FRETE PAGO       ECONOMIA        %'.
       01 RPT-DETALHE.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TRANSP   PIC X(03).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-NOME     PIC X(20).
           05 RPT-QTDE     PIC ZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-BASE     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PAGO     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-ECONOMIA PIC --.---.--9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERC     PIC ---9,99.
       01 RPT-TOTAL-LINHA.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-ROTULO   PIC X(25).
           05 RPT-TOT-QTDE PIC ZZ.ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-BASE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-PAGO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-ECON PIC --.---.--9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-PERC PIC ---9,99.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-APURAR-EMBARQUES
            END-IF.
            IF RETURN-CODE = 0 AND TABELA-ESTOURADA
                DISPLAY 'FRETEECO: MAIS DE 20 TRANSPORTADORAS NUM '
                        'MES - RELATORIO RECUSADO'
                MOVE 16 TO RETURN-CODE
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 3000-RELATORIO
            END-IF.
            DISPLAY '===== FRETEECO - ECONOMIA DA COTACAO ====='.
            DISPLAY 'PERIODO..............: ' WRK-DATA-INICIO
                    ' A ' WRK-DATA-FIM.
            DISPLAY 'EMBARQUES NO PERIODO.: ' WRK-QTLIDOS.
            DISPLAY 'COTADOS..............: ' WRK-QTCOTADOS.
            DISPLAY 'SEM COTACAO..........: ' WRK-QTSEMCOT.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTLIDOS WRK-QTCOTADOS WRK-QTSEMCOT.
            MOVE 'N' TO WRK-TAB-CHEIA WRK-TRANSP-OK.
            INITIALIZE WRK-TAB-MESES WRK-TOT-ANO.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
      *    ANO INFORMADO E ANTERIOR AO CORRENTE: ANO FECHADO;
      *    SEM ANO (OU ANO INVALIDO): DE 1/JAN ATE HOJE
            MOVE WRK-DATA-SISTEMA(1:4) TO WRK-DATA-INICIO(1:4).
            MOVE '0101' TO WRK-DATA-INICIO(5:4).
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM.
            MOVE SPACES TO WRK-ANO-INF.
            ACCEPT WRK-ANO-INF FROM ENVIRONMENT 'FRETEECO_ANO'.
            IF WRK-ANO-INF IS NUMERIC AND WRK-ANO-INF NOT = SPACES
                IF WRK-ANO-INF < WRK-DATA-SISTEMA(1:4)
                    MOVE WRK-ANO-INF TO WRK-DATA-INICIO(1:4)
                                        WRK-DATA-FIM(1:4)
                    MOVE '1231' TO WRK-DATA-FIM(5:4)
                ELSE
                    IF WRK-ANO-INF > WRK-DATA-SISTEMA(1:4)
                        DISPLAY 'FRETEECO: ANO ' WRK-ANO-INF
                                ' NO FUTURO - VALE O ANO CORRENTE'
                    END-IF
                END-IF
            END-IF.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'FRETEECO: NAO ABRIU EMBARQUE.DAT'
                MOVE 16 TO RETURN-CODE
            END-IF.

       2000-APURAR-EMBARQUES.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-EMBARQUE.
            PERFORM 2100-ACUMULAR-EMBARQUE
                UNTIL FIM-EMBARQUE OR TABELA-ESTOURADA.
            CLOSE EMBARQUE.

       2050-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-ACUMULAR-EMBARQUE.
      *    SO O EMBARQUE NORMAL DO PERIODO - CANCELADO NAO PAGOU
      *    FRETE; EMBARQUE GRAVADO ANTES DA COTACAO NAO TEM FRETE
      *    BASE E CONTA COMO SEM COTACAO
            IF NOT EMB-NORMAL
             OR EMB-DATA < WRK-DATA-INICIO
             OR EMB-DATA > WRK-DATA-FIM
                PERFORM 2050-LER-EMBARQUE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTLIDOS.
            MOVE EMB-DATA(5:2) TO WRK-IX-MES.
            IF EMB-TRANSP = SPACES
             OR EMB-FRETE-BASE IS NOT NUMERIC
                ADD 1 TO WRK-QTSEMCOT
                ADD 1 TO WRK-MES-SEMCOT(WRK-IX-MES)
                PERFORM 2050-LER-EMBARQUE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2200-ACHAR-TRANSPORTADORA.
            IF WRK-IX-ACHADO = 0
                IF WRK-MES-QTTRA(WRK-IX-MES) < 20
                    ADD 1 TO WRK-MES-QTTRA(WRK-IX-MES)
                    MOVE WRK-MES-QTTRA(WRK-IX-MES) TO WRK-IX-ACHADO
                    MOVE EMB-TRANSP TO
                        WRK-MT-CODIGO(WRK-IX-MES WRK-IX-ACHADO)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WRK-QTCOTADOS.
            ADD 1 TO WRK-MT-QTDE(WRK-IX-MES WRK-IX-ACHADO).
            ADD EMB-FRETE-BASE TO
                WRK-MT-BASE(WRK-IX-MES WRK-IX-ACHADO).
            ADD EMB-FRETE TO
                WRK-MT-PAGO(WRK-IX-MES WRK-IX-ACHADO).
            PERFORM 2050-LER-EMBARQUE.

       2200-ACHAR-TRANSPORTADORA.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-TRA FROM 1 BY 1
                    UNTIL WRK-IX-TRA > WRK-MES-QTTRA(WRK-IX-MES)
                    OR WRK-IX-ACHADO > 0
                IF WRK-MT-CODIGO(WRK-IX-MES WRK-IX-TRA) = EMB-TRANSP
                    MOVE WRK-IX-TRA TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.

       3000-RELATORIO.
      *    O NOME DA TRANSPORTADORA VEM DO MESTRE - SEM TRANSP.DAT
      *    O RELATORIO SAI SO COM O CODIGO
            OPEN INPUT TRANSP.
            IF TRANSP-STATUS = 0
                SET TRANSP-ABERTO TO TRUE
            END-IF.
            OPEN OUTPUT FRETEECO-RPT.
            MOVE WRK-DATA-INICIO TO RPT-INICIO.
            MOVE WRK-DATA-FIM    TO RPT-FIM.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3100-SECAO-MES
                VARYING WRK-IX-MES FROM 1 BY 1
                UNTIL WRK-IX-MES > 12.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'TOTAL DO PERIODO' TO RPT-ROTULO.
            MOVE WRK-TAN-QTDE TO RPT-TOT-QTDE.
            MOVE WRK-TAN-BASE TO RPT-TOT-BASE.
            MOVE WRK-TAN-PAGO TO RPT-TOT-PAGO.
            COMPUTE WRK-ECONOMIA = WRK-TAN-BASE - WRK-TAN-PAGO.
            MOVE WRK-ECONOMIA TO RPT-TOT-ECON.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TAN-BASE > 0
                COMPUTE WRK-PERC ROUNDED =
                    WRK-ECONOMIA * 100 / WRK-TAN-BASE
            END-IF.
            MOVE WRK-PERC TO RPT-TOT-PERC.
            MOVE RPT-TOTAL-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
            CLOSE FRETEECO-RPT.
            IF TRANSP-ABERTO
                CLOSE TRANSP
            END-IF.

       3100-SECAO-MES.
      *    MES SEM NENHUM EMBARQUE NO PERIODO NAO SAI
            IF WRK-MES-QTTRA(WRK-IX-MES) = 0
             AND WRK-MES-SEMCOT(WRK-IX-MES) = 0
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE WRK-TOT-MES.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-IX-MES TO RPT-MES.
            MOVE WRK-DATA-INICIO(1:4) TO RPT-ANO.
            MOVE WRK-MES-SEMCOT(WRK-IX-MES) TO RPT-SEMCOT.
            MOVE RPT-MES-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3200-LINHA-TRANSPORTADORA
                VARYING WRK-IX-TRA FROM 1 BY 1
                UNTIL WRK-IX-TRA > WRK-MES-QTTRA(WRK-IX-MES).
            MOVE 'TOTAL DO MES' TO RPT-ROTULO.
            MOVE WRK-TMS-QTDE TO RPT-TOT-QTDE.
            MOVE WRK-TMS-BASE TO RPT-TOT-BASE.
            MOVE WRK-TMS-PAGO TO RPT-TOT-PAGO.
            COMPUTE WRK-ECONOMIA = WRK-TMS-BASE - WRK-TMS-PAGO.
            MOVE WRK-ECONOMIA TO RPT-TOT-ECON.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TMS-BASE > 0
                COMPUTE WRK-PERC ROUNDED =
                    WRK-ECONOMIA * 100 / WRK-TMS-BASE
            END-IF.
            MOVE WRK-PERC TO RPT-TOT-PERC.
            MOVE RPT-TOTAL-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD WRK-TMS-QTDE TO WRK-TAN-QTDE.
            ADD WRK-TMS-BASE TO WRK-TAN-BASE.
            ADD WRK-TMS-PAGO TO WRK-TAN-PAGO.

       3200-LINHA-TRANSPORTADORA.
            MOVE WRK-MT-CODIGO(WRK-IX-MES WRK-IX-TRA) TO RPT-TRANSP.
            MOVE SPACES TO RPT-NOME.
            IF TRANSP-ABERTO
                MOVE WRK-MT-CODIGO(WRK-IX-MES WRK-IX-TRA) TO TRA-CODIGO
                READ TRANSP
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE TRA-NOME TO RPT-NOME
                END-READ
            END-IF.
            MOVE WRK-MT-QTDE(WRK-IX-MES WRK-IX-TRA) TO RPT-QTDE.
            MOVE WRK-MT-BASE(WRK-IX-MES WRK-IX-TRA) TO RPT-BASE.
            MOVE WRK-MT-PAGO(WRK-IX-MES WRK-IX-TRA) TO RPT-PAGO.
            COMPUTE WRK-ECONOMIA =
                WRK-MT-BASE(WRK-IX-MES WRK-IX-TRA)
              - WRK-MT-PAGO(WRK-IX-MES WRK-IX-TRA).
            MOVE WRK-ECONOMIA TO RPT-ECONOMIA.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-MT-BASE(WRK-IX-MES WRK-IX-TRA) > 0
                COMPUTE WRK-PERC ROUNDED = WRK-ECONOMIA * 100
                    / WRK-MT-BASE(WRK-IX-MES WRK-IX-TRA)
            END-IF.
            MOVE WRK-PERC TO RPT-PERC.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD WRK-MT-QTDE(WRK-IX-MES WRK-IX-TRA) TO WRK-TMS-QTDE.
            ADD WRK-MT-BASE(WRK-IX-MES WRK-IX-TRA) TO WRK-TMS-BASE.
            ADD WRK-MT-PAGO(WRK-IX-MES WRK-IX-TRA) TO WRK-TMS-PAGO.
