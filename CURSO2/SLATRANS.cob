       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLATRANS.
      *******************************************
      * AULA:      SLA DE ENTREGA DAS TRANSPORTADORAS
      * OBJETIVO:  MEDIR, PARA OS PEDIDOS ENTREGUES NO MES
      *            (EMBSTAT.DAT NA SITUACAO 3 COM DATA NA
      *            COMPETENCIA), OS DIAS ENTRE EMBARCADO E
      *            ENTREGUE DE CADA TRANSPORTADORA CONTRA O PRAZO
      *            PROMETIDO PARA A UF NO MESTRE (TRANSP.DAT), E
      *            GERAR SLA.RPT COM MEDIA DE DIAS, % ENTREGUE
      *            COM ATRASO E A LISTA DOS EMBARQUES ATRASADOS
      *            DATA DE EMBARQUE: AVANCO PARA A SITUACAO 2 NO
      *            EMBSTAT.HIS; SEM ELE (PEDIDO QUE PULOU DIRETO
      *            PARA ENTREGUE, OU ANTERIOR AO HISTORICO) VALE A
      *            DATA DO EMBARQUE (EMB-DATA)
      *            TRANSPORTADORA: ALOCACAO DO EMBTRANS.DAT QUANDO
      *            AINDA ESTA LA; SENAO A MESMA REGRA DO MANIFEST
      *            (PRIMEIRA ATIVA, PELO CODIGO, QUE ATENDE A UF)
      *            DIAS EM BASE COMERCIAL 30/360, COMO O AGINGREL
      *            PRAZO ZERO E PRAZO NAO COMBINADO - A ENTREGA
      *            ENTRA NA MEDIA MAS NAO NO % DE ATRASO
      *            COMPETENCIA: VARIAVEL SLA_COMPETENCIA (AAAAMM)
      *            - SEM ELA VALE O MES CORRENTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBSTAT ASSIGN TO 'EMBSTAT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EMBSTAT-STATUS
             RECORD KEY IS EST-CHAVE.
           SELECT EMBSTHIS ASSIGN TO 'EMBSTAT.HIS'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBSTHIS-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT EMBTRANS ASSIGN TO 'EMBTRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBTRANS-STATUS.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT SLA-RPT ASSIGN TO 'SLA.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBSTAT.
           COPY EMBSTAT.

       FD EMBSTHIS.
           COPY EMBSTHIS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBTRANS.
       01 EMBTRANS-REG.
           05 ETR-PEDIDO PIC 9(07).
           05 ETR-CODIGO PIC X(03).

       FD TRANSP.
           COPY TRANSP.

       FD SLA-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 EMBSTAT-STATUS  PIC 9(02).
       77 EMBSTHIS-STATUS PIC 9(02).
       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBTRANS-STATUS PIC 9(02).
       77 TRANSP-STATUS   PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-INF    PIC X(06) VALUE SPACES.
       77 WRK-PEDIDO      PIC 9(07) VALUE ZEROS.
       77 WRK-CODTRA      PIC X(03) VALUE SPACES.
       77 WRK-QTENT       PIC 9(04) VALUE 0.
       77 WRK-IX-ENT      PIC 9(04) VALUE 0.
       77 WRK-QTTRA       PIC 9(02) VALUE 0.
       77 WRK-IX-TRA      PIC 9(02) VALUE 0.
       77 WRK-IX-UF       PIC 9(02) VALUE 0.
       77 WRK-IX-PRAZO    PIC 9(02) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-MEDIA       PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PERC        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTFORA-TAB  PIC 9(05) VALUE 0.
       77 WRK-QTSEM-TRA   PIC 9(05) VALUE 0.
       77 WRK-QTSEM-DATA  PIC 9(05) VALUE 0.
       77 WRK-QTATRASOS   PIC 9(05) VALUE 0.
       77 WRK-TOT-ENTREGAS PIC 9(05) VALUE 0.
       77 WRK-TOT-COMPRAZO PIC 9(05) VALUE 0.
       77 WRK-TOT-DIAS    PIC 9(07) VALUE 0.
       01 WRK-DT-EMBARQUE.
           05 WRK-EMB-ANO PIC 9(04).
           05 WRK-EMB-MES PIC 9(02).
           05 WRK-EMB-DIA PIC 9(02).
       01 WRK-DT-ENTREGA.
           05 WRK-ENT-ANO PIC 9(04).
           05 WRK-ENT-MES PIC 9(02).
           05 WRK-ENT-DIA PIC 9(02).
       01 WRK-TAB-TRANSP.
      *    MESTRE DE TRANSPORTADORAS EM MEMORIA (ATIVAS E
      *    INATIVAS - A INATIVA PODE TER ENTREGUE NO MES) COM OS
      *    ACUMULADOS DA COMPETENCIA
           05 WRK-TRA OCCURS 20 TIMES.
               10 WRK-TRA-CODIGO   PIC X(03).
               10 WRK-TRA-NOME     PIC X(30).
               10 WRK-TRA-UFS      PIC X(54).
               10 WRK-TRA-PRAZOS.
                   15 WRK-TRA-PRAZO PIC 9(02) OCCURS 27 TIMES.
               10 WRK-TRA-SITUACAO PIC X(01).
               10 WRK-TRA-ENTREGAS PIC 9(05).
               10 WRK-TRA-COMPRAZO PIC 9(05).
               10 WRK-TRA-ATRASOS  PIC 9(05).
               10 WRK-TRA-DIAS     PIC 9(07).
       01 WRK-TAB-ENTREGAS.
      *    PEDIDOS ENTREGUES NA COMPETENCIA E O QUE SE APURA DE
      *    CADA UM NOS DEMAIS ARQUIVOS
           05 WRK-ENT OCCURS 2000 TIMES.
               10 WRK-ENT-PEDIDO   PIC 9(07).
               10 WRK-ENT-ENTREGA  PIC 9(08).
               10 WRK-ENT-EMBHIS   PIC 9(08).
               10 WRK-ENT-EMBDATA  PIC 9(08).
               10 WRK-ENT-UF       PIC X(02).
               10 WRK-ENT-CODTRA   PIC X(03).
               10 WRK-ENT-DIAS     PIC 9(05).
               10 WRK-ENT-PRAZO    PIC 9(02).
               10 WRK-ENT-ATRASO   PIC X(01).
                   88 ENTREGA-ATRASADA VALUE 'S'.
       01 RPT-CABECALHO.
           05 FILLER    PIC X(36) VALUE
              'SLA DE TRANSPORTADORAS   COMPETENCIA'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-COMP  PIC 9(06).
       01 RPT-COLUNAS.
           05 FILLER PIC X(04) VALUE 'COD'.
           05 FILLER PIC X(31) VALUE 'TRANSPORTADORA'.
           05 FILLER PIC X(09) VALUE ' ENTREGAS'.
           05 FILLER PIC X(11) VALUE ' MEDIA DIAS'.
           05 FILLER PIC X(10) VALUE ' COM PRAZO'.
           05 FILLER PIC X(10) VALUE ' ATRASADAS'.
           05 FILLER PIC X(09) VALUE '  %ATRASO'.
       01 RPT-DETALHE.
           05 RPT-CODTRA    PIC X(03).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-NOME      PIC X(30).
           05 FILLER        PIC X(05) VALUE SPACES.
           05 RPT-ENTREGAS  PIC ZZZZ9.
           05 FILLER        PIC X(06) VALUE SPACES.
           05 RPT-MEDIA     PIC ZZ9,9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 RPT-COMPRAZO  PIC ZZZZ9.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 RPT-ATRASOS   PIC ZZZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RPT-PERC      PIC ZZ9,99.
       01 RPT-RODAPE-SEMTRA.
           05 FILLER        PIC X(39) VALUE
              'ENTREGUES SEM TRANSPORTADORA DA UF'.
           05 RPT-QTSEMTRA  PIC ZZZZ9.
       01 RPT-RODAPE-SEMDATA.
           05 FILLER        PIC X(39) VALUE
              'ENTREGUES SEM DATA DE EMBARQUE'.
           05 RPT-QTSEMDATA PIC ZZZZ9.
       01 RPT-TITULO-ATRASOS.
           05 FILLER PIC X(40) VALUE
              'EMBARQUES ENTREGUES COM ATRASO'.
       01 RPT-COLUNAS-ATRASOS.
           05 FILLER PIC X(09) VALUE 'PEDIDO'.
           05 FILLER PIC X(05) VALUE 'COD'.
           05 FILLER PIC X(04) VALUE 'UF'.
           05 FILLER PIC X(12) VALUE 'EMBARCADO'.
           05 FILLER PIC X(12) VALUE 'ENTREGUE'.
           05 FILLER PIC X(06) VALUE ' DIAS'.
           05 FILLER PIC X(07) VALUE ' PRAZO'.
           05 FILLER PIC X(07) VALUE ' ATRASO'.
       01 RPT-ATRASO.
           05 RPT-AT-PEDIDO PIC 9(07).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-AT-CODTRA PIC X(03).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-AT-UF     PIC X(02).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-AT-EMBARQUE.
               10 RPT-AT-EMB-DIA PIC 9(02).
               10 FILLER         PIC X(01) VALUE '/'.
               10 RPT-AT-EMB-MES PIC 9(02).
               10 FILLER         PIC X(01) VALUE '/'.
               10 RPT-AT-EMB-ANO PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-AT-ENTREGA.
               10 RPT-AT-ENT-DIA PIC 9(02).
               10 FILLER         PIC X(01) VALUE '/'.
               10 RPT-AT-ENT-MES PIC 9(02).
               10 FILLER         PIC X(01) VALUE '/'.
               10 RPT-AT-ENT-ANO PIC 9(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-AT-DIAS   PIC ZZZ9.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 RPT-AT-PRAZO  PIC Z9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RPT-AT-ATRASO PIC ZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 1200-CARREGAR-TRANSP
                PERFORM 2000-CARREGAR-ENTREGAS
                PERFORM 2300-LER-HISTORICO
                PERFORM 2400-LER-EMBARQUES
                PERFORM 2500-LER-ALOCACAO
                PERFORM 3000-APURAR-ENTREGA
                    VARYING WRK-IX-ENT FROM 1 BY 1
                    UNTIL WRK-IX-ENT > WRK-QTENT
                PERFORM 5000-RELATORIO
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT 'SLA_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            OPEN INPUT EMBSTAT.
            IF EMBSTAT-STATUS NOT = 0
                DISPLAY 'SLATRANS: SEM EMBSTAT.DAT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT SLA-RPT
                MOVE WRK-COMPETENCIA TO RPT-COMP
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       1200-CARREGAR-TRANSP.
            MOVE 0 TO WRK-QTTRA.
            OPEN INPUT TRANSP.
            IF TRANSP-STATUS NOT = 0
                DISPLAY 'SLATRANS: SEM TRANSP.DAT - TODA ENTREGA '
                        'SAIRA COMO SEM TRANSPORTADORA'
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO TRA-CHAVE.
            START TRANSP KEY IS NOT LESS THAN TRA-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    MOVE 'N' TO WRK-FIMARQ
                    PERFORM 1250-LER-TRANSP
            END-START.
            PERFORM UNTIL FIM-ARQUIVO
                IF WRK-QTTRA < 20
                    ADD 1 TO WRK-QTTRA
                    MOVE TRA-CODIGO  TO WRK-TRA-CODIGO(WRK-QTTRA)
                    MOVE TRA-NOME    TO WRK-TRA-NOME(WRK-QTTRA)
                    MOVE TRA-UFS     TO WRK-TRA-UFS(WRK-QTTRA)
                    MOVE TRA-PRAZOS  TO WRK-TRA-PRAZOS(WRK-QTTRA)
                    MOVE TRA-STATUS-TRANSP
                        TO WRK-TRA-SITUACAO(WRK-QTTRA)
                    MOVE ZEROS TO WRK-TRA-ENTREGAS(WRK-QTTRA)
                                  WRK-TRA-COMPRAZO(WRK-QTTRA)
                                  WRK-TRA-ATRASOS(WRK-QTTRA)
                                  WRK-TRA-DIAS(WRK-QTTRA)
                END-IF
                PERFORM 1250-LER-TRANSP
            END-PERFORM.
            CLOSE TRANSP.

       1250-LER-TRANSP.
            READ TRANSP NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2000-CARREGAR-ENTREGAS.
      *    SITUACAO 3 COM A DATA DA ULTIMA MUDANCA NA COMPETENCIA
      *    - A ENTREGA E SEMPRE A ULTIMA SITUACAO DO PEDIDO
            MOVE LOW-VALUES TO EST-CHAVE.
            START EMBSTAT KEY IS NOT LESS THAN EST-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    MOVE 'N' TO WRK-FIMARQ
                    PERFORM 2050-LER-EMBSTAT
            END-START.
            PERFORM UNTIL FIM-ARQUIVO
                IF EST-ENTREGUE
                 AND EST-DATA(1:6) = WRK-COMPETENCIA
                    IF WRK-QTENT < 2000
                        ADD 1 TO WRK-QTENT
                        MOVE EST-PEDIDO TO WRK-ENT-PEDIDO(WRK-QTENT)
                        MOVE EST-DATA   TO WRK-ENT-ENTREGA(WRK-QTENT)
                        MOVE ZEROS  TO WRK-ENT-EMBHIS(WRK-QTENT)
                                       WRK-ENT-EMBDATA(WRK-QTENT)
                                       WRK-ENT-DIAS(WRK-QTENT)
                                       WRK-ENT-PRAZO(WRK-QTENT)
                        MOVE SPACES TO WRK-ENT-UF(WRK-QTENT)
                                       WRK-ENT-CODTRA(WRK-QTENT)
                        MOVE 'N'    TO WRK-ENT-ATRASO(WRK-QTENT)
                    ELSE
                        ADD 1 TO WRK-QTFORA-TAB
                    END-IF
                END-IF
                PERFORM 2050-LER-EMBSTAT
            END-PERFORM.

       2050-LER-EMBSTAT.
            READ EMBSTAT NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-LOCALIZAR-ENTREGA.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-ENT FROM 1 BY 1
                    UNTIL WRK-IX-ENT > WRK-QTENT
                    OR WRK-ACHOU = 'S'
                IF WRK-ENT-PEDIDO(WRK-IX-ENT) = WRK-PEDIDO
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-ENT
                END-IF
            END-PERFORM.

       2300-LER-HISTORICO.
      *    ULTIMO AVANCO PARA EMBARCADO DE CADA PEDIDO
            OPEN INPUT EMBSTHIS.
            IF EMBSTHIS-STATUS NOT = 0
                DISPLAY 'SLATRANS: SEM EMBSTAT.HIS - EMBARQUE PELA '
                        'DATA DO EMBARQUE.DAT'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2350-LER-EMBSTHIS.
            PERFORM UNTIL FIM-ARQUIVO
                IF ESH-EMBARCADO
                    MOVE ESH-PEDIDO TO WRK-PEDIDO
                    PERFORM 2100-LOCALIZAR-ENTREGA
                    IF WRK-ACHOU = 'S'
                        MOVE ESH-DATA TO WRK-ENT-EMBHIS(WRK-IX-ENT)
                    END-IF
                END-IF
                PERFORM 2350-LER-EMBSTHIS
            END-PERFORM.
            CLOSE EMBSTHIS.

       2350-LER-EMBSTHIS.
            READ EMBSTHIS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2400-LER-EMBARQUES.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'SLATRANS: SEM EMBARQUE.DAT'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2450-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                MOVE EMB-PEDIDO TO WRK-PEDIDO
                PERFORM 2100-LOCALIZAR-ENTREGA
                IF WRK-ACHOU = 'S'
                    MOVE EMB-UF   TO WRK-ENT-UF(WRK-IX-ENT)
                    MOVE EMB-DATA TO WRK-ENT-EMBDATA(WRK-IX-ENT)
                END-IF
                PERFORM 2450-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.

       2450-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2500-LER-ALOCACAO.
      *    O MANIFEST REGRAVA A ALOCACAO TODO DIA - SO VALE O
      *    CODIGO DE TRANSPORTADORA DE VERDADE (NAO ---, ??? E CAN)
            OPEN INPUT EMBTRANS.
            IF EMBTRANS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2550-LER-EMBTRANS.
            PERFORM UNTIL FIM-ARQUIVO
                IF ETR-CODIGO NOT = '---' AND ETR-CODIGO NOT = '???'
                 AND ETR-CODIGO NOT = 'CAN'
                 AND ETR-CODIGO NOT = SPACES
                    MOVE ETR-PEDIDO TO WRK-PEDIDO
                    PERFORM 2100-LOCALIZAR-ENTREGA
                    IF WRK-ACHOU = 'S'
                        MOVE ETR-CODIGO TO WRK-ENT-CODTRA(WRK-IX-ENT)
                    END-IF
                END-IF
                PERFORM 2550-LER-EMBTRANS
            END-PERFORM.
            CLOSE EMBTRANS.

       2550-LER-EMBTRANS.
            READ EMBTRANS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3000-APURAR-ENTREGA.
            IF WRK-ENT-EMBHIS(WRK-IX-ENT) > ZEROS
                MOVE WRK-ENT-EMBHIS(WRK-IX-ENT) TO WRK-DT-EMBARQUE
            ELSE
                MOVE WRK-ENT-EMBDATA(WRK-IX-ENT) TO WRK-DT-EMBARQUE
            END-IF.
            IF WRK-DT-EMBARQUE = ZEROS
                ADD 1 TO WRK-QTSEM-DATA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-ENT-CODTRA(WRK-IX-ENT) TO WRK-CODTRA.
            PERFORM 3100-LOCALIZAR-TRANSP.
            IF WRK-ACHOU NOT = 'S'
                ADD 1 TO WRK-QTSEM-TRA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-TRA-CODIGO(WRK-IX-TRA)
                TO WRK-ENT-CODTRA(WRK-IX-ENT).
      *    BASE COMERCIAL 30/360, COMO O AGINGREL
            MOVE WRK-ENT-ENTREGA(WRK-IX-ENT) TO WRK-DT-ENTREGA.
            COMPUTE WRK-DIAS =
                ((WRK-ENT-ANO - WRK-EMB-ANO) * 360)
              + ((WRK-ENT-MES - WRK-EMB-MES) * 30)
              + (WRK-ENT-DIA - WRK-EMB-DIA).
            IF WRK-DIAS < 0
                MOVE 0 TO WRK-DIAS
            END-IF.
            MOVE WRK-DIAS TO WRK-ENT-DIAS(WRK-IX-ENT).
            PERFORM 3200-PRAZO-DA-UF.
            ADD 1        TO WRK-TRA-ENTREGAS(WRK-IX-TRA).
            ADD WRK-DIAS TO WRK-TRA-DIAS(WRK-IX-TRA).
            IF WRK-ENT-PRAZO(WRK-IX-ENT) > 0
                ADD 1 TO WRK-TRA-COMPRAZO(WRK-IX-TRA)
                IF WRK-DIAS > WRK-ENT-PRAZO(WRK-IX-ENT)
                    SET ENTREGA-ATRASADA(WRK-IX-ENT) TO TRUE
                    ADD 1 TO WRK-TRA-ATRASOS(WRK-IX-TRA)
                END-IF
            END-IF.

       3100-LOCALIZAR-TRANSP.
      *    COM ALOCACAO, PELO CODIGO; SEM ELA, A PRIMEIRA ATIVA
      *    QUE ATENDE A UF, NA ORDEM DO CODIGO - REGRA DO MANIFEST
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-TRA FROM 1 BY 1
                    UNTIL WRK-IX-TRA > WRK-QTTRA
                    OR WRK-ACHOU = 'S'
                IF WRK-CODTRA NOT = SPACES
                    IF WRK-TRA-CODIGO(WRK-IX-TRA) = WRK-CODTRA
                        MOVE 'S' TO WRK-ACHOU
                    END-IF
                ELSE
                    IF WRK-TRA-SITUACAO(WRK-IX-TRA) = '1'
                        PERFORM 3150-ATENDE-UF
                    END-IF
                END-IF
                IF WRK-ACHOU = 'S'
                    SUBTRACT 1 FROM WRK-IX-TRA
                END-IF
            END-PERFORM.

       3150-ATENDE-UF.
            IF WRK-ENT-UF(WRK-IX-ENT) = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRK-IX-UF FROM 1 BY 2
                    UNTIL WRK-IX-UF > 53 OR WRK-ACHOU = 'S'
                IF WRK-TRA-UFS(WRK-IX-TRA)(WRK-IX-UF:2)
                        = WRK-ENT-UF(WRK-IX-ENT)
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-PERFORM.

       3200-PRAZO-DA-UF.
      *    O PRAZO FICA NA MESMA POSICAO DA UF NA LISTA
            MOVE ZEROS TO WRK-ENT-PRAZO(WRK-IX-ENT).
            IF WRK-ENT-UF(WRK-IX-ENT) = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRK-IX-UF FROM 1 BY 2
                    UNTIL WRK-IX-UF > 53
                IF WRK-TRA-UFS(WRK-IX-TRA)(WRK-IX-UF:2)
                        = WRK-ENT-UF(WRK-IX-ENT)
                    COMPUTE WRK-IX-PRAZO = (WRK-IX-UF + 1) / 2
                    IF WRK-TRA-PRAZO(WRK-IX-TRA, WRK-IX-PRAZO)
                            IS NUMERIC
                        MOVE WRK-TRA-PRAZO(WRK-IX-TRA, WRK-IX-PRAZO)
                            TO WRK-ENT-PRAZO(WRK-IX-ENT)
                    END-IF
                    MOVE 54 TO WRK-IX-UF
                END-IF
            END-PERFORM.

       5000-RELATORIO.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 5100-DETALHE-TRANSP
                VARYING WRK-IX-TRA FROM 1 BY 1
                UNTIL WRK-IX-TRA > WRK-QTTRA.
            MOVE 'TOT'              TO RPT-CODTRA.
            MOVE 'TOTAL DAS TRANSPORTADORAS' TO RPT-NOME.
            MOVE WRK-TOT-ENTREGAS   TO RPT-ENTREGAS.
            MOVE ZEROS TO WRK-MEDIA.
            IF WRK-TOT-ENTREGAS > 0
                COMPUTE WRK-MEDIA ROUNDED =
                    WRK-TOT-DIAS / WRK-TOT-ENTREGAS
                    ON SIZE ERROR
                        MOVE 999,9 TO WRK-MEDIA
                END-COMPUTE
            END-IF.
            MOVE WRK-MEDIA          TO RPT-MEDIA.
            MOVE WRK-TOT-COMPRAZO   TO RPT-COMPRAZO.
            MOVE WRK-QTATRASOS      TO RPT-ATRASOS.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TOT-COMPRAZO > 0
                COMPUTE WRK-PERC ROUNDED =
                    WRK-QTATRASOS * 100 / WRK-TOT-COMPRAZO
            END-IF.
            MOVE WRK-PERC           TO RPT-PERC.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-QTSEM-TRA  TO RPT-QTSEMTRA.
            MOVE RPT-RODAPE-SEMTRA TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-QTSEM-DATA TO RPT-QTSEMDATA.
            MOVE RPT-RODAPE-SEMDATA TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-TITULO-ATRASOS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS-ATRASOS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 5200-DETALHE-ATRASO
                VARYING WRK-IX-ENT FROM 1 BY 1
                UNTIL WRK-IX-ENT > WRK-QTENT.

       5100-DETALHE-TRANSP.
      *    TRANSPORTADORA SEM ENTREGA NO MES NAO SAI
            IF WRK-TRA-ENTREGAS(WRK-IX-TRA) = 0
                EXIT PARAGRAPH
            END-IF.
            ADD WRK-TRA-ENTREGAS(WRK-IX-TRA) TO WRK-TOT-ENTREGAS.
            ADD WRK-TRA-COMPRAZO(WRK-IX-TRA) TO WRK-TOT-COMPRAZO.
            ADD WRK-TRA-ATRASOS(WRK-IX-TRA)  TO WRK-QTATRASOS.
            ADD WRK-TRA-DIAS(WRK-IX-TRA)     TO WRK-TOT-DIAS.
            COMPUTE WRK-MEDIA ROUNDED =
                WRK-TRA-DIAS(WRK-IX-TRA) / WRK-TRA-ENTREGAS(WRK-IX-TRA)
                ON SIZE ERROR
                    MOVE 999,9 TO WRK-MEDIA
            END-COMPUTE.
            MOVE ZEROS TO WRK-PERC.
            IF WRK-TRA-COMPRAZO(WRK-IX-TRA) > 0
                COMPUTE WRK-PERC ROUNDED =
                    WRK-TRA-ATRASOS(WRK-IX-TRA) * 100
                    / WRK-TRA-COMPRAZO(WRK-IX-TRA)
            END-IF.
            MOVE WRK-TRA-CODIGO(WRK-IX-TRA)   TO RPT-CODTRA.
            MOVE WRK-TRA-NOME(WRK-IX-TRA)     TO RPT-NOME.
            MOVE WRK-TRA-ENTREGAS(WRK-IX-TRA) TO RPT-ENTREGAS.
            MOVE WRK-MEDIA                    TO RPT-MEDIA.
            MOVE WRK-TRA-COMPRAZO(WRK-IX-TRA) TO RPT-COMPRAZO.
            MOVE WRK-TRA-ATRASOS(WRK-IX-TRA)  TO RPT-ATRASOS.
            MOVE WRK-PERC                     TO RPT-PERC.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       5200-DETALHE-ATRASO.
            IF NOT ENTREGA-ATRASADA(WRK-IX-ENT)
                EXIT PARAGRAPH
            END-IF.
            IF WRK-ENT-EMBHIS(WRK-IX-ENT) > ZEROS
                MOVE WRK-ENT-EMBHIS(WRK-IX-ENT) TO WRK-DT-EMBARQUE
            ELSE
                MOVE WRK-ENT-EMBDATA(WRK-IX-ENT) TO WRK-DT-EMBARQUE
            END-IF.
            MOVE WRK-ENT-ENTREGA(WRK-IX-ENT) TO WRK-DT-ENTREGA.
            MOVE WRK-ENT-PEDIDO(WRK-IX-ENT) TO RPT-AT-PEDIDO.
            MOVE WRK-ENT-CODTRA(WRK-IX-ENT) TO RPT-AT-CODTRA.
            MOVE WRK-ENT-UF(WRK-IX-ENT)     TO RPT-AT-UF.
            MOVE WRK-EMB-DIA TO RPT-AT-EMB-DIA.
            MOVE WRK-EMB-MES TO RPT-AT-EMB-MES.
            MOVE WRK-EMB-ANO TO RPT-AT-EMB-ANO.
            MOVE WRK-ENT-DIA TO RPT-AT-ENT-DIA.
            MOVE WRK-ENT-MES TO RPT-AT-ENT-MES.
            MOVE WRK-ENT-ANO TO RPT-AT-ENT-ANO.
            MOVE WRK-ENT-DIAS(WRK-IX-ENT)   TO RPT-AT-DIAS.
            MOVE WRK-ENT-PRAZO(WRK-IX-ENT)  TO RPT-AT-PRAZO.
            COMPUTE RPT-AT-ATRASO =
                WRK-ENT-DIAS(WRK-IX-ENT) - WRK-ENT-PRAZO(WRK-IX-ENT).
            MOVE RPT-ATRASO TO RPT-LINHA.
            WRITE RPT-LINHA.

       9000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE EMBSTAT
                CLOSE SLA-RPT
            END-IF.
            DISPLAY '===== SLATRANS - SLA DE TRANSPORTADORAS ====='.
            DISPLAY 'ENTREGUES NO MES.....: ' WRK-QTENT.
            DISPLAY 'FORA DA TABELA.......: ' WRK-QTFORA-TAB.
            DISPLAY 'SEM TRANSPORTADORA...: ' WRK-QTSEM-TRA.
            DISPLAY 'SEM DATA DE EMBARQUE.: ' WRK-QTSEM-DATA.
            DISPLAY 'ENTREGAS ATRASADAS...: ' WRK-QTATRASOS.
