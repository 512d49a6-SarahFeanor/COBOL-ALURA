       IDENTIFICATION DIVISION.
       PROGRAM-ID.  METAMES.
      *******************************************
      * AULA:      ACOMPANHAMENTO MENSAL DE METAS DE VENDA
      * OBJETIVO:  COMPARAR A META DE CADA VENDEDOR (METAS.DAT,
      *            CADASTRADA NO METAMANT) COM O VALOR DE
      *            MERCADORIA EMBARCADO (EMBARQUE.DAT) - PEDIDO
      *            CANCELADO NO PEDCANC NAO CONTA - E GERAR
      *            METAS.RPT COM META, REALIZADO E % ATINGIDO DO
      *            MES E DO ANO ATE O MES, EM ORDEM DE RANKING
      *            PELO % DO MES - A PLANILHA DA GERENCIA DE
      *            VENDAS SAI DAQUI
      *            VENDEDOR SEM META ENTRA COM % ZERO NO FIM DO
      *            RANKING; VENDA SEM VENDEDOR SO NO RODAPE
      *            COMPETENCIA: VARIAVEL METAS_COMPETENCIA
      *            (AAAAMM) - SEM ELA VALE O MES CORRENTE
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
           SELECT METAS ASSIGN TO 'METAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS METAS-STATUS
             RECORD KEY IS META-CHAVE.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT METAS-RPT ASSIGN TO 'METAS.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD METAS.
           COPY METAVEND.

       FD VENDEDOR.
           COPY VENDEDOR.

       FD METAS-RPT.
       01 RPT-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 EMBARQUE-STATUS PIC 9(02).
       77 METAS-STATUS    PIC 9(02).
       77 VENDEDOR-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-INF    PIC X(06) VALUE SPACES.
       01 WRK-COMP-PARTES.
           05 WRK-CMP-ANO PIC 9(04).
           05 WRK-CMP-MES PIC 9(02).
       77 WRK-INICIO-ANO  PIC 9(06) VALUE ZEROS.
       77 WRK-CODVEN      PIC 9(03) VALUE ZEROS.
       77 WRK-QTEMBARQUES PIC 9(05) VALUE 0.
       77 WRK-QTSEMVEND   PIC 9(05) VALUE 0.
       77 WRK-QTMETAS     PIC 9(05) VALUE 0.
       77 WRK-QTVEND      PIC 9(03) VALUE 0.
       77 WRK-IX-VEND     PIC 9(03) VALUE 0.
       77 WRK-IX-VND2     PIC 9(03) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-TROCOU      PIC X(01) VALUE 'N'.
       77 WRK-PERC-ANO    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-TOT-META-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-META-ANO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-ANO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SEMVEND PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERC    PIC 9(04)V99 VALUE ZEROS.
       01 WRK-VND-TROCA   PIC X(55).
       01 WRK-TAB-VENDEDORES.
      *    META E REALIZADO POR VENDEDOR - MES DA COMPETENCIA E
      *    ACUMULADO DO ANO (JANEIRO ATE A COMPETENCIA)
           05 WRK-VND OCCURS 100 TIMES.
               10 WRK-VND-CODIGO   PIC 9(03).
               10 WRK-VND-META-MES PIC 9(09)V99.
               10 WRK-VND-REAL-MES PIC 9(09)V99.
               10 WRK-VND-META-ANO PIC 9(10)V99.
               10 WRK-VND-REAL-ANO PIC 9(10)V99.
               10 WRK-VND-PERC-MES PIC 9(04)V99.
       01 RPT-CABECALHO.
           05 FILLER    PIC X(36) VALUE
              'METAS DE VENDA           COMPETENCIA'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-COMP  PIC 9(06).
       01 RPT-COLUNAS.
           05 FILLER PIC X(05) VALUE 'RANK'.
           05 FILLER PIC X(04) VALUE 'VEND'.
           05 FILLER PIC X(26) VALUE ' NOME'.
           05 FILLER PIC X(14) VALUE '      META MES'.
           05 FILLER PIC X(15) VALUE '  REALIZADO MES'.
           05 FILLER PIC X(09) VALUE '     %MES'.
           05 FILLER PIC X(17) VALUE '         META ANO'.
           05 FILLER PIC X(17) VALUE '    REALIZADO ANO'.
           05 FILLER PIC X(09) VALUE '     %ANO'.
       01 RPT-DETALHE.
           05 RPT-RANK     PIC ZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-CODVEN   PIC 9(03).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-NOME     PIC X(25).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-META-MES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-REAL-MES PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERC-MES PIC ZZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-META-ANO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-REAL-ANO PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-PERC-ANO PIC ZZZ9,99.
       01 RPT-RODAPE.
           05 FILLER       PIC X(35) VALUE 'TOTAL DOS VENDEDORES'.
           05 RPT-TOT-MM   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-TOT-RM   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-PM   PIC ZZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-TOT-MA   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-TOT-RA   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-TOT-PA   PIC ZZZ9,99.
       01 RPT-RODAPE-SEMVEND.
           05 FILLER       PIC X(35) VALUE
              'VENDA SEM VENDEDOR NO MES'.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 RPT-TOT-SV   PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-ACUMULAR-EMBARQUES
                PERFORM 2500-ACUMULAR-METAS
                PERFORM 4000-ORDENAR-VENDEDORES
                PERFORM 5000-RELATORIO
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'METAS_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            MOVE WRK-COMPETENCIA TO WRK-COMP-PARTES.
            COMPUTE WRK-INICIO-ANO = WRK-CMP-ANO * 100 + 1.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'METAMES: SEM EMBARQUE.DAT'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT VENDEDOR
                OPEN OUTPUT METAS-RPT
                MOVE WRK-COMPETENCIA TO RPT-COMP
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       2000-ACUMULAR-EMBARQUES.
      *    SO O EMBARQUE NORMAL CONTA - O CANCELADO PELO PEDCANC
      *    SAI DO REALIZADO DO MES E DO ANO
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2050-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
                IF EMB-NORMAL
                 AND EMB-DATA(1:6) NOT < WRK-INICIO-ANO
                 AND EMB-DATA(1:6) NOT > WRK-COMPETENCIA
                    PERFORM 2100-SOMAR-EMBARQUE
                END-IF
                PERFORM 2050-LER-EMBARQUE
            END-PERFORM.

       2050-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-SOMAR-EMBARQUE.
            IF EMB-VENDEDOR = ZEROS
                IF EMB-DATA(1:6) = WRK-COMPETENCIA
                    ADD 1 TO WRK-QTSEMVEND
                    ADD EMB-VALOR TO WRK-TOT-SEMVEND
                END-IF
                EXIT PARAGRAPH
            END-IF.
            MOVE EMB-VENDEDOR TO WRK-CODVEN.
            PERFORM 3000-LOCALIZAR-VENDEDOR.
            IF WRK-ACHOU NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            ADD EMB-VALOR TO WRK-VND-REAL-ANO(WRK-IX-VEND).
            IF EMB-DATA(1:6) = WRK-COMPETENCIA
                ADD 1 TO WRK-QTEMBARQUES
                ADD EMB-VALOR TO WRK-VND-REAL-MES(WRK-IX-VEND)
            END-IF.

       2500-ACUMULAR-METAS.
      *    METAS DO ANO DA COMPETENCIA, DE JANEIRO ATE O MES -
      *    VENDEDOR COM META E SEM VENDA TAMBEM ENTRA NA TABELA
            OPEN INPUT METAS.
            IF METAS-STATUS NOT = 0
                DISPLAY 'METAMES: SEM METAS.DAT - SO O REALIZADO'
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO META-CHAVE.
            START METAS KEY IS NOT LESS THAN META-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    MOVE 'N' TO WRK-FIMARQ
                    PERFORM 2550-LER-META
            END-START.
            PERFORM UNTIL FIM-ARQUIVO
                IF META-COMPETENCIA NOT < WRK-INICIO-ANO
                 AND META-COMPETENCIA NOT > WRK-COMPETENCIA
                    ADD 1 TO WRK-QTMETAS
                    MOVE META-VENDEDOR TO WRK-CODVEN
                    PERFORM 3000-LOCALIZAR-VENDEDOR
                    IF WRK-ACHOU = 'S'
                        ADD META-VALOR
                            TO WRK-VND-META-ANO(WRK-IX-VEND)
                        IF META-COMPETENCIA = WRK-COMPETENCIA
                            ADD META-VALOR
                                TO WRK-VND-META-MES(WRK-IX-VEND)
                        END-IF
                    END-IF
                END-IF
                PERFORM 2550-LER-META
            END-PERFORM.
            CLOSE METAS.

       2550-LER-META.
            READ METAS NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3000-LOCALIZAR-VENDEDOR.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-VEND FROM 1 BY 1
                    UNTIL WRK-IX-VEND > WRK-QTVEND
                    OR WRK-ACHOU = 'S'
                IF WRK-VND-CODIGO(WRK-IX-VEND) = WRK-CODVEN
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-VEND
                END-IF
            END-PERFORM.
            IF WRK-ACHOU NOT = 'S'
                IF WRK-QTVEND < 100
                    ADD 1 TO WRK-QTVEND
                    MOVE WRK-QTVEND TO WRK-IX-VEND
                    MOVE WRK-CODVEN TO WRK-VND-CODIGO(WRK-IX-VEND)
                    MOVE ZEROS TO WRK-VND-META-MES(WRK-IX-VEND)
                                  WRK-VND-REAL-MES(WRK-IX-VEND)
                                  WRK-VND-META-ANO(WRK-IX-VEND)
                                  WRK-VND-REAL-ANO(WRK-IX-VEND)
                                  WRK-VND-PERC-MES(WRK-IX-VEND)
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-IF.

       4000-ORDENAR-VENDEDORES.
      *    % DO MES DE CADA UM E BOLHA SIMPLES SOBRE A TABELA,
      *    COMO O VENDANAL - MAIOR % PRIMEIRO; NO EMPATE, MAIOR
      *    REALIZADO. % ACIMA DE 9999 FICA EM 9999,99
            PERFORM VARYING WRK-IX-VEND FROM 1 BY 1
                    UNTIL WRK-IX-VEND > WRK-QTVEND
                IF WRK-VND-META-MES(WRK-IX-VEND) > 0
                    COMPUTE WRK-VND-PERC-MES(WRK-IX-VEND) ROUNDED =
                        WRK-VND-REAL-MES(WRK-IX-VEND) * 100
                        / WRK-VND-META-MES(WRK-IX-VEND)
                        ON SIZE ERROR
                            MOVE 9999,99
                                TO WRK-VND-PERC-MES(WRK-IX-VEND)
                    END-COMPUTE
                END-IF
            END-PERFORM.
            MOVE 'S' TO WRK-TROCOU.
            PERFORM UNTIL WRK-TROCOU = 'N'
                MOVE 'N' TO WRK-TROCOU
                PERFORM VARYING WRK-IX-VEND FROM 1 BY 1
                        UNTIL WRK-IX-VEND >= WRK-QTVEND
                    COMPUTE WRK-IX-VND2 = WRK-IX-VEND + 1
                    IF WRK-VND-PERC-MES(WRK-IX-VND2) >
                            WRK-VND-PERC-MES(WRK-IX-VEND)
                     OR (WRK-VND-PERC-MES(WRK-IX-VND2) =
                             WRK-VND-PERC-MES(WRK-IX-VEND)
                      AND WRK-VND-REAL-MES(WRK-IX-VND2) >
                             WRK-VND-REAL-MES(WRK-IX-VEND))
                        MOVE WRK-VND(WRK-IX-VEND)
                            TO WRK-VND-TROCA
                        MOVE WRK-VND(WRK-IX-VND2)
                            TO WRK-VND(WRK-IX-VEND)
                        MOVE WRK-VND-TROCA
                            TO WRK-VND(WRK-IX-VND2)
                        MOVE 'S' TO WRK-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       5000-RELATORIO.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 5100-DETALHE-VENDEDOR
                VARYING WRK-IX-VEND FROM 1 BY 1
                UNTIL WRK-IX-VEND > WRK-QTVEND.
            MOVE ZEROS TO WRK-TOT-PERC.
            IF WRK-TOT-META-MES > 0
                COMPUTE WRK-TOT-PERC ROUNDED =
                    WRK-TOT-REAL-MES * 100 / WRK-TOT-META-MES
                    ON SIZE ERROR
                        MOVE 9999,99 TO WRK-TOT-PERC
                END-COMPUTE
            END-IF.
            MOVE WRK-TOT-PERC TO RPT-TOT-PM.
            MOVE ZEROS TO WRK-TOT-PERC.
            IF WRK-TOT-META-ANO > 0
                COMPUTE WRK-TOT-PERC ROUNDED =
                    WRK-TOT-REAL-ANO * 100 / WRK-TOT-META-ANO
                    ON SIZE ERROR
                        MOVE 9999,99 TO WRK-TOT-PERC
                END-COMPUTE
            END-IF.
            MOVE WRK-TOT-PERC     TO RPT-TOT-PA.
            MOVE WRK-TOT-META-MES TO RPT-TOT-MM.
            MOVE WRK-TOT-REAL-MES TO RPT-TOT-RM.
            MOVE WRK-TOT-META-ANO TO RPT-TOT-MA.
            MOVE WRK-TOT-REAL-ANO TO RPT-TOT-RA.
            MOVE RPT-RODAPE TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-TOT-SEMVEND TO RPT-TOT-SV.
            MOVE RPT-RODAPE-SEMVEND TO RPT-LINHA.
            WRITE RPT-LINHA.

       5100-DETALHE-VENDEDOR.
            MOVE WRK-VND-CODIGO(WRK-IX-VEND) TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
            END-READ.
            MOVE ZEROS TO WRK-PERC-ANO.
            IF WRK-VND-META-ANO(WRK-IX-VEND) > 0
                COMPUTE WRK-PERC-ANO ROUNDED =
                    WRK-VND-REAL-ANO(WRK-IX-VEND) * 100
                    / WRK-VND-META-ANO(WRK-IX-VEND)
                    ON SIZE ERROR
                        MOVE 9999,99 TO WRK-PERC-ANO
                END-COMPUTE
            END-IF.
            ADD WRK-VND-META-MES(WRK-IX-VEND) TO WRK-TOT-META-MES.
            ADD WRK-VND-REAL-MES(WRK-IX-VEND) TO WRK-TOT-REAL-MES.
            ADD WRK-VND-META-ANO(WRK-IX-VEND) TO WRK-TOT-META-ANO.
            ADD WRK-VND-REAL-ANO(WRK-IX-VEND) TO WRK-TOT-REAL-ANO.
            MOVE WRK-IX-VEND                   TO RPT-RANK.
            MOVE WRK-VND-CODIGO(WRK-IX-VEND)   TO RPT-CODVEN.
            MOVE VEN-NOME                      TO RPT-NOME.
            MOVE WRK-VND-META-MES(WRK-IX-VEND) TO RPT-META-MES.
            MOVE WRK-VND-REAL-MES(WRK-IX-VEND) TO RPT-REAL-MES.
            MOVE WRK-VND-PERC-MES(WRK-IX-VEND) TO RPT-PERC-MES.
            MOVE WRK-VND-META-ANO(WRK-IX-VEND) TO RPT-META-ANO.
            MOVE WRK-VND-REAL-ANO(WRK-IX-VEND) TO RPT-REAL-ANO.
            MOVE WRK-PERC-ANO                  TO RPT-PERC-ANO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       9000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE EMBARQUE
                CLOSE VENDEDOR
                CLOSE METAS-RPT
            END-IF.
            DISPLAY '===== METAMES - METAS DE VENDA ====='.
            DISPLAY 'EMBARQUES DO MES.....: ' WRK-QTEMBARQUES.
            DISPLAY 'SEM VENDEDOR.........: ' WRK-QTSEMVEND.
            DISPLAY 'METAS DO ANO LIDAS...: ' WRK-QTMETAS.
            DISPLAY 'VENDEDORES...........: ' WRK-QTVEND.
