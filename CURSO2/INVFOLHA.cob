      *            PROPOSITO, PARA A CONTAGEM SER CEGA
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - FOLHA POR DEPOSITO
      *            (INVENT_DEPOSITO, PADRAO 01) COM A LOCACAO DO
      *            PRODUTO NAQUELE DEPOSITO
      * ALTERADO = 15/10/2026 - SARAH - FOLHA PODE SAIR SO DAS
      *            CLASSES ABC PEDIDAS (INVENT_CLASSE) - CONTAGEM
      *            CICLICA: A COM MAIS FREQUENCIA QUE B E C
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT INVFOLHA-RPT ASSIGN TO 'INVFOLHA.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD ESTDEP.
           COPY ESTDEP.

       FD INVFOLHA-RPT.
       01 RPT-LINHA PIC X(80).

       77 RPT-STATUS      PIC 9(02).
       77 WRK-QTPRODUTOS  PIC 9(05) VALUE 0.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 ESTDEP-STATUS   PIC 9(02).
       77 WRK-ESTDEP-OK   PIC X(01) VALUE 'N'.
           88 ESTDEP-ABERTO VALUE 'S'.
       77 WRK-DEPOSITO    PIC X(02) VALUE SPACES.
       77 WRK-DEP-NOME    PIC X(10) VALUE SPACES.
       77 WRK-IX-DEP      PIC 9(02) VALUE 0.
      *    CLASSES ABC QUE ENTRAM NA FOLHA - EM BRANCO, TODAS
       77 WRK-CLASSES     PIC X(03) VALUE SPACES.
       77 WRK-ENTRA       PIC X(01) VALUE 'N'.
           88 ENTRA-NA-FOLHA VALUE 'S'.
           COPY TABDEP.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(32) VALUE
              'FOLHA DE CONTAGEM DE INVENTARIO '.
           05 RPT-DATA PIC 9(08).
           05 FILLER   PIC X(12) VALUE '  DEPOSITO '.
           05 RPT-DEPOSITO PIC X(02).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 RPT-DEP-NOME PIC X(10).
           05 FILLER   PIC X(10) VALUE '  CLASSES '.
           05 RPT-CLASSES PIC X(03).
       01 RPT-COLUNAS.
           05 FILLER PIC X(10) VALUE 'CODIGO'.
           05 FILLER PIC X(32) VALUE 'DESCRICAO'.
           05 FILLER PIC X(08) VALUE 'LOCAL'.
           05 FILLER PIC X(20) VALUE 'CONTADO: ________'.
       01 RPT-DETALHE.
           05 RPT-CODIGO    PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DESCRICAO PIC X(30).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-LOCACAO   PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(20) VALUE
              'CONTADO: ________'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM 1000-ESCOLHER-DEPOSITO.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'INVFOLHA: NAO ABRIU PRODUTOS.DAT'
            ELSE
                OPEN OUTPUT INVFOLHA-RPT
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE WRK-DEPOSITO     TO RPT-DEPOSITO
                MOVE WRK-DEP-NOME     TO RPT-DEP-NOME
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                OPEN INPUT ESTDEP
                IF ESTDEP-STATUS = 0
                    SET ESTDEP-ABERTO TO TRUE
                END-IF
                PERFORM 2000-PROCESSAR
                IF ESTDEP-ABERTO
                    CLOSE ESTDEP
                END-IF
                CLOSE INVFOLHA-RPT
                CLOSE PRODUTOS
            END-IF.
            DISPLAY '===== INVFOLHA - FOLHA DE CONTAGEM ====='.
            DISPLAY 'DEPOSITO.............: ' WRK-DEPOSITO.
            DISPLAY 'CLASSES ABC..........: ' RPT-CLASSES.
            DISPLAY 'PRODUTOS NA FOLHA....: ' WRK-QTPRODUTOS.
            GOBACK.

       1000-ESCOLHER-DEPOSITO.
      *    UMA FOLHA POR DEPOSITO (INVENT_DEPOSITO, PADRAO 01) -
      *    CADA LOCAL CONTA A SUA PRATELEIRA
            ACCEPT WRK-DEPOSITO FROM ENVIRONMENT 'INVENT_DEPOSITO'.
            IF WRK-DEPOSITO = SPACES
                MOVE '01' TO WRK-DEPOSITO
            END-IF.
            PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
                IF TAB-DEP-COD(WRK-IX-DEP) = WRK-DEPOSITO
                    MOVE TAB-DEP-NOME(WRK-IX-DEP) TO WRK-DEP-NOME
                END-IF
            END-PERFORM.
            IF WRK-DEP-NOME = SPACES
                DISPLAY 'INVFOLHA: DEPOSITO INVALIDO - ' WRK-DEPOSITO
                MOVE 16 TO RETURN-CODE
            END-IF.
      *    CONTAGEM CICLICA PELA CURVA ABC (INVENT_CLASSE, EX. A
      *    TODO MES, AB NO TRIMESTRE) - SEM ELA, TODOS OS PRODUTOS
            ACCEPT WRK-CLASSES FROM ENVIRONMENT 'INVENT_CLASSE'.
            IF WRK-CLASSES = SPACES
                MOVE 'ABC' TO RPT-CLASSES
            ELSE
                MOVE WRK-CLASSES TO RPT-CLASSES
            END-IF.

       2000-PROCESSAR.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
            IF PRODUTOS-STATUS = 0
                READ PRODUTOS NEXT
                PERFORM UNTIL PRODUTOS-STATUS NOT = 0
                    PERFORM 2050-CONFERIR-CLASSE
                    IF PROD-ATIVO AND ENTRA-NA-FOLHA
                        ADD 1 TO WRK-QTPRODUTOS
                        MOVE PROD-CODIGO    TO RPT-CODIGO
                        MOVE PROD-DESCRICAO TO RPT-DESCRICAO
                        PERFORM 2100-LOCACAO-DEPOSITO
                        MOVE RPT-DETALHE TO RPT-LINHA
                        WRITE RPT-LINHA
                    END-IF
                    READ PRODUTOS NEXT
                END-PERFORM
            END-IF.

       2050-CONFERIR-CLASSE.
      *    PRODUTO AINDA NAO CLASSIFICADO SO ENTRA NA FOLHA COMPLETA
            MOVE 'N' TO WRK-ENTRA.
            IF WRK-CLASSES = SPACES
                MOVE 'S' TO WRK-ENTRA
            ELSE
                IF PROD-CLASSE-ABC NOT = SPACES
                 AND (PROD-CLASSE-ABC = WRK-CLASSES(1:1)
                  OR PROD-CLASSE-ABC = WRK-CLASSES(2:1)
                  OR PROD-CLASSE-ABC = WRK-CLASSES(3:1))
                    MOVE 'S' TO WRK-ENTRA
                END-IF
            END-IF.

       2100-LOCACAO-DEPOSITO.
      *    SEM SALDO POR DEPOSITO A MATRIZ USA A LOCACAO DO MESTRE
            MOVE SPACES TO RPT-LOCACAO.
            IF ESTDEP-ABERTO
                MOVE PROD-CODIGO  TO EDP-CODPROD
                MOVE WRK-DEPOSITO TO EDP-DEPOSITO
                READ ESTDEP
                  NOT INVALID KEY
                    MOVE EDP-LOCACAO TO RPT-LOCACAO
                END-READ
            ELSE
                IF WRK-DEPOSITO = '01'
                    MOVE PROD-LOCACAO TO RPT-LOCACAO
                END-IF
            END-IF.
