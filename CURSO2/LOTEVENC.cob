       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTEVENC.
      *******************************************
      * AULA:      LOTES PERTO DO VENCIMENTO
      * OBJETIVO:  LISTAR EM LOTEVENC.RPT OS LOTES DE LOTES.DAT
      *            COM SALDO NO DEPOSITO QUE VENCEM DENTRO DA
      *            JANELA (LOTEVENC_DIAS, PADRAO 30 DIAS) OU QUE JA
      *            VENCERAM - O EMBARQUE NAO TIRA LOTE VENCIDO, E
      *            O SALDO PARADO SO SAI DAQUI PARA O DESCARTE
      *            DIAS EM BASE COMERCIAL 30/360, COMO O AGINGREL
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTES-STATUS
             RECORD KEY IS LOT-CHAVE.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT LOTEVENC-RPT ASSIGN TO 'LOTEVENC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOTES.
           COPY LOTES.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD LOTEVENC-RPT.
       01 RPT-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       77 LOTES-STATUS    PIC 9(02).
       77 PRODUTOS-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-PRODUTOS-OK PIC X(01) VALUE 'N'.
           88 PRODUTOS-ABERTO VALUE 'S'.
       77 WRK-DIAS-PARM   PIC X(03) VALUE SPACES.
       77 WRK-JANELA      PIC 9(03) VALUE 30.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-FALTAM-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-QTLOTES     PIC 9(05) VALUE 0.
       77 WRK-QTVENCIDOS  PIC 9(05) VALUE 0.
       77 WRK-QTAVENCER   PIC 9(05) VALUE 0.
       77 WRK-UNVENCIDAS  PIC 9(07) VALUE 0.
       77 WRK-UNAVENCER   PIC 9(07) VALUE 0.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-DATA-VAL.
           05 WRK-ANOVAL PIC 9(04).
           05 WRK-MESVAL PIC 9(02).
           05 WRK-DIAVAL PIC 9(02).
       01 RPT-CABECALHO.
           05 FILLER    PIC X(33) VALUE
              'LOTES VENCIDOS OU A VENCER ATE  '.
           05 RPT-LIMITE PIC 9(08).
           05 FILLER    PIC X(12) VALUE '  EMITIDO EM'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-DATA  PIC 9(08).
       01 RPT-COLUNAS.
           05 FILLER PIC X(10) VALUE 'PRODUTO'.
           05 FILLER PIC X(31) VALUE 'DESCRICAO'.
           05 FILLER PIC X(12) VALUE 'LOTE'.
           05 FILLER PIC X(12) VALUE 'VALIDADE'.
           05 FILLER PIC X(07) VALUE ' SALDO'.
           05 FILLER PIC X(07) VALUE '  DIAS'.
           05 FILLER PIC X(09) VALUE ' SITUACAO'.
       01 RPT-DETALHE.
           05 RPT-CODPROD  PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-DESCR    PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-LOTE     PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-VAL-DIA  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-VAL-MES  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-VAL-ANO  PIC 9(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-SALDO    PIC ZZZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-DIAS     PIC -ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-SITU     PIC X(08).
       01 RPT-RESUMO.
           05 RPT-RES-NOME  PIC X(20).
           05 RPT-RES-LOTES PIC ZZZZ9.
           05 FILLER        PIC X(08) VALUE ' LOTES  '.
           05 RPT-RES-UN    PIC ZZZZZZ9.
           05 FILLER        PIC X(09) VALUE ' UNIDADES'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-PROCESSAR UNTIL FIM-ARQUIVO
                PERFORM 5000-RESUMO
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-DIAS-PARM FROM ENVIRONMENT 'LOTEVENC_DIAS'.
            IF WRK-DIAS-PARM NOT = SPACES
                INSPECT WRK-DIAS-PARM REPLACING ALL SPACES BY ZEROS
                IF WRK-DIAS-PARM NUMERIC
                    MOVE WRK-DIAS-PARM TO WRK-JANELA
                ELSE
                    DISPLAY 'LOTEVENC: LOTEVENC_DIAS INVALIDO - '
                            'USANDO 30 DIAS'
                END-IF
            END-IF.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA WRK-JANELA
                WRK-DATA-LIMITE.
            OPEN INPUT LOTES.
            IF LOTES-STATUS NOT = 0
                DISPLAY 'LOTEVENC: SEM LOTES.DAT'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS = 0
                SET PRODUTOS-ABERTO TO TRUE
            END-IF.
            OPEN OUTPUT LOTEVENC-RPT.
            MOVE WRK-DATA-LIMITE  TO RPT-LIMITE.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE LOW-VALUES TO LOT-CHAVE.
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    PERFORM 1100-LER-LOTE
            END-START.

       1100-LER-LOTE.
            READ LOTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2000-PROCESSAR.
            IF LOT-QTSALDO > 0 AND LOT-VALIDADE NOT > WRK-DATA-LIMITE
                PERFORM 2100-LISTAR-LOTE
            END-IF.
            PERFORM 1100-LER-LOTE.

       2100-LISTAR-LOTE.
            ADD 1 TO WRK-QTLOTES.
            MOVE LOT-VALIDADE TO WRK-DATA-VAL.
            COMPUTE WRK-FALTAM-DIAS =
                ((WRK-ANOVAL - WRK-ANOSIS) * 360)
              + ((WRK-MESVAL - WRK-MESSIS) * 30)
              + (WRK-DIAVAL - WRK-DIASIS).
            IF LOT-VALIDADE < WRK-DATA-SISTEMA
                ADD 1 TO WRK-QTVENCIDOS
                ADD LOT-QTSALDO TO WRK-UNVENCIDAS
                MOVE 'VENCIDO' TO RPT-SITU
            ELSE
                ADD 1 TO WRK-QTAVENCER
                ADD LOT-QTSALDO TO WRK-UNAVENCER
                MOVE 'A VENCER' TO RPT-SITU
            END-IF.
            MOVE SPACES TO RPT-DESCR.
            IF PRODUTOS-ABERTO
                MOVE LOT-CODPROD TO PROD-CODIGO
                READ PRODUTOS
                  INVALID KEY
                    MOVE 'PRODUTO SEM CADASTRO' TO RPT-DESCR
                  NOT INVALID KEY
                    MOVE PROD-DESCRICAO TO RPT-DESCR
                END-READ
            END-IF.
            MOVE LOT-CODPROD     TO RPT-CODPROD.
            MOVE LOT-NUMERO      TO RPT-LOTE.
            MOVE WRK-DIAVAL      TO RPT-VAL-DIA.
            MOVE WRK-MESVAL      TO RPT-VAL-MES.
            MOVE WRK-ANOVAL      TO RPT-VAL-ANO.
            MOVE LOT-QTSALDO     TO RPT-SALDO.
            MOVE WRK-FALTAM-DIAS TO RPT-DIAS.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       5000-RESUMO.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'JA VENCIDOS'    TO RPT-RES-NOME.
            MOVE WRK-QTVENCIDOS   TO RPT-RES-LOTES.
            MOVE WRK-UNVENCIDAS   TO RPT-RES-UN.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'A VENCER'       TO RPT-RES-NOME.
            MOVE WRK-QTAVENCER    TO RPT-RES-LOTES.
            MOVE WRK-UNAVENCER    TO RPT-RES-UN.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE LOTES
                CLOSE LOTEVENC-RPT
                IF PRODUTOS-ABERTO
                    CLOSE PRODUTOS
                END-IF
            END-IF.
            DISPLAY '===== LOTEVENC - LOTES PERTO DO VENCIMENTO ====='.
            DISPLAY 'JANELA EM DIAS.......: ' WRK-JANELA.
            DISPLAY 'LOTES LISTADOS.......: ' WRK-QTLOTES.
            DISPLAY 'JA VENCIDOS..........: ' WRK-QTVENCIDOS.
