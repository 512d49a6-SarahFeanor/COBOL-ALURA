       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTERAST.
      *******************************************
      * AULA:      RASTREIO DE LOTE (RECALL)
      * OBJETIVO:  DADO O LOTE (LOTE_NUMERO) E, SE PRECISO, O
      *            PRODUTO (LOTE_PRODUTO), LISTAR EM LOTERAST.RPT
      *            TODOS OS EMBARQUES QUE LEVARAM AQUELE LOTE -
      *            DATA, PEDIDO, CLIENTE, NOME, FONE, UF E
      *            QUANTIDADE - A PARTIR DE LOTEMOV.DAT, COM A
      *            ORIGEM E O SALDO DO LOTE EM LOTES.DAT
      *            NO RECALL O SAC LIGA PARA A LISTA INTEIRA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTEMOV ASSIGN TO 'LOTEMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOTEMOV-STATUS.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTES-STATUS
             RECORD KEY IS LOT-CHAVE.
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
           SELECT LOTERAST-RPT ASSIGN TO 'LOTERAST.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOTEMOV.
           COPY LOTEMOV.

       FD LOTES.
           COPY LOTES.

       FD CLIENTES.
           COPY CLIENTES.

       FD LOTERAST-RPT.
       01 RPT-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 LOTEMOV-STATUS  PIC 9(02).
       77 LOTES-STATUS    PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-FIMLOTE     PIC X(01) VALUE 'N'.
           88 FIM-LOTES VALUE 'S'.
       77 WRK-CLIENTES-OK PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S'.
       77 WRK-LOTE        PIC X(10) VALUE SPACES.
       77 WRK-CODPROD     PIC X(08) VALUE SPACES.
       77 WRK-QTEMBARQUES PIC 9(05) VALUE 0.
       77 WRK-QTUNIDADES  PIC 9(07) VALUE 0.
       77 WRK-QTCLIENTES  PIC 9(05) VALUE 0.
       77 WRK-IX-CLI      PIC 9(04) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       01 WRK-TAB-CLIENTES.
      *    CLIENTES DISTINTOS JA CONTADOS - O MESMO CLIENTE PODE
      *    TER LEVADO O LOTE EM MAIS DE UM PEDIDO
           05 WRK-CLI-CODIGO PIC 9(07) OCCURS 2000 TIMES.
       01 WRK-DATA-AUX.
           05 WRK-ANOAUX PIC 9(04).
           05 WRK-MESAUX PIC 9(02).
           05 WRK-DIAAUX PIC 9(02).
       01 RPT-CABECALHO.
           05 FILLER      PIC X(22) VALUE 'RASTREIO DO LOTE      '.
           05 RPT-CAB-LOTE PIC X(10).
           05 FILLER      PIC X(11) VALUE '  PRODUTO  '.
           05 RPT-CAB-PROD PIC X(08).
       01 RPT-ORIGEM.
           05 FILLER       PIC X(10) VALUE 'PRODUTO   '.
           05 RPT-ORI-PROD PIC X(08).
           05 FILLER       PIC X(11) VALUE '  VALIDADE '.
           05 RPT-ORI-VAL  PIC 9(08).
           05 FILLER       PIC X(10) VALUE '  ENTRADA '.
           05 RPT-ORI-ENT  PIC 9(08).
           05 FILLER       PIC X(07) VALUE '  FORN '.
           05 RPT-ORI-FORN PIC 9(04).
           05 FILLER       PIC X(09) VALUE '  RECEB. '.
           05 RPT-ORI-REC  PIC ZZZZ9.
           05 FILLER       PIC X(08) VALUE '  SALDO '.
           05 RPT-ORI-SAL  PIC ZZZZ9.
       01 RPT-COLUNAS.
           05 FILLER PIC X(12) VALUE 'EMBARQUE'.
           05 FILLER PIC X(09) VALUE 'PEDIDO'.
           05 FILLER PIC X(09) VALUE 'CLIENTE'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(13) VALUE 'FONE'.
           05 FILLER PIC X(04) VALUE 'UF'.
           05 FILLER PIC X(09) VALUE 'PRODUTO'.
           05 FILLER PIC X(05) VALUE ' QTD'.
       01 RPT-DETALHE.
           05 RPT-DIA     PIC 9(02).
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-MES     PIC 9(02).
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-ANO     PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-PEDIDO  PIC 9(07).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-CLIENTE PIC 9(07).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-NOME    PIC X(30).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-FONE    PIC 9(11).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-UF      PIC X(02).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-CODPROD PIC X(08).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-QTDE    PIC ZZZZ9.
       01 RPT-RESUMO.
           05 RPT-RES-NOME PIC X(22).
           05 RPT-RES-QTDE PIC ZZZZZZ9.

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
            ACCEPT WRK-LOTE    FROM ENVIRONMENT 'LOTE_NUMERO'.
            ACCEPT WRK-CODPROD FROM ENVIRONMENT 'LOTE_PRODUTO'.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            IF WRK-LOTE = SPACES
                DISPLAY 'LOTERAST: INFORME O LOTE EM LOTE_NUMERO'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT LOTEMOV.
            IF LOTEMOV-STATUS NOT = 0
                DISPLAY 'LOTERAST: SEM LOTEMOV.DAT'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
                SET CLIENTES-ABERTO TO TRUE
            ELSE
                DISPLAY 'LOTERAST: SEM CLIENTES - RELATORIO SEM NOME'
            END-IF.
            OPEN OUTPUT LOTERAST-RPT.
            MOVE WRK-LOTE    TO RPT-CAB-LOTE.
            MOVE WRK-CODPROD TO RPT-CAB-PROD.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 1200-ORIGEM-DO-LOTE.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 1100-LER-LOTEMOV.

       1100-LER-LOTEMOV.
            READ LOTEMOV
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-ORIGEM-DO-LOTE.
      *    O MESMO NUMERO DE LOTE PODE EXISTIR EM MAIS DE UM
      *    PRODUTO OU VALIDADE - SAI UMA LINHA DE ORIGEM PARA CADA
            OPEN INPUT LOTES.
            IF LOTES-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO LOT-CHAVE.
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMLOTE
            END-START.
            PERFORM UNTIL FIM-LOTES
                READ LOTES NEXT
                  AT END
                    MOVE 'S' TO WRK-FIMLOTE
                  NOT AT END
                    IF LOT-NUMERO = WRK-LOTE
                     AND (WRK-CODPROD = SPACES
                          OR LOT-CODPROD = WRK-CODPROD)
                        MOVE LOT-CODPROD    TO RPT-ORI-PROD
                        MOVE LOT-VALIDADE   TO RPT-ORI-VAL
                        MOVE LOT-ENTRADA    TO RPT-ORI-ENT
                        MOVE LOT-FORNECEDOR TO RPT-ORI-FORN
                        MOVE LOT-QTRECEBIDA TO RPT-ORI-REC
                        MOVE LOT-QTSALDO    TO RPT-ORI-SAL
                        MOVE RPT-ORIGEM TO RPT-LINHA
                        WRITE RPT-LINHA
                    END-IF
                END-READ
            END-PERFORM.
            CLOSE LOTES.

       2000-PROCESSAR.
            IF LMV-LOTE = WRK-LOTE
             AND (WRK-CODPROD = SPACES OR LMV-CODPROD = WRK-CODPROD)
                PERFORM 2100-LISTAR-EMBARQUE
            END-IF.
            PERFORM 1100-LER-LOTEMOV.

       2100-LISTAR-EMBARQUE.
            ADD 1 TO WRK-QTEMBARQUES.
            ADD LMV-QTDE TO WRK-QTUNIDADES.
            PERFORM 2200-CONTAR-CLIENTE.
            MOVE SPACES TO RPT-NOME.
            IF CLIENTES-ABERTO
                MOVE LMV-CODIGO TO CLIENTES-CODIGO
                READ CLIENTES
                  INVALID KEY
                    MOVE 'CLIENTE SEM CADASTRO' TO RPT-NOME
                  NOT INVALID KEY
                    MOVE CLIENTES-NOME TO RPT-NOME
                END-READ
            END-IF.
            MOVE LMV-DATA    TO WRK-DATA-AUX.
            MOVE WRK-DIAAUX  TO RPT-DIA.
            MOVE WRK-MESAUX  TO RPT-MES.
            MOVE WRK-ANOAUX  TO RPT-ANO.
            MOVE LMV-PEDIDO  TO RPT-PEDIDO.
            MOVE LMV-CODIGO  TO RPT-CLIENTE.
            MOVE LMV-FONE    TO RPT-FONE.
            MOVE LMV-UF      TO RPT-UF.
            MOVE LMV-CODPROD TO RPT-CODPROD.
            MOVE LMV-QTDE    TO RPT-QTDE.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       2200-CONTAR-CLIENTE.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLIENTES
                    OR WRK-ACHOU = 'S'
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = LMV-CODIGO
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-PERFORM.
            IF WRK-ACHOU NOT = 'S' AND WRK-QTCLIENTES < 2000
                ADD 1 TO WRK-QTCLIENTES
                MOVE LMV-CODIGO TO WRK-CLI-CODIGO(WRK-QTCLIENTES)
            END-IF.

       5000-RESUMO.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'EMBARQUES COM O LOTE' TO RPT-RES-NOME.
            MOVE WRK-QTEMBARQUES TO RPT-RES-QTDE.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'CLIENTES DISTINTOS'   TO RPT-RES-NOME.
            MOVE WRK-QTCLIENTES  TO RPT-RES-QTDE.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'UNIDADES EMBARCADAS'  TO RPT-RES-NOME.
            MOVE WRK-QTUNIDADES  TO RPT-RES-QTDE.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE LOTEMOV
                CLOSE LOTERAST-RPT
                IF CLIENTES-ABERTO
                    CLOSE CLIENTES
                END-IF
            END-IF.
            DISPLAY '===== LOTERAST - RASTREIO DE LOTE ====='.
            DISPLAY 'LOTE.................: ' WRK-LOTE.
            DISPLAY 'EMBARQUES COM O LOTE.: ' WRK-QTEMBARQUES.
            DISPLAY 'CLIENTES DISTINTOS...: ' WRK-QTCLIENTES.
