       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OCORAGE.
      *******************************************
      * AULA:      AGING DAS OCORRENCIAS SAC VENCIDAS
      * OBJETIVO:  LISTAR EM OCORAGE.RPT AS OCORRENCIAS DE
      *            ATENDIMENTO AINDA ABERTAS EM OCORREN.DAT COM O
      *            PRAZO JA PASSADO - CLIENTE, PEDIDO, CATEGORIA,
      *            RESPONSAVEL, PRAZO E DIAS DE ATRASO - COM OS
      *            TOTAIS POR FAIXA DE ATRASO (ATE 5, 6 A 15, 16 A
      *            30 E MAIS DE 30 DIAS) E POR CATEGORIA
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
           SELECT OCORREN ASSIGN TO 'OCORREN.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OCO-STATUS
             RECORD KEY IS OCO-CHAVE
             ALTERNATE RECORD KEY IS OCO-CLIENTE
               WITH DUPLICATES.
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
           SELECT OCORAGE-RPT ASSIGN TO 'OCORAGE.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OCORREN.
           COPY OCORREN.

       FD CLIENTES.
           COPY CLIENTES.

       FD OCORAGE-RPT.
       01 RPT-LINHA PIC X(110).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 OCO-STATUS      PIC 9(02).
       77 CLIENTES-STATUS PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-CLIENTES-OK PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S'.
       77 WRK-QTABERTAS   PIC 9(05) VALUE 0.
       77 WRK-QTVENCIDAS  PIC 9(05) VALUE 0.
       77 WRK-ATRASO-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-IX-FAIXA    PIC 9(01) VALUE 0.
       77 WRK-IX-CAT      PIC 9(01) VALUE 0.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-DATA-PRAZO.
           05 WRK-ANOPRZ PIC 9(04).
           05 WRK-MESPRZ PIC 9(02).
           05 WRK-DIAPRZ PIC 9(02).
       01 WRK-TAB-FAIXAS.
           05 FILLER PIC X(15) VALUE 'ATE 5 DIAS     '.
           05 FILLER PIC X(15) VALUE '6 A 15 DIAS    '.
           05 FILLER PIC X(15) VALUE '16 A 30 DIAS   '.
           05 FILLER PIC X(15) VALUE 'MAIS DE 30 DIAS'.
       01 WRK-FAIXAS REDEFINES WRK-TAB-FAIXAS.
           05 WRK-FAIXA-NOME PIC X(15) OCCURS 4 TIMES.
       01 WRK-TAB-CATEGORIAS.
           05 FILLER PIC X(15) VALUE 'ENTREGA        '.
           05 FILLER PIC X(15) VALUE 'ITEM ERRADO    '.
           05 FILLER PIC X(15) VALUE 'COBRANCA       '.
           05 FILLER PIC X(15) VALUE 'OUTROS         '.
       01 WRK-CATEGORIAS REDEFINES WRK-TAB-CATEGORIAS.
           05 WRK-CAT-NOME PIC X(15) OCCURS 4 TIMES.
       01 WRK-CONTADORES.
           05 WRK-QTFAIXA PIC 9(05) OCCURS 4 TIMES.
           05 WRK-QTCAT   PIC 9(05) OCCURS 4 TIMES.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(38) VALUE
              'OCORRENCIAS SAC COM PRAZO VENCIDO EM '.
           05 RPT-DIA  PIC 9(02).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-MES  PIC 9(02).
           05 FILLER   PIC X(01) VALUE '/'.
           05 RPT-ANO  PIC 9(04).
       01 RPT-COLUNAS.
           05 FILLER PIC X(09) VALUE 'NUMERO'.
           05 FILLER PIC X(09) VALUE 'CLIENTE'.
           05 FILLER PIC X(26) VALUE 'NOME'.
           05 FILLER PIC X(09) VALUE 'PEDIDO'.
           05 FILLER PIC X(16) VALUE 'CATEGORIA'.
           05 FILLER PIC X(21) VALUE 'RESPONSAVEL'.
           05 FILLER PIC X(12) VALUE 'PRAZO'.
           05 FILLER PIC X(06) VALUE ' DIAS'.
       01 RPT-DETALHE.
           05 RPT-NUMERO  PIC 9(07).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-CLIENTE PIC 9(07).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-NOME    PIC X(25).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-PEDIDO  PIC ZZZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-CAT     PIC X(15).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-RESP    PIC X(20).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-PRZ-DIA PIC 9(02).
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-PRZ-MES PIC 9(02).
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-PRZ-ANO PIC 9(04).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-DIAS    PIC ZZZZ9.
       01 RPT-RESUMO.
           05 RPT-RES-NOME PIC X(20).
           05 RPT-RES-QTDE PIC ZZZZ9.

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
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            MOVE ZEROS TO WRK-CONTADORES.
            OPEN INPUT OCORREN.
            IF OCO-STATUS NOT = 0
                DISPLAY 'OCORAGE: SEM OCORREN.DAT'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
                SET CLIENTES-ABERTO TO TRUE
            ELSE
                DISPLAY 'OCORAGE: SEM CLIENTES - RELATORIO SEM NOME'
            END-IF.
            OPEN OUTPUT OCORAGE-RPT.
            MOVE WRK-DIASIS TO RPT-DIA.
            MOVE WRK-MESSIS TO RPT-MES.
            MOVE WRK-ANOSIS TO RPT-ANO.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE LOW-VALUES TO OCO-CHAVE.
            START OCORREN KEY IS NOT LESS THAN OCO-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    PERFORM 1100-LER-OCORRENCIA
            END-START.

       1100-LER-OCORRENCIA.
            READ OCORREN NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2000-PROCESSAR.
            IF OCO-ABERTA
                ADD 1 TO WRK-QTABERTAS
                IF OCO-PRAZO < WRK-DATA-SISTEMA
                    PERFORM 2100-LISTAR-VENCIDA
                END-IF
            END-IF.
            PERFORM 1100-LER-OCORRENCIA.

       2100-LISTAR-VENCIDA.
            ADD 1 TO WRK-QTVENCIDAS.
            MOVE OCO-PRAZO TO WRK-DATA-PRAZO.
            COMPUTE WRK-ATRASO-DIAS =
                ((WRK-ANOSIS - WRK-ANOPRZ) * 360)
              + ((WRK-MESSIS - WRK-MESPRZ) * 30)
              + (WRK-DIASIS - WRK-DIAPRZ).
            IF WRK-ATRASO-DIAS < 1
                MOVE 1 TO WRK-ATRASO-DIAS
            END-IF.
            EVALUATE TRUE
              WHEN WRK-ATRASO-DIAS > 30
                MOVE 4 TO WRK-IX-FAIXA
              WHEN WRK-ATRASO-DIAS > 15
                MOVE 3 TO WRK-IX-FAIXA
              WHEN WRK-ATRASO-DIAS > 5
                MOVE 2 TO WRK-IX-FAIXA
              WHEN OTHER
                MOVE 1 TO WRK-IX-FAIXA
            END-EVALUATE.
            EVALUATE TRUE
              WHEN OCO-CAT-ENTREGA
                MOVE 1 TO WRK-IX-CAT
              WHEN OCO-CAT-ITEM
                MOVE 2 TO WRK-IX-CAT
              WHEN OCO-CAT-COBRANCA
                MOVE 3 TO WRK-IX-CAT
              WHEN OTHER
                MOVE 4 TO WRK-IX-CAT
            END-EVALUATE.
            ADD 1 TO WRK-QTFAIXA(WRK-IX-FAIXA).
            ADD 1 TO WRK-QTCAT(WRK-IX-CAT).
            MOVE SPACES TO RPT-NOME.
            IF CLIENTES-ABERTO
                MOVE OCO-CLIENTE TO CLIENTES-CODIGO
                READ CLIENTES
                  INVALID KEY
                    MOVE 'CLIENTE SEM CADASTRO' TO RPT-NOME
                  NOT INVALID KEY
                    MOVE CLIENTES-NOME TO RPT-NOME
                END-READ
            END-IF.
            MOVE OCO-NUMERO      TO RPT-NUMERO.
            MOVE OCO-CLIENTE     TO RPT-CLIENTE.
            MOVE OCO-PEDIDO      TO RPT-PEDIDO.
            MOVE WRK-CAT-NOME(WRK-IX-CAT) TO RPT-CAT.
            MOVE OCO-RESPONSAVEL TO RPT-RESP.
            MOVE WRK-DIAPRZ      TO RPT-PRZ-DIA.
            MOVE WRK-MESPRZ      TO RPT-PRZ-MES.
            MOVE WRK-ANOPRZ      TO RPT-PRZ-ANO.
            MOVE WRK-ATRASO-DIAS TO RPT-DIAS.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       5000-RESUMO.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'VENCIDAS POR FAIXA DE ATRASO' TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-FAIXA FROM 1 BY 1
                    UNTIL WRK-IX-FAIXA > 4
                MOVE WRK-FAIXA-NOME(WRK-IX-FAIXA) TO RPT-RES-NOME
                MOVE WRK-QTFAIXA(WRK-IX-FAIXA)    TO RPT-RES-QTDE
                MOVE RPT-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'VENCIDAS POR CATEGORIA' TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-CAT FROM 1 BY 1
                    UNTIL WRK-IX-CAT > 4
                MOVE WRK-CAT-NOME(WRK-IX-CAT) TO RPT-RES-NOME
                MOVE WRK-QTCAT(WRK-IX-CAT)    TO RPT-RES-QTDE
                MOVE RPT-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM.
            MOVE 'TOTAL VENCIDAS'      TO RPT-RES-NOME.
            MOVE WRK-QTVENCIDAS        TO RPT-RES-QTDE.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'TOTAL ABERTAS'       TO RPT-RES-NOME.
            MOVE WRK-QTABERTAS         TO RPT-RES-QTDE.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE OCORREN
                CLOSE OCORAGE-RPT
                IF CLIENTES-ABERTO
                    CLOSE CLIENTES
                END-IF
            END-IF.
            DISPLAY '===== OCORAGE - OCORRENCIAS SAC ====='.
            DISPLAY 'OCORRENCIAS ABERTAS..: ' WRK-QTABERTAS.
            DISPLAY 'PRAZO VENCIDO........: ' WRK-QTVENCIDAS.
