       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDAGEND.
      *******************************************
      * AULA:      PEDIDOS AGENDADOS A VENCER
      * OBJETIVO:  LISTAR EM PEDAGEND.RPT OS PEDIDOS DE PEDIDOS.DAT
      *            AINDA NAO EMBARCADOS (FORA DO EMBARQUE.CTL) COM
      *            DATA DE ENTREGA PEDIDA DEPOIS DA DATA DO SISTEMA
      *            (DATASIS) E DENTRO DA JANELA (PEDAGEND_DIAS,
      *            PADRAO 30 DIAS) - SAO OS PEDIDOS QUE O PROGCOB10
      *            ESTA SEGURANDO, COM O ESTOQUE JA RESERVADO
      *            DIAS EM BASE COMERCIAL 30/360, COMO O LOTEVENC
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT EMBARQUE-CTL ASSIGN TO 'EMBARQUE.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBCTL-STATUS.
           SELECT PEDAGEND-RPT ASSIGN TO 'PEDAGEND.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY PEDIDOS.

       FD EMBARQUE-CTL.
       01 ECTL-LINHA.
           05 CTL-PEDIDO-FEITO PIC 9(07).

       FD PEDAGEND-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS  PIC 9(02).
       77 EMBCTL-STATUS   PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMPED      PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS VALUE 'S'.
       77 WRK-FIMCTL      PIC X(01) VALUE 'N'.
           88 FIM-CTL VALUE 'S'.
       77 WRK-QTFEITOS    PIC 9(04) VALUE 0.
       77 WRK-IX-FEITO    PIC 9(04) VALUE 0.
       77 WRK-JA-FEITO    PIC X(01) VALUE 'N'.
           88 PEDIDO-JA-FEITO VALUE 'S'.
       77 WRK-LISTANDO    PIC X(01) VALUE 'N'.
           88 PEDIDO-LISTADO VALUE 'S'.
       77 WRK-DATA-SITU   PIC X(01) VALUE SPACES.
       77 WRK-DIAS-PARM   PIC X(03) VALUE SPACES.
       77 WRK-JANELA      PIC 9(03) VALUE 30.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-FALTAM-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-QTAGENDADOS PIC 9(05) VALUE 0.
       77 WRK-QTFORA      PIC 9(05) VALUE 0.
       77 WRK-QTITENS     PIC 9(03) VALUE 0.
       77 WRK-VALOR-PED   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-DATA-ENT.
           05 WRK-ANOENT PIC 9(04).
           05 WRK-MESENT PIC 9(02).
           05 WRK-DIAENT PIC 9(02).
       01 WRK-TAB-FEITOS.
           05 WRK-FEITO OCCURS 2000 TIMES.
               10 WRK-FEITO-NUMERO PIC 9(07).
      *    CABECALHO DO PEDIDO LISTADO - A LINHA SO SAI QUANDO OS
      *    ITENS DELE JA FORAM SOMADOS
       01 WRK-CAB-PEDIDO.
           05 WRK-CAB-NUMERO  PIC 9(07).
           05 WRK-CAB-CODIGO  PIC 9(07).
           05 WRK-CAB-FONE    PIC 9(11).
           05 WRK-CAB-DATA    PIC 9(08).
           05 WRK-CAB-UF      PIC X(02).
       01 RPT-CABECALHO.
           05 FILLER    PIC X(33) VALUE
              'PEDIDOS AGENDADOS ATE          '.
           05 RPT-LIMITE PIC 9(08).
           05 FILLER    PIC X(12) VALUE '  EMITIDO EM'.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 RPT-DATA  PIC 9(08).
       01 RPT-COLUNAS.
           05 FILLER PIC X(11) VALUE 'ENTREGA'.
           05 FILLER PIC X(07) VALUE '  DIAS'.
           05 FILLER PIC X(09) VALUE 'PEDIDO'.
           05 FILLER PIC X(09) VALUE 'CLIENTE'.
           05 FILLER PIC X(13) VALUE 'FONE'.
           05 FILLER PIC X(03) VALUE 'UF'.
           05 FILLER PIC X(10) VALUE 'PEDIDO EM'.
           05 FILLER PIC X(04) VALUE 'ITE'.
           05 FILLER PIC X(13) VALUE '        VALOR'.
       01 RPT-DETALHE.
           05 RPT-ENT-DIA  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-ENT-MES  PIC 9(02).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-ENT-ANO  PIC 9(04).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-DIAS     PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-NUMERO   PIC 9(07).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-CODIGO   PIC 9(07).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-FONE     PIC 9(11).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-UF       PIC X(02).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-DATAPED  PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-ITENS    PIC ZZ9.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 RPT-TOTAL.
           05 FILLER        PIC X(20) VALUE 'PEDIDOS AGENDADOS..'.
           05 RPT-TOT-QTDE  PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE '  VALOR....'.
           05 RPT-TOT-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-PROCESSAR UNTIL FIM-PEDIDOS
                PERFORM 2300-IMPRIMIR-PEDIDO
                PERFORM 4000-TOTAL
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-DATA-SITU.
            ACCEPT WRK-DIAS-PARM FROM ENVIRONMENT 'PEDAGEND_DIAS'.
            IF WRK-DIAS-PARM NOT = SPACES
                INSPECT WRK-DIAS-PARM REPLACING ALL SPACES BY ZEROS
                IF WRK-DIAS-PARM NUMERIC
                    MOVE WRK-DIAS-PARM TO WRK-JANELA
                ELSE
                    DISPLAY 'PEDAGEND: PEDAGEND_DIAS INVALIDO - '
                            'USANDO 30 DIAS'
                END-IF
            END-IF.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA WRK-JANELA
                WRK-DATA-LIMITE.
            PERFORM 1200-CARREGAR-FEITOS.
            IF RETURN-CODE NOT = 0
                MOVE 'S' TO WRK-FIMPED
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                DISPLAY 'PEDAGEND: SEM PEDIDOS.DAT'
                MOVE 'S' TO WRK-FIMPED
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PEDAGEND-RPT.
            MOVE WRK-DATA-LIMITE  TO RPT-LIMITE.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 1100-LER-PEDIDO.

       1100-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMPED
            END-READ.

       1200-CARREGAR-FEITOS.
            MOVE 0 TO WRK-QTFEITOS.
            OPEN INPUT EMBARQUE-CTL.
            IF EMBCTL-STATUS = 0
                PERFORM 1250-LER-FEITO
                PERFORM UNTIL FIM-CTL
                    IF WRK-QTFEITOS < 2000
                        ADD 1 TO WRK-QTFEITOS
                        MOVE CTL-PEDIDO-FEITO TO
                            WRK-FEITO-NUMERO(WRK-QTFEITOS)
                    ELSE
      *                FEITO FORA DA TABELA SAIRIA COMO AGENDADO
      *                AINDA PENDENTE - MELHOR PARAR
                        DISPLAY 'PEDAGEND: EMBARQUE.CTL PASSOU '
                                'DE 2000 LINHAS - RELATORIO '
                                'ABORTADO'
                        MOVE 16 TO RETURN-CODE
                        MOVE 'S' TO WRK-FIMCTL
                    END-IF
                    PERFORM 1250-LER-FEITO
                END-PERFORM
                CLOSE EMBARQUE-CTL
            END-IF.

       1250-LER-FEITO.
            READ EMBARQUE-CTL
                AT END MOVE 'S' TO WRK-FIMCTL
            END-READ.

       2000-PROCESSAR.
            EVALUATE TRUE
              WHEN PED-CABECALHO
                PERFORM 2300-IMPRIMIR-PEDIDO
                PERFORM 2100-AVALIAR-CABECALHO
              WHEN PED-ITEM
                IF PEDIDO-LISTADO
                    PERFORM 2200-SOMAR-ITEM
                END-IF
            END-EVALUATE.
            PERFORM 1100-LER-PEDIDO.

       2100-AVALIAR-CABECALHO.
      *    SO ENTRA PEDIDO NAO EMBARCADO COM ENTREGA PEDIDA PARA
      *    DEPOIS DA DATA DO SISTEMA - ENTREGA ZERADA, ANTIGA OU
      *    DE HOJE SAI NA PROPRIA RODADA DO PROGCOB10
            MOVE 'N' TO WRK-LISTANDO.
            IF PED-DATA-ENTREGA NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            IF PED-DATA-ENTREGA NOT > WRK-DATA-SISTEMA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2150-VERIFICAR-FEITO.
            IF PEDIDO-JA-FEITO
                EXIT PARAGRAPH
            END-IF.
            IF PED-DATA-ENTREGA > WRK-DATA-LIMITE
                ADD 1 TO WRK-QTFORA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-LISTANDO.
            MOVE PED-NUMERO TO WRK-CAB-NUMERO.
            MOVE PED-CODIGO TO WRK-CAB-CODIGO.
            MOVE PED-FONE   TO WRK-CAB-FONE.
            MOVE PED-DATA   TO WRK-CAB-DATA.
            MOVE PED-UF     TO WRK-CAB-UF.
            MOVE PED-DATA-ENTREGA TO WRK-DATA-ENT.
            MOVE 0 TO WRK-QTITENS.
            MOVE ZEROS TO WRK-VALOR-PED.

       2150-VERIFICAR-FEITO.
            MOVE 'N' TO WRK-JA-FEITO.
            PERFORM VARYING WRK-IX-FEITO FROM 1 BY 1
                    UNTIL WRK-IX-FEITO > WRK-QTFEITOS
                    OR PEDIDO-JA-FEITO
                IF WRK-FEITO-NUMERO(WRK-IX-FEITO) = PED-NUMERO
                    MOVE 'S' TO WRK-JA-FEITO
                END-IF
            END-PERFORM.

       2200-SOMAR-ITEM.
      *    VALOR DIGITADO NA CAPTURA - O PRECO QUE VALE SAI NO
      *    EMBARQUE, PELO MESTRE DE PRODUTOS
            ADD 1 TO WRK-QTITENS.
            IF PED-VALOR NUMERIC AND PED-QTDE NUMERIC
                COMPUTE WRK-VALOR-PED = WRK-VALOR-PED
                    + PED-VALOR * PED-QTDE
            END-IF.

       2300-IMPRIMIR-PEDIDO.
            IF NOT PEDIDO-LISTADO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-LISTANDO.
            ADD 1 TO WRK-QTAGENDADOS.
            ADD WRK-VALOR-PED TO WRK-TOT-VALOR.
            COMPUTE WRK-FALTAM-DIAS =
                  (WRK-ANOENT - WRK-ANOSIS) * 360
                + (WRK-MESENT - WRK-MESSIS) * 30
                + (WRK-DIAENT - WRK-DIASIS).
            MOVE WRK-DIAENT     TO RPT-ENT-DIA.
            MOVE WRK-MESENT     TO RPT-ENT-MES.
            MOVE WRK-ANOENT     TO RPT-ENT-ANO.
            MOVE WRK-FALTAM-DIAS TO RPT-DIAS.
            MOVE WRK-CAB-NUMERO TO RPT-NUMERO.
            MOVE WRK-CAB-CODIGO TO RPT-CODIGO.
            MOVE WRK-CAB-FONE   TO RPT-FONE.
            MOVE WRK-CAB-UF     TO RPT-UF.
            MOVE WRK-CAB-DATA   TO RPT-DATAPED.
            MOVE WRK-QTITENS    TO RPT-ITENS.
            MOVE WRK-VALOR-PED  TO RPT-VALOR.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE PEDIDOS
                CLOSE PEDAGEND-RPT
            END-IF.
            DISPLAY '===== PEDAGEND - PEDIDOS AGENDADOS ====='.
            DISPLAY 'DATA DO SISTEMA......: ' WRK-DATA-SISTEMA.
            DISPLAY 'AGENDADOS NA JANELA..: ' WRK-QTAGENDADOS.
            DISPLAY 'AGENDADOS DEPOIS.....: ' WRK-QTFORA.

       4000-TOTAL.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-QTAGENDADOS TO RPT-TOT-QTDE.
            MOVE WRK-TOT-VALOR   TO RPT-TOT-VALOR.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
