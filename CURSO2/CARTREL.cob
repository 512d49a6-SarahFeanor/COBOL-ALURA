       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARTREL.
      *******************************************
      * AULA:      RELATORIO DE CARTEIRA POR VENDEDOR
      * OBJETIVO:  GERAR CARTREL.RPT COM OS CLIENTES ATIVOS DE CADA
      *            VENDEDOR (CLIENTES-VENDEDOR), O SALDO DE CADA UM
      *            E A DATA DA ULTIMA COMPRA (CABECALHO MAIS
      *            RECENTE DO CLIENTE EM PEDIDOS.DAT), COM TOTAL
      *            DE CLIENTES E DE SALDO POR VENDEDOR - OS
      *            CLIENTES SEM VENDEDOR SAEM NO GRUPO 000
      *            UM SORT JUNTA OS CLIENTES E OS PEDIDOS POR
      *            VENDEDOR E CODIGO; O PEDIDO ACHA O VENDEDOR
      *            PELO CLIENTE NO MESTRE
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
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT CARTREL-RPT ASSIGN TO 'CARTREL.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT CARTEIRA-TRABALHO ASSIGN TO 'CARTREL.WRK'.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD VENDEDOR.
           COPY VENDEDOR.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD CARTREL-RPT.
       01 RPT-LINHA PIC X(132).

      *    C = CLIENTE (DADOS DA LINHA)   P = PEDIDO (DATA DA COMPRA)
      *    NA MESMA CHAVE O C VEM ANTES DOS P
       SD CARTEIRA-TRABALHO.
       01 SRT-REG.
           05 SRT-VENDEDOR PIC 9(03).
           05 SRT-CODIGO   PIC 9(07).
           05 SRT-TIPO     PIC X(01).
               88 SRT-CLIENTE VALUE 'C'.
               88 SRT-PEDIDO  VALUE 'P'.
           05 SRT-DATA     PIC 9(08).
           05 SRT-NOME     PIC X(30).
           05 SRT-CIDADE   PIC X(20).
           05 SRT-UF       PIC X(02).
           05 SRT-SALDO    PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-ABRIU-OK     PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-TEM-VEND     PIC X(01) VALUE 'N'.
           88 HA-VENDEDORES VALUE 'S'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-FIMSORT      PIC X(01) VALUE 'N'.
           88 FIM-SORT VALUE 'S'.
       77 WRK-TEM-LINHA    PIC X(01) VALUE 'N'.
           88 HA-LINHA-PENDENTE VALUE 'S'.
       77 WRK-VEND-ATUAL   PIC 9(03) VALUE ZEROS.
       77 WRK-ULT-COMPRA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTVEND       PIC 9(05) VALUE 0.
       77 WRK-QTCLIENTES   PIC 9(07) VALUE 0.
       77 WRK-QTTOTAL      PIC 9(07) VALUE 0.
       77 WRK-QTINATIVOS   PIC 9(07) VALUE 0.
       77 WRK-QTGRUPOS     PIC 9(05) VALUE 0.
       77 WRK-SALDO-VEND   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-GERAL  PIC S9(09)V99 VALUE ZEROS.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-LINHA-CLIENTE.
           05 WRK-LC-CODIGO PIC 9(07).
           05 WRK-LC-NOME   PIC X(30).
           05 WRK-LC-CIDADE PIC X(20).
           05 WRK-LC-UF     PIC X(02).
           05 WRK-LC-SALDO  PIC S9(07)V99.
       01 WRK-DATA-COMPRA.
           05 WRK-ANOCOMP PIC 9(04).
           05 WRK-MESCOMP PIC 9(02).
           05 WRK-DIACOMP PIC 9(02).

       01 RPT-CABECALHO.
           05 FILLER    PIC X(36) VALUE
              'CARTEIRA DE CLIENTES POR VENDEDOR'.
           05 FILLER    PIC X(06) VALUE 'DATA:'.
           05 RPT-DIA   PIC 99.
           05 FILLER    PIC X(01) VALUE '/'.
           05 RPT-MES   PIC 99.
           05 FILLER    PIC X(01) VALUE '/'.
           05 RPT-ANO   PIC 9999.
       01 RPT-CAB-VENDEDOR.
           05 FILLER      PIC X(10) VALUE 'VENDEDOR: '.
           05 RPT-VEND    PIC 9(03).
           05 FILLER      PIC X(03) VALUE ' - '.
           05 RPT-VEND-NOME PIC X(30).
       01 RPT-COLUNAS.
           05 FILLER PIC X(09) VALUE 'CODIGO'.
           05 FILLER PIC X(32) VALUE 'NOME'.
           05 FILLER PIC X(25) VALUE 'CIDADE/UF'.
           05 FILLER PIC X(14) VALUE '        SALDO'.
           05 FILLER PIC X(14) VALUE '  ULT. COMPRA'.
       01 RPT-DETALHE.
           05 RPT-CODIGO PIC 9(07).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-NOME   PIC X(30).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-CIDADE PIC X(20).
           05 FILLER     PIC X(01) VALUE '/'.
           05 RPT-UF     PIC X(02).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-SALDO  PIC -Z.ZZZ.ZZ9,99.
           05 FILLER     PIC X(03) VALUE SPACES.
           05 RPT-COMPRA PIC X(10).
       01 RPT-COMPRA-ED.
           05 RPT-DIACOMP PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-MESCOMP PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-ANOCOMP PIC 9999.
       01 RPT-TOTAL-VEND.
           05 FILLER       PIC X(11) VALUE 'CLIENTES: '.
           05 RPT-TV-QTDE  PIC ZZ.ZZ9.
           05 FILLER       PIC X(49) VALUE SPACES.
           05 RPT-TV-SALDO PIC -ZZZ.ZZZ.ZZ9,99.
       01 RPT-TOTAL-GERAL.
           05 FILLER       PIC X(19) VALUE 'TOTAL GERAL - VEND.'.
           05 RPT-TG-VEND  PIC ZZ.ZZ9.
           05 FILLER       PIC X(11) VALUE ' CLIENTES: '.
           05 RPT-TG-QTDE  PIC Z.ZZZ.ZZ9.
           05 FILLER       PIC X(21) VALUE SPACES.
           05 RPT-TG-SALDO PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF ABRIU-COM-SUCESSO
                PERFORM 2000-PROCESSAR
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
                SET ABRIU-COM-SUCESSO TO TRUE
      *        SEM VENDEDOR.DAT O RELATORIO SAI SO COM OS CODIGOS
                OPEN INPUT VENDEDOR
                IF VENDEDOR-STATUS = 0
                    SET HA-VENDEDORES TO TRUE
                END-IF
                OPEN OUTPUT CARTREL-RPT
                PERFORM 1100-CABECALHO
            ELSE
                DISPLAY 'CARTREL: NAO ABRIU CLIENTES.DAT'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CABECALHO.
            MOVE WRK-DIASIS TO RPT-DIA.
            MOVE WRK-MESSIS TO RPT-MES.
            MOVE WRK-ANOSIS TO RPT-ANO.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.

       2000-PROCESSAR.
            SORT CARTEIRA-TRABALHO
                ON ASCENDING KEY SRT-VENDEDOR SRT-CODIGO SRT-TIPO
                INPUT PROCEDURE IS 2100-CARREGAR-CARTEIRA
                OUTPUT PROCEDURE IS 2500-IMPRIMIR-CARTEIRA.

       2100-CARREGAR-CARTEIRA.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY
                    DISPLAY 'CARTREL: CLIENTES.DAT VAZIO'.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTES-STATUS NOT = 0
                    IF ATIVO
                        PERFORM 2150-LIBERAR-CLIENTE
                    ELSE
                        ADD 1 TO WRK-QTINATIVOS
                    END-IF
                    READ CLIENTES NEXT
                END-PERFORM
            END-IF.
            PERFORM 2200-CARREGAR-PEDIDOS.

       2150-LIBERAR-CLIENTE.
            INITIALIZE SRT-REG.
            MOVE CLIENTES-VENDEDOR TO SRT-VENDEDOR.
            MOVE CLIENTES-CODIGO   TO SRT-CODIGO.
            SET SRT-CLIENTE TO TRUE.
            MOVE CLIENTES-NOME     TO SRT-NOME.
            MOVE CLIENTES-CIDADE   TO SRT-CIDADE.
            MOVE CLIENTES-UF       TO SRT-UF.
            MOVE CLIENTES-SALDO    TO SRT-SALDO.
            RELEASE SRT-REG.

      *    SO O CABECALHO INTERESSA - PEDIDO ANTIGO SEM CODIGO DE
      *    CLIENTE OU DE CLIENTE INATIVO NAO ENTRA NA CARTEIRA
       2200-CARREGAR-PEDIDOS.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2250-LER-PEDIDO.
            PERFORM UNTIL FIM-ARQUIVO
                IF PED-CABECALHO AND PED-CODIGO IS NUMERIC
                   AND PED-CODIGO > ZEROS
                    PERFORM 2300-LIBERAR-PEDIDO
                END-IF
                PERFORM 2250-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.

       2250-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2300-LIBERAR-PEDIDO.
            MOVE PED-CODIGO TO CLIENTES-CODIGO.
            READ CLIENTES
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF ATIVO
                    INITIALIZE SRT-REG
                    MOVE CLIENTES-VENDEDOR TO SRT-VENDEDOR
                    MOVE CLIENTES-CODIGO   TO SRT-CODIGO
                    SET SRT-PEDIDO TO TRUE
                    MOVE PED-DATA          TO SRT-DATA
                    RELEASE SRT-REG
                END-IF
            END-READ.

      *----------------------------------------------------------------
      *    QUEBRA POR VENDEDOR; A LINHA DO CLIENTE SO SAI QUANDO
      *    OS PEDIDOS DELE ACABAM, JA COM A ULTIMA COMPRA
      *----------------------------------------------------------------
       2500-IMPRIMIR-CARTEIRA.
            MOVE 'N' TO WRK-FIMSORT WRK-TEM-LINHA.
            PERFORM 2550-RETORNAR.
            IF NOT FIM-SORT
                PERFORM 2600-ABRIR-VENDEDOR
            END-IF.
            PERFORM UNTIL FIM-SORT
                IF SRT-VENDEDOR NOT = WRK-VEND-ATUAL
                    PERFORM 2700-GRAVAR-CLIENTE
                    PERFORM 2800-FECHAR-VENDEDOR
                    PERFORM 2600-ABRIR-VENDEDOR
                END-IF
                EVALUATE TRUE
                  WHEN SRT-CLIENTE
                    PERFORM 2700-GRAVAR-CLIENTE
                    MOVE SRT-CODIGO TO WRK-LC-CODIGO
                    MOVE SRT-NOME   TO WRK-LC-NOME
                    MOVE SRT-CIDADE TO WRK-LC-CIDADE
                    MOVE SRT-UF     TO WRK-LC-UF
                    MOVE SRT-SALDO  TO WRK-LC-SALDO
                    MOVE ZEROS      TO WRK-ULT-COMPRA
                    MOVE 'S' TO WRK-TEM-LINHA
                  WHEN SRT-PEDIDO
                    IF HA-LINHA-PENDENTE
                       AND SRT-CODIGO = WRK-LC-CODIGO
                       AND SRT-DATA > WRK-ULT-COMPRA
                        MOVE SRT-DATA TO WRK-ULT-COMPRA
                    END-IF
                END-EVALUATE
                PERFORM 2550-RETORNAR
            END-PERFORM.
            IF WRK-QTGRUPOS > 0
                PERFORM 2700-GRAVAR-CLIENTE
                PERFORM 2800-FECHAR-VENDEDOR
            END-IF.

       2550-RETORNAR.
            RETURN CARTEIRA-TRABALHO
                AT END SET FIM-SORT TO TRUE
            END-RETURN.

       2600-ABRIR-VENDEDOR.
            ADD 1 TO WRK-QTGRUPOS.
            MOVE SRT-VENDEDOR TO WRK-VEND-ATUAL.
            MOVE ZEROS TO WRK-QTCLIENTES WRK-SALDO-VEND.
            MOVE SRT-VENDEDOR TO RPT-VEND.
            IF SRT-VENDEDOR = ZEROS
                MOVE 'SEM VENDEDOR' TO RPT-VEND-NOME
            ELSE
                ADD 1 TO WRK-QTVEND
                MOVE 'NAO CADASTRADO' TO RPT-VEND-NOME
                IF HA-VENDEDORES
                    MOVE SRT-VENDEDOR TO VEN-CODIGO
                    READ VENDEDOR
                      NOT INVALID KEY
                        MOVE VEN-NOME TO RPT-VEND-NOME
                    END-READ
                END-IF
            END-IF.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-CAB-VENDEDOR TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.

       2700-GRAVAR-CLIENTE.
            IF NOT HA-LINHA-PENDENTE
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-LC-CODIGO TO RPT-CODIGO.
            MOVE WRK-LC-NOME   TO RPT-NOME.
            MOVE WRK-LC-CIDADE TO RPT-CIDADE.
            MOVE WRK-LC-UF     TO RPT-UF.
            MOVE WRK-LC-SALDO  TO RPT-SALDO.
            IF WRK-ULT-COMPRA = ZEROS
                MOVE 'SEM COMPRA' TO RPT-COMPRA
            ELSE
                MOVE WRK-ULT-COMPRA TO WRK-DATA-COMPRA
                MOVE WRK-DIACOMP TO RPT-DIACOMP
                MOVE WRK-MESCOMP TO RPT-MESCOMP
                MOVE WRK-ANOCOMP TO RPT-ANOCOMP
                MOVE RPT-COMPRA-ED TO RPT-COMPRA
            END-IF.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD 1 TO WRK-QTCLIENTES.
            ADD WRK-LC-SALDO TO WRK-SALDO-VEND.
            MOVE 'N' TO WRK-TEM-LINHA.

       2800-FECHAR-VENDEDOR.
            MOVE WRK-QTCLIENTES TO RPT-TV-QTDE.
            MOVE WRK-SALDO-VEND TO RPT-TV-SALDO.
            MOVE RPT-TOTAL-VEND TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD WRK-SALDO-VEND TO WRK-SALDO-GERAL.
            ADD WRK-QTCLIENTES TO WRK-QTTOTAL.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WRK-QTVEND      TO RPT-TG-VEND
                MOVE WRK-QTTOTAL     TO RPT-TG-QTDE
                MOVE WRK-SALDO-GERAL TO RPT-TG-SALDO
                MOVE RPT-TOTAL-GERAL TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE CARTREL-RPT
                CLOSE CLIENTES
                IF HA-VENDEDORES
                    CLOSE VENDEDOR
                END-IF
            END-IF.
            DISPLAY '===== CARTREL - CARTEIRA POR VENDEDOR ====='.
            DISPLAY 'VENDEDORES...........: ' WRK-QTVEND.
            DISPLAY 'CLIENTES ATIVOS......: ' WRK-QTTOTAL.
            DISPLAY 'CLIENTES INATIVOS....: ' WRK-QTINATIVOS.
