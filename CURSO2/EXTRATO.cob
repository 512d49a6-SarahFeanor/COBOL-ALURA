      *            EM ORDEM DE DATA COM SALDO CORRENTE, FECHANDO
      *            NO CLIENTES-SALDO ATUAL
      *            UM TELEFONE SO: VARIAVEL EXTRATO_FONE
      *            UM GRUPO ECONOMICO: VARIAVEL EXTRATO_GRUPO
      *            SEM A VARIAVEL: TODOS OS DEVEDORES
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      *            (TITULOS.DAT) COM FATURA, EMISSAO, VALOR, O
      *            QUE JA FOI PAGO E O QUE RESTA - A PERGUNTA
      *            "A FATURA X FOI PAGA?" SE RESPONDE AQUI
      * ALTERADO = 15/10/2026 - SARAH - CADA PARCELA DA FATURA
      *            SAI EM LINHA PROPRIA COM PARCELA/TOTAL E
      *            VENCIMENTO
      * ALTERADO = 15/10/2026 - SARAH - NOTA DE CREDITO (TIPO N
      *            DO JORNAL) SAI COM NOME PROPRIO NOS MOVIMENTOS
      * ALTERADO = 15/10/2026 - SARAH - VISAO CONSOLIDADA DO GRUPO
      *            ECONOMICO (EXTRATO_GRUPO): PAGINA DE CADA EMPRESA DO
      *            GRUPO E RESUMO COM SALDO SOMADO, LIMITE DO GRUPO E
      *            DISPONIVEL
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT EXTRATO-RPT ASSIGN TO 'EXTRATO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD TITULOS.
           COPY TITULOS.

       FD GRUPOS.
           COPY GRUPOS.

       FD EXTRATO-RPT.
       01 RPT-LINHA PIC X(100).

           88 FIM-TITULOS VALUE 'S'.
       77 WRK-ABERTO-TIT   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTTIT-CLIENTE PIC 9(03) VALUE 0.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 GRUPOS-STATUS    PIC 9(02).
       77 WRK-GRUPO-PEDIDO PIC X(05) VALUE SPACES.
       77 WRK-QTMEMBROS    PIC 9(05) VALUE 0.
       77 WRK-ACHOU-GRUPO  PIC X(01) VALUE 'N'.
           88 GRUPO-ENCONTRADO VALUE 'S'.
       77 WRK-SALDO-GRUPO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DISP-GRUPO   PIC S9(11)V99 VALUE ZEROS.

       01 EXT-SEPARADOR.
           05 FILLER PIC X(70) VALUE ALL '='.
           05 FILLER PIC X(09) VALUE 'FATURA'.
           05 FILLER PIC X(09) VALUE 'PEDIDO'.
           05 FILLER PIC X(10) VALUE 'EMISSAO'.
           05 FILLER PIC X(07) VALUE 'PARC'.
           05 FILLER PIC X(10) VALUE 'VENCTO'.
           05 FILLER PIC X(14) VALUE '       VALOR'.
           05 FILLER PIC X(14) VALUE '        PAGO'.
           05 FILLER PIC X(14) VALUE '      ABERTO'.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXT-TIT-EMISSAO PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXT-TIT-PARCELA PIC 99.
           05 FILLER         PIC X(01) VALUE '/'.
           05 EXT-TIT-QTPARC PIC 99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXT-TIT-VENCTO PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 EXT-TIT-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 EXT-TIT-PAGO   PIC ZZ.ZZZ.ZZ9,99.
           05 EXT-TIT-ABERTO PIC ZZ.ZZZ.ZZ9,99.
       01 EXT-TIT-NENHUM.
           05 FILLER PIC X(40) VALUE 'NENHUM TITULO EM ABERTO'.
       01 EXT-GRP-CAB.
           05 FILLER       PIC X(17) VALUE 'GRUPO ECONOMICO: '.
           05 EXT-GRP-CODIGO PIC 9(05).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 EXT-GRP-NOME PIC X(30).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 EXT-GRP-SITU PIC X(16).
       01 EXT-GRP-MEMBROS.
           05 FILLER       PIC X(46) VALUE 'EMPRESAS DO GRUPO'.
           05 EXT-GRP-QTDE PIC ZZZZ9.
       01 EXT-GRP-SALDO.
           05 FILLER       PIC X(46) VALUE 'SALDO CONSOLIDADO'.
           05 EXT-GRP-SALDO-ED PIC -ZZZ.ZZZ.ZZ9,99.
       01 EXT-GRP-LIMITE.
           05 FILLER       PIC X(46) VALUE 'LIMITE DO GRUPO'.
           05 EXT-GRP-LIMITE-ED PIC ZZZZ.ZZZ.ZZ9,99.
       01 EXT-GRP-DISP.
           05 FILLER       PIC X(46) VALUE 'DISPONIVEL PARA O GRUPO'.
           05 EXT-GRP-DISP-ED PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-JRN.
           05 WRK-ANOJRN PIC 9(04).
           05 WRK-MESJRN PIC 9(02).

       1000-INICIAR.
            ACCEPT WRK-FONE-PEDIDO FROM ENVIRONMENT 'EXTRATO_FONE'.
            ACCEPT WRK-GRUPO-PEDIDO FROM ENVIRONMENT 'EXTRATO_GRUPO'.
      *    A HISTORIA COMPLETA (ARQUIVOS ANUAIS + VIVO) MONTADA
      *    PELO ARQJUNTA ENTRA POR AQUI
            ACCEPT WRK-JORNAL-DAT FROM ENVIRONMENT 'EXTRATO_JORNAL'.
            END-IF.

       2000-PROCESSAR.
            IF WRK-GRUPO-PEDIDO NOT = SPACES
                PERFORM 2060-EXTRATO-GRUPO
            ELSE IF WRK-FONE-PEDIDO NOT = SPACES
                MOVE WRK-FONE-PEDIDO TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                END-READ
            ELSE
                PERFORM 2050-TODOS-DEVEDORES
            END-IF
            END-IF.

       2050-TODOS-DEVEDORES.
                END-PERFORM
            END-IF.

       2060-EXTRATO-GRUPO.
      *    VISAO CONSOLIDADA DO GRUPO ECONOMICO: A PAGINA DE CADA
      *    EMPRESA DO GRUPO, DEVEDORA OU NAO, E NO FIM O SALDO
      *    SOMADO CONTRA O LIMITE COMPARTILHADO
            IF WRK-GRUPO-PEDIDO IS NOT NUMERIC
                DISPLAY 'EXTRATO: EXTRATO_GRUPO INVALIDO - '
                        WRK-GRUPO-PEDIDO ' (CODIGO COM 5 DIGITOS)'
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT GRUPOS.
            IF GRUPOS-STATUS NOT = 0
                DISPLAY 'EXTRATO: NAO ABRIU GRUPOS.DAT - STATUS '
                        GRUPOS-STATUS
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-ACHOU-GRUPO.
            MOVE WRK-GRUPO-PEDIDO TO GRP-CODIGO.
            READ GRUPOS
              INVALID KEY
                MOVE 'N' TO WRK-ACHOU-GRUPO
                DISPLAY 'EXTRATO: GRUPO NAO ENCONTRADO - '
                        WRK-GRUPO-PEDIDO
                MOVE 8 TO RETURN-CODE
            END-READ.
            CLOSE GRUPOS.
            IF NOT GRUPO-ENCONTRADO
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WRK-QTMEMBROS.
            MOVE ZEROS TO WRK-SALDO-GRUPO.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY
                    DISPLAY 'EXTRATO: CLIENTES.DAT VAZIO'.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTES-STATUS NOT = 0
                    IF CLIENTES-GRUPO = GRP-CODIGO
                        ADD 1 TO WRK-QTMEMBROS
                        ADD CLIENTES-SALDO TO WRK-SALDO-GRUPO
                        PERFORM 2100-EXTRATO-CLIENTE
                    END-IF
                    READ CLIENTES NEXT
                END-PERFORM
            END-IF.
            PERFORM 2070-RESUMO-GRUPO.

       2070-RESUMO-GRUPO.
      *    SALDO NEGATIVO E DIVIDA - O DISPONIVEL E O LIMITE MENOS
      *    A DIVIDA SOMADA (NEGATIVO QUANDO O GRUPO ESTOUROU)
            COMPUTE WRK-DISP-GRUPO = GRP-LIMITE + WRK-SALDO-GRUPO.
            MOVE EXT-SEPARADOR TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE GRP-CODIGO TO EXT-GRP-CODIGO.
            MOVE GRP-NOME   TO EXT-GRP-NOME.
            IF GRP-INATIVO
                MOVE 'GRUPO INATIVO' TO EXT-GRP-SITU
            ELSE
                MOVE SPACES TO EXT-GRP-SITU
            END-IF.
            MOVE EXT-GRP-CAB TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE EXT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-QTMEMBROS TO EXT-GRP-QTDE.
            MOVE EXT-GRP-MEMBROS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-SALDO-GRUPO TO EXT-GRP-SALDO-ED.
            MOVE EXT-GRP-SALDO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE GRP-LIMITE TO EXT-GRP-LIMITE-ED.
            MOVE EXT-GRP-LIMITE TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-DISP-GRUPO TO EXT-GRP-DISP-ED.
            MOVE EXT-GRP-DISP TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE EXT-SEPARADOR TO RPT-LINHA.
            WRITE RPT-LINHA.

       2100-EXTRATO-CLIENTE.
            ADD 1 TO WRK-QTEXTRATOS.
            PERFORM 2200-BLOCO-ENDERECO.
                MOVE 'ESTORNO     ' TO EXT-TIPO
              WHEN JRN-BAIXA
                MOVE 'BAIXA DIVIDA' TO EXT-TIPO
              WHEN JRN-NOTA-CREDITO
                MOVE 'NOTA CREDITO' TO EXT-TIPO
              WHEN OTHER
                MOVE 'LANCAMENTO  ' TO EXT-TIPO
            END-EVALUATE.
                MOVE TIT-FATURA  TO EXT-TIT-FATURA
                MOVE TIT-PEDIDO  TO EXT-TIT-PEDIDO
                MOVE TIT-EMISSAO TO EXT-TIT-EMISSAO
                PERFORM 2530-PARCELA-DO-TITULO
                MOVE TIT-VALOR   TO EXT-TIT-VALOR
                MOVE TIT-PAGO    TO EXT-TIT-PAGO
                MOVE WRK-ABERTO-TIT TO EXT-TIT-ABERTO
            END-IF.
            PERFORM 2510-LER-TITULO.

       2530-PARCELA-DO-TITULO.
      *    TITULO ANTIGO, SEM PARCELA GRAVADA, E A 01/01 COM
      *    VENCIMENTO EM 30 DIAS DA EMISSAO
            IF TIT-VENCIMENTO IS NUMERIC
             AND TIT-VENCIMENTO > ZEROS
                MOVE TIT-PARCELA    TO EXT-TIT-PARCELA
                MOVE TIT-QTPARCELAS TO EXT-TIT-QTPARC
                MOVE TIT-VENCIMENTO TO EXT-TIT-VENCTO
            ELSE
                MOVE 1 TO EXT-TIT-PARCELA EXT-TIT-QTPARC
                CALL 'DATAPRAZ' USING TIT-EMISSAO
                    WRK-PRAZO-PADRAO EXT-TIT-VENCTO
            END-IF.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                CLOSE EXTRATO-RPT
