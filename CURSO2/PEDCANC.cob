      *            SOLTA E O PEDIDO E ANOTADO EM EMBARQUE.CTL
      *            PARA O PROGCOB10 NAO EMBARCA-LO DEPOIS - O
      *            EMBARCADO JA SOLTOU A RESERVA NA BAIXA
      * ALTERADO = 15/10/2026 - SARAH - AREA DE TRABALHO DO
      *            EMBARQUE ACOMPANHA O CUSTO DA MERCADORIA
      * ALTERADO = 15/10/2026 - SARAH - COPIAS DE TRABALHO DO
      *            TITULO E DO EMBARQUE ACOMPANHAM OS LAYOUTS COM
      *            PARCELA, VENCIMENTO E CONDICAO DE PAGAMENTO
      * ALTERADO = 15/10/2026 - SARAH - AREA DE TRABALHO DO
      *            EMBARQUE ACOMPANHA O DESCONTO DO PEDIDO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - AREA DE TRABALHO DO
      *            EMBARQUE ACOMPANHA O DEPOSITO DE SAIDA; A RESERVA
      *            SOLTA NO CANCELAMENTO SAI TAMBEM DO DEPOSITO DO
      *            PEDIDO (CALL ESTDEPAT)
      * ALTERADO = 15/10/2026 - SARAH - CANCELAMENTO DE PEDIDO COM
      *            KIT SOLTA A RESERVA DOS COMPONENTES (CALL KITEXPL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - TODO CANCELAMENTO FICA ANOTADO
      *            EM PEDCANC.LOG (PEDIDO, DATA, EMBARCADO OU PRE-
      *            EMBARQUE E OPERADOR) - RETORNO DOS PEDIDOS DA LOJA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - AREA DE TRABALHO DO
      *            EMBARQUE ACOMPANHA A TRANSPORTADORA COTADA E O
      *            FRETE BASE DA COTACAO (103 BYTES)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EMBARQUE-CTL ASSIGN TO 'EMBARQUE.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBCTL-STATUS.
           SELECT PEDCANC-LOG ASSIGN TO 'PEDCANC.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CANCLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY EMBARQUE.

       FD EMBARQUE-WRK.
       01 WRKARQ-REG PIC X(103).

       FD CANCELA-TRN.
       01 TRN-REG.
           COPY TITULOS.

       FD TITULOS-WRK.
       01 TITWRK-REG PIC X(98).

       FD PEDIDOS.
           COPY PEDIDOS.
       01 ECTL-LINHA.
           05 CTL-PEDIDO-FEITO PIC 9(07).

      *    UMA LINHA POR PEDIDO CANCELADO - MOMENTO E EMBARCADO OU
      *    PRE-EMBARQUE; LIDO PELO LOJASTAT NO RETORNO A LOJA
       FD PEDCANC-LOG.
       01 CNL-REG.
           05 CNL-PEDIDO  PIC 9(07).
           05 CNL-DATA    PIC 9(08).
           05 CNL-MOMENTO PIC X(01).
               88 CNL-EMBARCADO     VALUE 'E'.
               88 CNL-PRE-EMBARQUE  VALUE 'P'.
           05 CNL-USUARIO PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-TEM-CABECALHO PIC X(01) VALUE 'N'.
           88 CABECALHO-ACHADO VALUE 'S'.
       77 EMBCTL-STATUS    PIC 9(02).
       77 CANCLOG-STATUS   PIC 9(02).
       77 WRK-CANC-DEPOSITO PIC X(02) VALUE SPACES.
       77 WRK-EDP-OPER     PIC X(01) VALUE SPACES.
       77 WRK-EDP-QTDE     PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-SALDO    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE    PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO  PIC X(01) VALUE SPACES.
       77 WRK-IX-COMP      PIC 9(02) VALUE 0.
       77 WRK-SOL-CODPROD  PIC X(08) VALUE SPACES.
       77 WRK-SOL-QTDE     PIC 9(05) VALUE ZEROS.
           COPY KITTAB.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO VALUE 'S'.
       77 WRK-JA-CANC      PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'PEDCANC'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
                ADD 1 TO WRK-QTREJEITADOS
                DISPLAY 'PEDIDO JA CANCELADO - ' WRK-PEDIDO
              WHEN OTHER
                MOVE 'E' TO CNL-MOMENTO
                PERFORM 5980-ANOTAR-CANCELADO
                PERFORM 5370-CONFERIR-POSTAGEM
                IF POSTAGEM-ACHADA
                    PERFORM 5400-ESTORNAR-SALDO
            ELSE
                PERFORM 5850-LIBERAR-RESERVA
                PERFORM 5970-TRANCAR-NO-CONTROLE
                MOVE 'P' TO CNL-MOMENTO
                PERFORM 5980-ANOTAR-CANCELADO
                ADD 1 TO WRK-QTCANCELADOS
                DISPLAY 'PEDIDO CANCELADO ANTES DO EMBARQUE - '
                        WRK-PEDIDO

       5960-PROCURAR-CABECALHO.
            MOVE 'N' TO WRK-FIMPED.
            MOVE SPACES TO WRK-CANC-DEPOSITO.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                EXIT PARAGRAPH
            PERFORM UNTIL FIM-PEDIDOS-ARQ
                IF PED-CABECALHO AND PED-NUMERO = WRK-PEDIDO
                    MOVE 'S' TO WRK-TEM-CABECALHO
                    MOVE PED-DEPOSITO TO WRK-CANC-DEPOSITO
                END-IF
                PERFORM 5860-LER-PEDIDO
            END-PERFORM.
            WRITE ECTL-LINHA.
            CLOSE EMBARQUE-CTL.

       5980-ANOTAR-CANCELADO.
      *    O EMBARQUE JA FICOU MARCADO (OU O PEDIDO TRANCADO) - A
      *    LINHA DO LOG E O QUE A LOJA VIRTUAL RECEBE DE VOLTA
            MOVE WRK-PEDIDO       TO CNL-PEDIDO.
            MOVE WRK-DATA-SISTEMA TO CNL-DATA.
            MOVE WRK-USUARIO      TO CNL-USUARIO.
            OPEN EXTEND PEDCANC-LOG.
            IF CANCLOG-STATUS = 35
                OPEN OUTPUT PEDCANC-LOG
            END-IF.
            WRITE CNL-REG.
            CLOSE PEDCANC-LOG.

       5850-LIBERAR-RESERVA.
      *    O QUE O PEDIDO AINDA SEGURAVA DE RESERVA VOLTA PARA O
      *    LIVRE - O EMBARCADO JA SOLTOU A SUA PARTE NO PROGCOB10
            END-READ.

       5870-SOLTAR-ITEM.
      *    KIT SOLTA A RESERVA DOS COMPONENTES, COMO A CAPTURA FEZ
            IF PED-ITEM AND PED-NUMERO = WRK-PEDIDO
                CALL 'KITEXPL' USING PED-CODPROD KIT-TAB-COMP
                IF KTB-QTCOMP = 0
                    MOVE PED-CODPROD TO WRK-SOL-CODPROD
                    MOVE PED-QTDE    TO WRK-SOL-QTDE
                    PERFORM 5875-SOLTAR-PRODUTO
                ELSE
                    PERFORM 5872-SOLTAR-COMPONENTE
                        VARYING WRK-IX-COMP FROM 1 BY 1
                        UNTIL WRK-IX-COMP > KTB-QTCOMP
                END-IF
            END-IF.
            PERFORM 5860-LER-PEDIDO.

       5872-SOLTAR-COMPONENTE.
            MOVE KTB-CODCOMP(WRK-IX-COMP) TO WRK-SOL-CODPROD.
            COMPUTE WRK-SOL-QTDE = KTB-QTDE(WRK-IX-COMP) * PED-QTDE.
            PERFORM 5875-SOLTAR-PRODUTO.

       5875-SOLTAR-PRODUTO.
            MOVE WRK-SOL-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF PROD-QTRESERVADA >= WRK-SOL-QTDE
                    SUBTRACT WRK-SOL-QTDE FROM PROD-QTRESERVADA
                ELSE
                    MOVE ZEROS TO PROD-QTRESERVADA
                END-IF
                REWRITE PRODUTO-REG
                  INVALID KEY
                    CONTINUE
                END-REWRITE
            END-READ.
      *    E A RESERVA FEITA NO DEPOSITO DE SAIDA DO PEDIDO
            MOVE 'L' TO WRK-EDP-OPER.
            MOVE WRK-SOL-QTDE TO WRK-EDP-QTDE.
            CALL 'ESTDEPAT' USING WRK-EDP-OPER WRK-SOL-CODPROD
                WRK-CANC-DEPOSITO WRK-EDP-QTDE WRK-EDP-SALDO
                WRK-EDP-LIVRE WRK-EDP-RETORNO.

       5500-GRAVAR-JORNAL.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-ESTORNO TO TRUE.
