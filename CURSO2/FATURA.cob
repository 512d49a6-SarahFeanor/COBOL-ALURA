      *******************************************
      * AULA:      FATURAMENTO DOS EMBARQUES
      * OBJETIVO:  LER OS EMBARQUES DO DIA (EMBARQUE.DAT), BUSCAR
      *            NOME, CPF/CNPJ E ENDERECO DO CLIENTE NO MESTRE E
      *            IMPRIMIR UMA FATURA NUMERADA POR EMBARQUE EM
      *            FATURA.RPT COM VALOR, FRETE E TOTAL
      *            A NUMERACAO VEM DE FATURA.CTL (ULTIMA FATURA),
      *            TABELA ABORTA O PASSO, COMO JA ACONTECIA COM
      *            O FATURA.FTS - A REGRAVACAO NAO PODE PERDER O
      *            RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - CONDICAO DE PAGAMENTO DO
      *            PEDIDO (EMB-CONDPAG, MESTRE CONDPAG.DAT): O
      *            TITULO DO EMBARQUE E DIVIDIDO EM UM TITULO POR
      *            PARCELA, CADA UM COM O SEU VENCIMENTO (CALL
      *            DATAPRAZ), E AS PARCELAS SAEM IMPRESSAS NA
      *            FATURA - CONDICAO EM BRANCO OU NAO CADASTRADA
      *            E PARCELA UNICA EM 30 DIAS
      * ALTERADO = 15/10/2026 - SARAH - DESCONTO DO PEDIDO
      *            (EMB-DESCONTO) SAI EM LINHA PROPRIA COM O VALOR
      *            BRUTO, ANTES DO VALOR LIQUIDO
      * ALTERADO = 15/10/2026 - SARAH - PESSOA JURIDICA SAI COM CNPJ E
      *            INSCRICAO ESTADUAL NO LUGAR DO CPF
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO DE CADA PARCELA
      *            PULA PARA O DIA UTIL SEGUINTE (CALL DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES); A
      *            PARCELA JA COBERTA PELO PAGO SAI LIQUIDADA NA DATA
      *            DO EMBARQUE
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ICMS-CFG ASSIGN TO 'ICMS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ICF-STATUS.
           SELECT CONDPAG ASSIGN TO 'CONDPAG.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONDPAG-STATUS
             RECORD KEY IS CPG-CHAVE.
           SELECT FATURAS ASSIGN TO 'FATURAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FATURAS-STATUS.
       FD FATURAS.
           COPY FATURAS.

       FD CONDPAG.
           COPY CONDPAG.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
      *    TITULOS.DAT INTEIRO EM MEMORIA - O CARIMBO DA FATURA
      *    SO DESCE PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).
       77 CONDPAG-STATUS   PIC 9(02).
       77 WRK-TEM-CONDPAG  PIC X(01) VALUE 'N'.
           88 CONDPAG-DISPONIVEL VALUE 'S'.
       77 WRK-QTPARC       PIC 9(02) VALUE 1.
       77 WRK-VENC-PRAZO   PIC 9(08) VALUE ZEROS.
       77 WRK-IX-PARC      PIC 9(02) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-VALOR-RATEIO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-PAGO   PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TIT-BASE     PIC X(98) VALUE SPACES.
       01 WRK-TAB-PARCELAS.
      *    PARCELAS DA FATURA CORRENTE - VENCIMENTO E VALOR; A
      *    ULTIMA LEVA A SOBRA DOS CENTAVOS DA DIVISAO
           05 WRK-PARC OCCURS 6 TIMES.
               10 WRK-PARC-VENC  PIC 9(08).
               10 WRK-PARC-VALOR PIC 9(07)V99.

       01 FAT-SEPARADOR.
           05 FILLER PIC X(70) VALUE ALL '='.
           05 FAT-ANO     PIC 9999.
       01 FAT-BLOCO-NOME.
           05 FAT-NOME PIC X(30).
      *    PESSOA FISICA SAI COM O CPF; PESSOA JURIDICA COM O CNPJ
      *    E A INSCRICAO ESTADUAL
           05 FAT-DOC-ROTULO PIC X(06).
           05 FAT-DOC  PIC X(14).
           05 FAT-IE-ROTULO  PIC X(04).
           05 FAT-IE   PIC X(14).
       01 FAT-BLOCO-ENDERECO.
           05 FAT-ENDERECO PIC X(40).
       01 FAT-BLOCO-CIDADE.
           05 FAT-ALIQUOTA PIC Z9,99.
           05 FILLER       PIC X(04) VALUE '%) '.
           05 FAT-ICMS     PIC ZZ.ZZZ.ZZ9,99.
       01 FAT-LINHA-DESCONTO.
           05 FILLER      PIC X(10) VALUE 'BRUTO....:'.
           05 FAT-BRUTO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(11) VALUE '  DESCONTO '.
           05 FAT-DESCONTO PIC ZZ.ZZZ.ZZ9,99.
       01 FAT-VALORES.
           05 FILLER      PIC X(10) VALUE 'VALOR....:'.
           05 FAT-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           05 FAT-FRETE   PIC ZZZ.ZZ9,99.
           05 FILLER      PIC X(11) VALUE '  TOTAL..: '.
           05 FAT-TOTAL   PIC ZZ.ZZZ.ZZ9,99.
       01 FAT-LINHA-PARCELA.
           05 FILLER       PIC X(08) VALUE 'PARCELA '.
           05 FAT-PARCELA  PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 FAT-QTPARC   PIC 99.
           05 FILLER       PIC X(09) VALUE '  VENCTO '.
           05 FAT-VENC-DIA PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 FAT-VENC-MES PIC 99.
           05 FILLER       PIC X(01) VALUE '/'.
           05 FAT-VENC-ANO PIC 9999.
           05 FILLER       PIC X(09) VALUE '  VALOR '.
           05 FAT-PARC-VALOR PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-VENC.
           05 WRK-ANOVEN PIC 9(04).
           05 WRK-MESVEN PIC 9(02).
           05 WRK-DIAVEN PIC 9(02).
       01 WRK-DATA-EMB.
           05 WRK-ANOEMB PIC 9(04).
           05 WRK-MESEMB PIC 9(02).
            PERFORM 1300-CARREGAR-FEITOS.
            PERFORM 1400-CARREGAR-TITULOS.
            PERFORM 1500-CARREGAR-ICMS.
      *    SEM O MESTRE DE CONDICOES TODA FATURA SAI EM PARCELA
      *    UNICA
            OPEN INPUT CONDPAG.
            IF CONDPAG-STATUS = 0
                SET CONDPAG-DISPONIVEL TO TRUE
            END-IF.
            IF CONTROLE-ESTOURADO
                DISPLAY 'FATURA: FATURA.FTS PASSOU DE 2000 '
                        'PEDIDOS - ARQUIVE EMBARQUE.DAT E LIMPE OS '
            MOVE FAT-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE CLIENTES-NOME TO FAT-NOME.
            IF PESSOA-JURIDICA
                MOVE ' CNPJ '      TO FAT-DOC-ROTULO
                MOVE CLIENTES-CNPJ TO FAT-DOC
                MOVE ' IE '        TO FAT-IE-ROTULO
                MOVE CLIENTES-IE   TO FAT-IE
            ELSE
                MOVE ' CPF '       TO FAT-DOC-ROTULO
                MOVE CLIENTES-CPF  TO FAT-DOC
                MOVE SPACES        TO FAT-IE-ROTULO FAT-IE
            END-IF.
            MOVE FAT-BLOCO-NOME TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 2150-ENDERECO-ENTREGA.
            MOVE WRK-ENT-CEP    TO FAT-CEP.
            MOVE FAT-BLOCO-CIDADE TO RPT-LINHA.
            WRITE RPT-LINHA.
      *    PEDIDO COM DESCONTO (FAIXA + OPERADOR) MOSTRA O BRUTO E
      *    O DESCONTO ANTES DO VALOR LIQUIDO - EMBARQUE ANTIGO, SEM
      *    O CAMPO, SEGUE SEM A LINHA
            IF EMB-DESCONTO IS NUMERIC AND EMB-DESCONTO > ZEROS
                COMPUTE WRK-TOTAL-NOTA = EMB-VALOR + EMB-DESCONTO
                MOVE WRK-TOTAL-NOTA TO FAT-BRUTO
                MOVE EMB-DESCONTO   TO FAT-DESCONTO
                MOVE FAT-LINHA-DESCONTO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            COMPUTE WRK-TOTAL-NOTA = EMB-VALOR + EMB-FRETE.
            MOVE EMB-VALOR      TO FAT-VALOR.
            MOVE EMB-FRETE      TO FAT-FRETE.
            MOVE WRK-ICMS     TO FAT-ICMS.
            MOVE FAT-LINHA-ICMS TO RPT-LINHA.
            WRITE RPT-LINHA.
      *    UMA LINHA POR PARCELA, COM VENCIMENTO E VALOR
            PERFORM 2960-MONTAR-PARCELAS.
            PERFORM 2270-IMPRIMIR-PARCELA
                VARYING WRK-IX-PARC FROM 1 BY 1
                UNTIL WRK-IX-PARC > WRK-QTPARC.
            MOVE FAT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.

            COMPUTE WRK-ICMS ROUNDED =
                EMB-VALOR * WRK-ALIQUOTA / 100.

       2270-IMPRIMIR-PARCELA.
            MOVE WRK-IX-PARC TO FAT-PARCELA.
            MOVE WRK-QTPARC  TO FAT-QTPARC.
            MOVE WRK-PARC-VENC(WRK-IX-PARC) TO WRK-DATA-VENC.
            MOVE WRK-DIAVEN  TO FAT-VENC-DIA.
            MOVE WRK-MESVEN  TO FAT-VENC-MES.
            MOVE WRK-ANOVEN  TO FAT-VENC-ANO.
            MOVE WRK-PARC-VALOR(WRK-IX-PARC) TO FAT-PARC-VALOR.
            MOVE FAT-LINHA-PARCELA TO RPT-LINHA.
            WRITE RPT-LINHA.

       2900-GRAVAR-CONTROLE.
      *    REGRAVADO A CADA FATURA, COMO O MARCADOR DO CLIETRAN -
      *    UM ABEND NO MEIO DO JOB NAO REPETE NEM PULA NUMERO
            WRITE FTS-LINHA.
            CLOSE FATURA-FTS.

       2960-MONTAR-PARCELAS.
      *    A CONDICAO DO PEDIDO DA QUANTIDADE E OS PRAZOS - EM
      *    BRANCO, SEM O MESTRE OU NAO CADASTRADA VALE PARCELA
      *    UNICA EM 30 DIAS; CONDICAO DESATIVADA DEPOIS DO
      *    PEDIDO AINDA VALE PARA ELE
            MOVE ZEROS TO CPG-PRAZOS.
            MOVE 1  TO CPG-QTPARCELAS.
            MOVE 30 TO CPG-DIAS(1).
            IF EMB-CONDPAG NOT = SPACES AND CONDPAG-DISPONIVEL
                MOVE EMB-CONDPAG TO CPG-CODIGO
                READ CONDPAG
                  INVALID KEY
                    DISPLAY 'FATURA: CONDICAO ' EMB-CONDPAG
                            ' NAO CADASTRADA - PEDIDO ' EMB-PEDIDO
                            ' EM PARCELA UNICA'
                    MOVE ZEROS TO CPG-PRAZOS
                    MOVE 1  TO CPG-QTPARCELAS
                    MOVE 30 TO CPG-DIAS(1)
                END-READ
            END-IF.
            IF CPG-QTPARCELAS < 1 OR CPG-QTPARCELAS > 6
                MOVE ZEROS TO CPG-PRAZOS
                MOVE 1  TO CPG-QTPARCELAS
                MOVE 30 TO CPG-DIAS(1)
            END-IF.
            MOVE CPG-QTPARCELAS TO WRK-QTPARC.
            PERFORM VARYING WRK-IX-PARC FROM 1 BY 1
                    UNTIL WRK-IX-PARC > WRK-QTPARC
                CALL 'DATAPRAZ' USING EMB-DATA
                    CPG-DIAS(WRK-IX-PARC)
                    WRK-VENC-PRAZO
                CALL 'DIAUTIL' USING WRK-VENC-PRAZO
                    WRK-PARC-VENC(WRK-IX-PARC)
            END-PERFORM.
            MOVE WRK-TOTAL-NOTA TO WRK-VALOR-RATEIO.
            PERFORM 2965-RATEAR-VALOR.

       2965-RATEAR-VALOR.
      *    DIVISAO TRUNCADA NOS CENTAVOS - A SOBRA VAI PARA A
      *    ULTIMA PARCELA E A SOMA FECHA COM O TOTAL
            COMPUTE WRK-VALOR-PARCELA =
                WRK-VALOR-RATEIO / WRK-QTPARC.
            PERFORM VARYING WRK-IX-PARC FROM 1 BY 1
                    UNTIL WRK-IX-PARC > WRK-QTPARC
                MOVE WRK-VALOR-PARCELA TO WRK-PARC-VALOR(WRK-IX-PARC)
            END-PERFORM.
            COMPUTE WRK-PARC-VALOR(WRK-QTPARC) = WRK-VALOR-RATEIO
                - (WRK-VALOR-PARCELA * (WRK-QTPARC - 1)).

       2980-CARIMBAR-TITULO.
      *    O TITULO DO PEDIDO GANHA O NUMERO DA FATURA - E ASSIM
      *    QUE "FATURA 0001234" VIRA UM TITULO LOCALIZAVEL
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-TIT FROM 1 BY 1
                    UNTIL WRK-IX-TIT > WRK-QTTIT
                MOVE WRK-TIT-IMG(WRK-IX-TIT) TO TITULO-REG
                    MOVE WRK-ULTFATURA TO TIT-FATURA
                    MOVE TITULO-REG TO WRK-TIT-IMG(WRK-IX-TIT)
                    MOVE 'S' TO WRK-TIT-MEXEU
                    IF WRK-IX-ACHADO = 0 AND TIT-EMBARQUE
                        MOVE WRK-IX-TIT TO WRK-IX-ACHADO
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                PERFORM 2985-PARCELAR-TITULO
            END-IF.

       2985-PARCELAR-TITULO.
      *    O TITULO DO EMBARQUE VIRA A PRIMEIRA PARCELA E AS
      *    DEMAIS ENTRAM NO FIM DA TABELA; O QUE JA FOI PAGO
      *    ANTES DA FATURA ABATE AS PARCELAS NA ORDEM
            MOVE WRK-TIT-IMG(WRK-IX-ACHADO) TO TITULO-REG.
            IF NOT TIT-ABERTO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTTIT + WRK-QTPARC - 1 > 2000
                DISPLAY 'FATURA: TITULOS.DAT SEM ESPACO PARA AS '
                        'PARCELAS DO PEDIDO ' EMB-PEDIDO
                        ' - TITULO UNICO'
                MOVE 1 TO WRK-QTPARC
            END-IF.
            MOVE TIT-VALOR TO WRK-VALOR-RATEIO.
            PERFORM 2965-RATEAR-VALOR.
            MOVE TITULO-REG TO WRK-TIT-BASE.
            MOVE TIT-PAGO TO WRK-SALDO-PAGO.
            PERFORM 2986-GRAVAR-PARCELA
                VARYING WRK-IX-PARC FROM 1 BY 1
                UNTIL WRK-IX-PARC > WRK-QTPARC.

       2986-GRAVAR-PARCELA.
            MOVE WRK-TIT-BASE TO TITULO-REG.
            MOVE WRK-IX-PARC TO TIT-PARCELA.
            MOVE WRK-QTPARC  TO TIT-QTPARCELAS.
            MOVE WRK-PARC-VENC(WRK-IX-PARC)  TO TIT-VENCIMENTO.
            MOVE WRK-PARC-VALOR(WRK-IX-PARC) TO TIT-VALOR.
            MOVE ZEROS TO TIT-LIQUIDACAO.
            IF WRK-SALDO-PAGO < TIT-VALOR
                MOVE WRK-SALDO-PAGO TO TIT-PAGO
                MOVE ZEROS TO WRK-SALDO-PAGO
            ELSE
                MOVE TIT-VALOR TO TIT-PAGO
                SUBTRACT TIT-VALOR FROM WRK-SALDO-PAGO
                SET TIT-LIQUIDADO TO TRUE
      *        PARCELA COBERTA PELO QUE JA TINHA SIDO PAGO ANTES DA
      *        FATURA - LIQUIDADA NA DATA DO EMBARQUE, SEM ATRASO
                MOVE EMB-DATA TO TIT-LIQUIDACAO
            END-IF.
            IF WRK-IX-PARC = 1
                MOVE TITULO-REG TO WRK-TIT-IMG(WRK-IX-ACHADO)
            ELSE
                ADD 1 TO WRK-QTTIT
                MOVE TITULO-REG TO WRK-TIT-IMG(WRK-QTTIT)
            END-IF.

       2990-GRAVAR-REGISTRO.
      *    A FATURA VIRA DADO, NAO SO TINTA - NUMERO, DATA,
            CLOSE CLIENTES.
            CLOSE EMBARQUE.
            CLOSE FATURA-RPT.
            IF CONDPAG-DISPONIVEL
                CLOSE CONDPAG
            END-IF.
            DISPLAY '===== FATURA - FATURAMENTO ====='.
            DISPLAY 'FATURAS EMITIDAS.....: ' WRK-QTFATURAS.
            DISPLAY 'PEDIDOS JA FATURADOS.: ' WRK-QTPULADOS.
