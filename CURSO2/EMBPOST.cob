      *            TAMBEM ABRE UM TITULO EM TITULOS.DAT (COPY
      *            TITULOS) - CONTAS A RECEBER POR PARTIDA
      *            ABERTA, BAIXADO PELOS RECEBIMENTOS (TITBAIX)
      * ALTERADO = 15/10/2026 - SARAH - O TITULO NASCE COMO
      *            PARCELA UNICA (1/1) COM VENCIMENTO EM 30 DIAS
      *            (CALL DATAPRAZ) - O FATURA E QUEM O DIVIDE PELA
      *            CONDICAO DE PAGAMENTO DO PEDIDO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - TITULO NASCE COM BRUTO E
      *            DESCONTO ZERADOS (SO A MENSALIDADE USA)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO DO TITULO PULA
      *            PARA O DIA UTIL SEGUINTE (CALL DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - TITULO NASCE SEM DATA DE
      *            LIQUIDACAO (ZEROS)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTREJEITADOS PIC 9(05) VALUE 0.
       77 WRK-VALOR-TOTAL  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-VENC-PRAZO   PIC 9(08) VALUE ZEROS.
       77 CTL-STATUS       PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 WRK-QTPULADOS    PIC 9(05) VALUE 0.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'EMBPOST'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'EMBPOST'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
            MOVE WRK-DATA-SISTEMA TO TIT-EMISSAO.
            SET TIT-EMBARQUE     TO TRUE.
            MOVE WRK-VALOR-TOTAL TO TIT-VALOR.
            MOVE ZEROS           TO TIT-BRUTO TIT-DESCONTO.
            MOVE ZEROS           TO TIT-PAGO.
            MOVE ZEROS           TO TIT-LIQUIDACAO.
            SET TIT-ABERTO       TO TRUE.
            MOVE 1               TO TIT-PARCELA TIT-QTPARCELAS.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA
                WRK-PRAZO-PADRAO WRK-VENC-PRAZO.
            CALL 'DIAUTIL' USING WRK-VENC-PRAZO TIT-VENCIMENTO.
            WRITE TITULO-REG.

       2900-MARCAR-POSTADO.
