      *            VEM POR START/READ NEXT EM VEZ DA RELEITURA DO
      *            JORNAL INTEIRO POR CLIENTE - SEM O INDICE O
      *            CAMINHO SEQUENCIAL DE SEMPRE CONTINUA VALENDO
      * ALTERADO = 15/10/2026 - SARAH - TITULO DE JUROS COMO
      *            PARCELA UNICA COM VENCIMENTO EM 30 DIAS (CALL
      *            DATAPRAZ)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - TITULO NASCE COM BRUTO E
      *            DESCONTO ZERADOS (SO A MENSALIDADE USA)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - TITULO DE JUROS VENCE EM
      *            DIA UTIL E A CARENCIA QUE TERMINA EM FIM DE SEMANA
      *            OU FERIADO SO ESTOURA NO DIA UTIL SEGUINTE (CALL
      *            DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - TITULO NASCE SEM DATA DE
      *            LIQUIDACAO (ZEROS)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-CARENCIA     PIC 9(03) VALUE 30.
       77 WRK-IDADE-DIAS   PIC S9(05) VALUE ZEROS.
       77 WRK-IDADE-MAIOR  PIC S9(05) VALUE ZEROS.
       77 WRK-DATA-ANTIGA  PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-CARENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-PRORROGADA   PIC X(01) VALUE 'N'.
           88 CARENCIA-PRORROGADA VALUE 'S'.
       77 WRK-TEM-DEBITO   PIC X(01) VALUE 'N'.
           88 TEM-DEBITO VALUE 'S'.
       77 WRK-JUROS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'JUROSMES'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'JUROSMES'.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-VENC-PRAZO   PIC 9(08) VALUE ZEROS.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
            MOVE ZEROS TO WRK-IDADE-MAIOR.
            PERFORM 2200-BUSCAR-DEBITO-ANTIGO.
            IF TEM-DEBITO AND WRK-IDADE-MAIOR > WRK-CARENCIA
                PERFORM 2150-CONFERIR-DIA-UTIL
                IF NOT CARENCIA-PRORROGADA
                    PERFORM 2500-COBRAR-JUROS
                END-IF
            END-IF.

       2150-CONFERIR-DIA-UTIL.
      *    CARENCIA QUE TERMINA EM FIM DE SEMANA OU FERIADO SO
      *    VENCE NO DIA UTIL SEGUINTE - A MESMA TOLERANCIA DO
      *    VENCIMENTO DOS TITULOS (CALL DIAUTIL)
            MOVE 'N' TO WRK-PRORROGADA.
            CALL 'DATAPRAZ' USING WRK-DATA-ANTIGA WRK-CARENCIA
                WRK-VENC-PRAZO.
            CALL 'DIAUTIL' USING WRK-VENC-PRAZO
                WRK-LIMITE-CARENCIA.
            IF WRK-LIMITE-CARENCIA NOT < WRK-DATA-SISTEMA
                MOVE 'S' TO WRK-PRORROGADA
            END-IF.

       2200-BUSCAR-DEBITO-ANTIGO.
                      + (WRK-DIASIS - WRK-DIAJRN)
                    IF WRK-IDADE-DIAS > WRK-IDADE-MAIOR
                        MOVE WRK-IDADE-DIAS TO WRK-IDADE-MAIOR
                        MOVE JIX-DATA TO WRK-DATA-ANTIGA
                    END-IF
                END-IF
                READ JORNALIX NEXT
                  + (WRK-DIASIS - WRK-DIAJRN)
                IF WRK-IDADE-DIAS > WRK-IDADE-MAIOR
                    MOVE WRK-IDADE-DIAS TO WRK-IDADE-MAIOR
                    MOVE JRN-DATA TO WRK-DATA-ANTIGA
                END-IF
            END-IF.
            PERFORM 2210-LER-JORNAL.
            MOVE WRK-DATA-SISTEMA TO TIT-EMISSAO.
            SET TIT-JUROS        TO TRUE.
            MOVE WRK-JUROS       TO TIT-VALOR.
            MOVE ZEROS           TO TIT-BRUTO TIT-DESCONTO.
            MOVE ZEROS           TO TIT-PAGO.
            MOVE ZEROS           TO TIT-LIQUIDACAO.
            SET TIT-ABERTO       TO TRUE.
            MOVE 1               TO TIT-PARCELA TIT-QTPARCELAS.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA
                WRK-PRAZO-PADRAO WRK-VENC-PRAZO.
            CALL 'DIAUTIL' USING WRK-VENC-PRAZO TIT-VENCIMENTO.
            OPEN EXTEND TITULOS.
            IF TITULOS-STATUS = 35
                OPEN OUTPUT TITULOS
