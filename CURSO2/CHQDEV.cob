      *            (DATASIS) E COMPETENCIA (PERCHK) CONFERIDAS
      *            NA ENTRADA, COMO NO RECEBPGM - ESTORNO NAO
      *            DESCE EM MES JA FECHADO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO EM MEMORIA
      *            ACOMPANHA O LAYOUT COM PARCELA E VENCIMENTO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM BRUTO E DESCONTO DA MENSALIDADE
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - CHEQUE DEVOLVIDO NAO TIRA
      *            DA COBRADORA O TITULO AINDA CEDIDO (SITUACAO C) - SO
      *            O TITULO LIQUIDADO VOLTA PARA A CARTEIRA PROPRIA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES); O
      *            TITULO REABERTO PELA DEVOLUCAO PERDE A DATA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - CHEQUE COMPENSADO E
      *            DEVOLVIDO SAI DA CONTA DE DEPOSITO NO MOVIMENTO DA
      *            TESOURARIA (TESMOV.DAT, ORIGEM DV); IMAGEM DO
      *            CHEQUE PASSA A 77 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD TITULOS.
           COPY TITULOS.

       FD TESMOV.
           COPY TESMOV.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 CHEQUES-STATUS   PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 TESMOV-STATUS    PIC 9(02).
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
           88 PERIODO-FECHADO VALUE 'F'.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CHQDEV'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-VALOR-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-CHEQUES.
           05 WRK-CHQ OCCURS 2000 TIMES.
               10 WRK-CHQ-IMG PIC X(77).
       77 TITULOS-STATUS   PIC 9(02).
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
      *    TITULOS.DAT INTEIRO EM MEMORIA, COMO NO TITBAIX - A
      *    REABERTURA SO DESCE PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).

       SCREEN SECTION.
       01 TELA.
                    EXIT PARAGRAPH
                  NOT INVALID KEY
                    PERFORM 4400-GRAVAR-ESTORNO
                    PERFORM 4600-GRAVAR-TESOURARIA
                    MOVE 'R' TO WRK-JNL-OPER
                    CALL 'CLIEJRNL' USING WRK-JNL-OPER
                        WRK-JNL-PROGRAMA WRK-USUARIO
                END-IF
                SUBTRACT WRK-FALTA-TIT FROM TIT-PAGO
                SUBTRACT WRK-FALTA-TIT FROM WRK-REABRIR
      *        TITULO AINDA NA COBRADORA CONTINUA COM ELA
                IF TIT-LIQUIDADO
                    SET TIT-ABERTO TO TRUE
                    MOVE ZEROS TO TIT-LIQUIDACAO
                END-IF
                MOVE TITULO-REG TO WRK-TIT-IMG(WRK-IX-TIT)
                ADD 1 TO WRK-QTREABERTOS
                MOVE 'S' TO WRK-MEXEU-TIT
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       4600-GRAVAR-TESOURARIA.
      *    O BANCO DEBITA O CHEQUE DEVOLVIDO NA MESMA CONTA EM QUE
      *    A COMPENSACAO CREDITOU (CHQ-CONTA)
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE CHQ-CONTA        TO TMV-CONTA.
            SET TMV-SAIDA         TO TRUE.
            MOVE 'DV'             TO TMV-ORIGEM.
            MOVE CHQ-VALOR        TO TMV-VALOR.
            MOVE CHQ-NUMERO       TO TMV-DOCUMENTO.
            MOVE CLIENTES-CODIGO  TO TMV-CODIGO.
            MOVE WRK-JNL-PROGRAMA TO TMV-PROGRAMA.
            MOVE WRK-USUARIO      TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.

       3000-FINALIZAR.
            IF HOUVE-DEVOLUCAO
                PERFORM 3100-REGRAVAR-CHEQUES
