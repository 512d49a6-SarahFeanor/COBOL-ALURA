      *            CREDITA MAIS O SALDO NA HORA: VAI PARA O
      *            REGISTRO CHEQUES.DAT (BANCO, NUMERO, BOM-PARA)
      *            E SO VIRA CREDITO QUANDO O CHQCOMP COMPENSA
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - PAGAMENTO CONTRA COTACAO
      *            DO VALATUAL (CAMPO COTACAO NA TELA): MULTA E JUROS
      *            COTADOS VAO AO JORNAL COMO J EM SEPARADO DO R, SO
      *            O PRINCIPAL BAIXA TITULOS E PARCELAS E A COTACAO
      *            FICA MARCADA COMO UTILIZADA
      * ALTERADO = 15/10/2026 - SARAH - RECIBO NO CARTAO (CC/CD)
      *            CREDITA O CLIENTE PELO BRUTO E GRAVA O RECEBIVEL
      *            DA ADQUIRENTE EM ADQREC.DAT COM TAXA E DATA DE
      *            LIQUIDACAO PREVISTAS POR ADQUIR.CFG (NSU NA TELA)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - CONTA DA TESOURARIA
      *            (CONTBANC) NO RECIBO, NO CHEQUE E NO RECEBIVEL -
      *            EM BRANCO ASSUME O PADRAO DO TIPO (CALL CONTAPAD);
      *            O QUE ENTRA NA HORA VAI PARA O TESMOV.DAT
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CAIXAFEC ASSIGN TO 'CAIXAFEC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CXF-STATUS.
           SELECT COTACAO ASSIGN TO 'COTACAO.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COTACAO-STATUS.
           SELECT COTACAO-WRK ASSIGN TO 'COTACAO.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COTWRK-STATUS.
           SELECT ADQREC ASSIGN TO 'ADQREC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADQREC-STATUS.
           SELECT ADQNUM-CTL ASSIGN TO 'ADQNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADQNUM-STATUS.
           SELECT ADQUIR-CFG ASSIGN TO 'ADQUIR.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ACF-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           05 CXF-USUARIO  PIC X(20).
           05 CXF-SITUACAO PIC X(01).

       FD COTACAO.
           COPY COTACAO.

       FD COTACAO-WRK.
       01 COTWRK-LINHA PIC X(116).

       FD ADQREC.
           COPY ADQREC.

       FD ADQNUM-CTL.
       01 ADQNUM-LINHA.
           05 CTL-ULTADQ PIC 9(07).

      *    UMA LINHA POR MODALIDADE: PRAZO DE LIQUIDACAO EM DIAS E
      *    TAXA DA ADQUIRENTE EM PERCENTUAL
       FD ADQUIR-CFG.
       01 ACF-LINHA.
           05 ACF-MODALIDADE PIC X(02).
           05 ACF-DIAS       PIC 9(03).
           05 ACF-TAXA       PIC 9(02)V99.

       FD TESMOV.
           COPY TESMOV.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-SALDO-ED     PIC -ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'RECEBPGM'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-DOC-TITULO   PIC 9(07) VALUE ZEROS.
       77 WRK-TIPO-EVENTO  PIC X(01) VALUE 'R'.
       77 CHEQUES-STATUS   PIC 9(02).
       77 WRK-PERIODO      PIC X(01) VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.

       77 COTACAO-STATUS   PIC 9(02).
       77 COTWRK-STATUS    PIC 9(02).
       77 WRK-FIMCOT       PIC X(01) VALUE 'N'.
           88 FIM-COTACOES VALUE 'S'.
       77 WRK-COTACAO      PIC 9(07) VALUE ZEROS.
       77 WRK-COT-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENCARGOS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTCOTACOES   PIC 9(05) VALUE 0.
       77 ADQREC-STATUS    PIC 9(02).
       77 ADQNUM-STATUS    PIC 9(02).
       77 ACF-STATUS       PIC 9(02).
       77 WRK-FIMACF       PIC X(01) VALUE 'N'.
           88 FIM-ADQUIR-CFG VALUE 'S'.
       77 WRK-QTCARTOES    PIC 9(05) VALUE 0.
       77 WRK-ADQ-NSU      PIC 9(09) VALUE ZEROS.
       77 WRK-ULTADQ       PIC 9(07) VALUE ZEROS.
       77 WRK-ADQ-PRAZO    PIC 9(08) VALUE ZEROS.
      *    PADRAO SEM ADQUIR.CFG: DEBITO EM 1 DIA, CREDITO EM 30,
      *    TAXA ZERO - A CONCILIACAO APONTA A TAXA QUE VIER
       01 WRK-TAB-ADQUIR.
           05 WRK-ADQ-OCR OCCURS 2 TIMES.
               10 WRK-ADQ-MODAL PIC X(02).
               10 WRK-ADQ-DIAS  PIC 9(03).
               10 WRK-ADQ-TAXA  PIC 9(02)V99.
       77 WRK-IX-ADQ       PIC 9(01) VALUE 0.
       77 TESMOV-STATUS    PIC 9(02).
       77 WRK-CPD-BANCO    PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-INFORMADA PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
           88 CONTA-VALIDA VALUE 'S'.
       77 WRK-QTTESMOV     PIC 9(05) VALUE 0.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
               10 LINE 13 COLUMN 10 VALUE 'VALOR.... '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING REC-VALOR
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 40 VALUE 'COTACAO '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-COTACAO
                   BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE 'DATA PGTO '.
               10 COLUMN PLUS 2 PIC 9(08) USING REC-DATA.
               10 LINE 14 COLUMN 40 VALUE 'TIPO '.
               10 COLUMN PLUS 2 PIC X(02) USING REC-TIPO.
               10 LINE 14 COLUMN 52 VALUE 'CONTA '.
               10 COLUMN PLUS 2 PIC 9(03) USING REC-CONTA
                   BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE 'DOCUMENTO '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-DOC-TITULO
                   BLANK WHEN ZEROS.
                BLANK WHEN ZEROS.
            05 LINE 15 COLUMN 68 VALUE 'BOM-PARA '.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-CHQ-BOMPARA.
       01 TELA-CARTAO FOREGROUND-COLOR 2.
            05 LINE 15 COLUMN 40 VALUE 'NSU '.
            05 COLUMN PLUS 2 PIC 9(09) USING WRK-ADQ-NSU
                BLANK WHEN ZEROS.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM 1070-LER-ADQUIRENTE.
            ACCEPT WRK-MODO FROM ENVIRONMENT 'RECEBER_MODO'.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                AT END MOVE 'S' TO WRK-FIMCXF
            END-READ.

       1070-LER-ADQUIRENTE.
      *    ADQUIR.CFG E OPCIONAL - MODALIDADE AUSENTE FICA COM O
      *    PADRAO DA TABELA
            MOVE 'CD' TO WRK-ADQ-MODAL(1).
            MOVE 1    TO WRK-ADQ-DIAS(1).
            MOVE 'CC' TO WRK-ADQ-MODAL(2).
            MOVE 30   TO WRK-ADQ-DIAS(2).
            MOVE ZEROS TO WRK-ADQ-TAXA(1) WRK-ADQ-TAXA(2).
            MOVE 'N' TO WRK-FIMACF.
            OPEN INPUT ADQUIR-CFG.
            IF ACF-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1080-LER-CFG-ADQUIR.
            PERFORM UNTIL FIM-ADQUIR-CFG
                PERFORM VARYING WRK-IX-ADQ FROM 1 BY 1
                        UNTIL WRK-IX-ADQ > 2
                    IF WRK-ADQ-MODAL(WRK-IX-ADQ) = ACF-MODALIDADE
                     AND ACF-DIAS IS NUMERIC
                     AND ACF-TAXA IS NUMERIC
                        MOVE ACF-DIAS TO WRK-ADQ-DIAS(WRK-IX-ADQ)
                        MOVE ACF-TAXA TO WRK-ADQ-TAXA(WRK-IX-ADQ)
                    END-IF
                END-PERFORM
                PERFORM 1080-LER-CFG-ADQUIR
            END-PERFORM.
            CLOSE ADQUIR-CFG.

       1080-LER-CFG-ADQUIR.
            READ ADQUIR-CFG
                AT END MOVE 'S' TO WRK-FIMACF
            END-READ.

       1100-LER-LOTE.
            READ RECEBER-TRN
                AT END MOVE 'S' TO WRK-FIMARQ
            MOVE ZEROS TO WRK-DOC-TITULO.
            MOVE ZEROS TO WRK-CHQ-BANCO WRK-CHQ-NUMERO
                          WRK-CHQ-BOMPARA.
            MOVE ZEROS TO WRK-COTACAO WRK-ENCARGOS WRK-ADQ-NSU.
            MOVE RTR-FONE  TO REC-FONE.
            MOVE RTR-DATA  TO REC-DATA.
            MOVE RTR-VALOR TO REC-VALOR.
            MOVE RTR-TIPO  TO REC-TIPO.
            MOVE ZEROS     TO REC-CONTA.
            PERFORM 4300-ESCOLHER-CONTA.
            IF REC-VALOR = ZEROS
                ADD 1 TO WRK-QTREJEITADOS
                DISPLAY 'VALOR ZERADO - FONE ' REC-FONE
       4100-CAPTURAR-RECIBO.
            MOVE CLIENTES-SALDO TO WRK-SALDO-ED.
            MOVE ZEROS TO REC-VALOR WRK-DOC-TITULO.
            MOVE ZEROS TO WRK-COTACAO WRK-ENCARGOS WRK-ADQ-NSU.
            MOVE WRK-DATA-SISTEMA TO REC-DATA.
            MOVE 'DI' TO REC-TIPO.
            MOVE ZEROS TO REC-CONTA.
            DISPLAY REC-CLIENTE-TELA.
            DISPLAY REC-DADOS-TELA.
            ACCEPT REC-DADOS-TELA.
            IF WRK-COTACAO NOT = ZEROS
                MOVE SPACES TO WRK-MSGERRO
                PERFORM 4200-CONFERIR-COTACAO
                IF WRK-MSGERRO NOT = SPACES
                    ACCEPT MOSTRA-ERRO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM 4300-ESCOLHER-CONTA.
            IF WRK-MSGERRO NOT = SPACES
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF REC-TIPO = 'CH'
                MOVE ZEROS TO WRK-CHQ-BANCO WRK-CHQ-NUMERO
                MOVE WRK-DATA-SISTEMA TO WRK-CHQ-BOMPARA
                DISPLAY TELA-CHEQUE
                ACCEPT TELA-CHEQUE
            END-IF.
            IF REC-TIPO = 'CC' OR REC-TIPO = 'CD'
                DISPLAY TELA-CARTAO
                ACCEPT TELA-CARTAO
            END-IF.
            IF REC-VALOR = ZEROS
                MOVE 'VALOR DO RECIBO OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                END-IF
            END-IF.

       4200-CONFERIR-COTACAO.
      *    PAGAMENTO CONTRA COTACAO DO VALATUAL: A COTACAO TEM
      *    DE SER DESTE CLIENTE, ESTAR ABERTA E DENTRO DA
      *    VALIDADE, E O SALDO NAO PODE TER MEXIDO DESDE ENTAO;
      *    O VALOR E O TOTAL COTADO (ZERO NA TELA ASSUME ELE)
            IF REC-TIPO = 'CH'
                MOVE 'COTACAO NAO ACEITA CHEQUE' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'COTACAO NAO ENCONTRADA' TO WRK-MSGERRO.
            MOVE 'N' TO WRK-FIMCOT.
            OPEN INPUT COTACAO.
            IF COTACAO-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4250-LER-COTACAO.
            PERFORM UNTIL FIM-COTACOES
                IF COT-NUMERO = WRK-COTACAO
                    PERFORM 4260-CRITICAR-COTACAO
                    MOVE 'S' TO WRK-FIMCOT
                ELSE
                    PERFORM 4250-LER-COTACAO
                END-IF
            END-PERFORM.
            CLOSE COTACAO.
            IF WRK-MSGERRO = SPACES
                IF REC-VALOR = ZEROS
                    MOVE WRK-COT-TOTAL TO REC-VALOR
                END-IF
                IF REC-VALOR NOT = WRK-COT-TOTAL
                    MOVE 'VALOR DIFERE DO TOTAL COTADO'
                      TO WRK-MSGERRO
                END-IF
            END-IF.
            IF WRK-MSGERRO NOT = SPACES
                MOVE ZEROS TO WRK-ENCARGOS
            END-IF.

       4250-LER-COTACAO.
            READ COTACAO
                AT END MOVE 'S' TO WRK-FIMCOT
            END-READ.

       4260-CRITICAR-COTACAO.
            EVALUATE TRUE
              WHEN COT-CODIGO NOT = CLIENTES-CODIGO
                MOVE 'COTACAO DE OUTRO CLIENTE' TO WRK-MSGERRO
              WHEN NOT COT-ABERTA
                MOVE 'COTACAO JA UTILIZADA' TO WRK-MSGERRO
              WHEN REC-DATA > COT-VALIDADE
                MOVE 'COTACAO VENCIDA - REFAZER' TO WRK-MSGERRO
              WHEN COT-SALDO NOT = CLIENTES-SALDO
                MOVE 'SALDO MUDOU - REFAZER COTACAO' TO WRK-MSGERRO
              WHEN OTHER
                MOVE SPACES TO WRK-MSGERRO
                MOVE COT-TOTAL TO WRK-COT-TOTAL
                COMPUTE WRK-ENCARGOS = COT-MULTA + COT-JUROS
            END-EVALUATE.

       4300-ESCOLHER-CONTA.
      *    CONTA DA TESOURARIA EM BRANCO ASSUME O PADRAO DO TIPO
      *    (CALL CONTAPAD); A INFORMADA TEM DE EXISTIR E ESTAR
      *    ATIVA - SEM CONTBANC.DAT O RECIBO SEGUE COM CONTA ZERO
            MOVE SPACES TO WRK-MSGERRO.
            MOVE REC-CONTA TO WRK-CTA-INFORMADA.
            CALL 'CONTAPAD' USING REC-TIPO WRK-CPD-BANCO
                REC-CONTA WRK-CPD-SITU.
            IF WRK-CTA-INFORMADA NOT = ZEROS AND NOT CONTA-VALIDA
                MOVE 'CONTA DA TESOURARIA INVALIDA' TO WRK-MSGERRO
            END-IF.

       5000-APLICAR-RECEBIMENTO.
      *    O CREDITO NO SALDO E O RECIBO ANDAM JUNTOS - TUDO QUE
      *    ENTRA NO CAIXA APARECE NO JORNAL E NA AUDITORIA
            END-IF.
            MOVE CLIENTES-SALDO TO WRK-SALDO-ANTES.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
      *    COM COTACAO, MULTA E JUROS ENTRAM COMO DEBITO NO
      *    MESMO ATO E SO O PRINCIPAL ABATE TITULOS E PARCELAS
            COMPUTE WRK-VALOR-BAIXA = REC-VALOR - WRK-ENCARGOS.
            ADD REC-VALOR TO CLIENTES-SALDO.
            SUBTRACT WRK-ENCARGOS FROM CLIENTES-SALDO.
            REWRITE CLIENTES-REG
              INVALID KEY
                ADD 1 TO WRK-QTREJEITADOS
              NOT INVALID KEY
                ADD 1 TO WRK-QTAPLICADOS
                PERFORM 5100-GRAVAR-RECEBER
                IF WRK-ENCARGOS > 0
                    PERFORM 5250-GRAVAR-JORNAL-ENCARGOS
                END-IF
                PERFORM 5200-GRAVAR-JORNAL
                PERFORM 5300-GRAVAR-AUDITORIA
                CALL 'PARCBAIX' USING REC-FONE WRK-VALOR-BAIXA
                CALL 'TITBAIX' USING REC-FONE WRK-DOC-TITULO
                    WRK-VALOR-BAIXA
                IF WRK-COTACAO NOT = ZEROS
                    PERFORM 5800-BAIXAR-COTACAO
                END-IF
                IF REC-TIPO = 'CC' OR REC-TIPO = 'CD'
                    PERFORM 5750-REGISTRAR-CARTAO
                ELSE
                    PERFORM 5950-GRAVAR-TESOURARIA
                END-IF
                CALL 'NOTIFICA' USING WRK-TIPO-EVENTO REC-FONE
                    WRK-DOC-TITULO
                MOVE 'R' TO WRK-JNL-OPER
            MOVE REC-VALOR       TO CHQ-VALOR.
            MOVE WRK-USUARIO     TO CHQ-USUARIO.
            SET CHQ-DEPOSITADO   TO TRUE.
            MOVE REC-CONTA       TO CHQ-CONTA.
            OPEN EXTEND CHEQUES.
            IF CHEQUES-STATUS = 35
                OPEN OUTPUT CHEQUES
            WRITE CHEQUE-REG.
            CLOSE CHEQUES.

       5750-REGISTRAR-CARTAO.
      *    O CLIENTE JA ESTA QUITADO - QUEM DEVE AGORA E A
      *    ADQUIRENTE, QUE PAGA NO PRAZO DA MODALIDADE (JOGADO
      *    PARA O DIA UTIL) DESCONTADA A TAXA; O ADQLIQ CONFERE
            MOVE 2 TO WRK-IX-ADQ.
            IF REC-TIPO = 'CD'
                MOVE 1 TO WRK-IX-ADQ
            END-IF.
            PERFORM 5760-PROXIMO-RECEBIVEL.
            MOVE WRK-ULTADQ      TO ADQ-NUMERO.
            MOVE WRK-ADQ-NSU     TO ADQ-NSU.
            MOVE REC-TIPO        TO ADQ-MODALIDADE.
            MOVE CLIENTES-CODIGO TO ADQ-CODIGO.
            MOVE REC-FONE        TO ADQ-FONE.
            MOVE REC-DATA        TO ADQ-DATA-VENDA.
            MOVE REC-VALOR       TO ADQ-VALOR.
            COMPUTE ADQ-TAXA-PREV ROUNDED =
                REC-VALOR * WRK-ADQ-TAXA(WRK-IX-ADQ) / 100.
            CALL 'DATAPRAZ' USING REC-DATA WRK-ADQ-DIAS(WRK-IX-ADQ)
                WRK-ADQ-PRAZO.
            CALL 'DIAUTIL' USING WRK-ADQ-PRAZO ADQ-DATA-PREV.
            SET ADQ-PENDENTE     TO TRUE.
            MOVE ZEROS TO ADQ-DATA-LIQ ADQ-TAXA-REAL ADQ-LIQUIDO.
            MOVE WRK-USUARIO     TO ADQ-USUARIO.
            MOVE REC-CONTA       TO ADQ-CONTA.
            OPEN EXTEND ADQREC.
            IF ADQREC-STATUS = 35
                OPEN OUTPUT ADQREC
            END-IF.
            WRITE ADQREC-REG.
            CLOSE ADQREC.
            ADD 1 TO WRK-QTCARTOES.

       5760-PROXIMO-RECEBIVEL.
            MOVE 0 TO WRK-ULTADQ.
            OPEN INPUT ADQNUM-CTL.
            IF ADQNUM-STATUS = 0
                READ ADQNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTADQ TO WRK-ULTADQ
                END-READ
                CLOSE ADQNUM-CTL
            END-IF.
            ADD 1 TO WRK-ULTADQ.
            MOVE WRK-ULTADQ TO CTL-ULTADQ.
            OPEN OUTPUT ADQNUM-CTL.
            WRITE ADQNUM-LINHA.
            CLOSE ADQNUM-CTL.

       5100-GRAVAR-RECEBER.
            OPEN EXTEND RECEBER.
            IF RECEBER-STATUS = 35
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       5250-GRAVAR-JORNAL-ENCARGOS.
      *    MULTA E JUROS DA COTACAO - DEBITO DO CLIENTE COM O
      *    NUMERO DA COTACAO NO DOCUMENTO, COMO O JUROS DO MES
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-JUROS TO TRUE.
            MOVE CLIENTES-CODIGO TO JRN-CODIGO.
            MOVE REC-FONE  TO JRN-FONE.
            MOVE WRK-COTACAO TO JRN-DOCUMENTO.
            COMPUTE JRN-VALOR = 0 - WRK-ENCARGOS.
            MOVE WRK-USUARIO TO JRN-USUARIO.
            OPEN EXTEND JORNAL.
            IF JORNAL-STATUS = 35
                OPEN OUTPUT JORNAL
            END-IF.
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       5300-GRAVAR-AUDITORIA.
            MOVE WRK-DATA-SISTEMA TO RAU-DATA.
            MOVE WRK-USUARIO      TO RAU-USUARIO.
            WRITE RAU-LINHA.
            CLOSE RECEBER-AUD.

       5800-BAIXAR-COTACAO.
      *    COTACAO.DAT E SEQUENCIAL - PASSA PELO COTACAO.WRK COM
      *    A COTACAO MARCADA E VOLTA INTEIRO
            MOVE 'N' TO WRK-FIMCOT.
            OPEN INPUT COTACAO.
            IF COTACAO-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT COTACAO-WRK.
            PERFORM 4250-LER-COTACAO.
            PERFORM UNTIL FIM-COTACOES
                IF COT-NUMERO = WRK-COTACAO
                    SET COT-UTILIZADA TO TRUE
                    MOVE WRK-DATA-SISTEMA TO COT-DATA-USO
                    ADD 1 TO WRK-QTCOTACOES
                END-IF
                MOVE COTACAO-REG TO COTWRK-LINHA
                WRITE COTWRK-LINHA
                PERFORM 4250-LER-COTACAO
            END-PERFORM.
            CLOSE COTACAO COTACAO-WRK.
            MOVE 'N' TO WRK-FIMCOT.
            OPEN INPUT COTACAO-WRK.
            OPEN OUTPUT COTACAO.
            PERFORM 5850-LER-COTACAO-WRK.
            PERFORM UNTIL FIM-COTACOES
                MOVE COTWRK-LINHA TO COTACAO-REG
                WRITE COTACAO-REG
                PERFORM 5850-LER-COTACAO-WRK
            END-PERFORM.
            CLOSE COTACAO-WRK COTACAO.

       5850-LER-COTACAO-WRK.
            READ COTACAO-WRK
                AT END MOVE 'S' TO WRK-FIMCOT
            END-READ.

       5900-GRAVAR-JNL-MESTRE.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-USUARIO WRK-REG-ANTES CLIENTES-REG.

       5950-GRAVAR-TESOURARIA.
      *    O DINHEIRO ENTROU NA CONTA HOJE - CHEQUE SO ENTRA NA
      *    COMPENSACAO (CHQCOMP) E CARTAO NA LIQUIDACAO (ADQLIQ)
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE REC-CONTA        TO TMV-CONTA.
            SET TMV-ENTRADA       TO TRUE.
            MOVE REC-TIPO         TO TMV-ORIGEM.
            MOVE REC-VALOR        TO TMV-VALOR.
            MOVE WRK-DOC-TITULO   TO TMV-DOCUMENTO.
            MOVE CLIENTES-CODIGO  TO TMV-CODIGO.
            MOVE WRK-JNL-PROGRAMA TO TMV-PROGRAMA.
            MOVE WRK-USUARIO      TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.
            ADD 1 TO WRK-QTTESMOV.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            IF MODO-LOTE
            DISPLAY 'RECIBOS APLICADOS....: ' WRK-QTAPLICADOS.
            DISPLAY 'RECIBOS REJEITADOS...: ' WRK-QTREJEITADOS.
            DISPLAY 'CHEQUES REGISTRADOS..: ' WRK-QTCHEQUES.
            DISPLAY 'COTACOES QUITADAS....: ' WRK-QTCOTACOES.
            DISPLAY 'RECEBIVEIS DE CARTAO.: ' WRK-QTCARTOES.
            DISPLAY 'MOVIMENTOS TESOURARIA: ' WRK-QTTESMOV.
