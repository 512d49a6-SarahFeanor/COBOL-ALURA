      *           ALUNO SEM PRECO DE TURMA, SEM RESPONSAVEL OU
      *           COM RESPONSAVEL FORA DO MESTRE VAI PARA
      *           MENSALID.EXC COM O MOTIVO
      *           DESISTENTE (MATMOV.DAT) PAGA O ULTIMO MES ATE O
      *           DIA DA SAIDA; SE O MES JA SAIU CHEIO, OS DIAS
      *           SEM AULA VOLTAM AO RESPONSAVEL (MENSDESL.DAT
      *           GUARDA O ACERTO FEITO)
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - TITULO DA MENSALIDADE
      *            COMO PARCELA UNICA COM VENCIMENTO EM 30 DIAS
      *            (CALL DATAPRAZ)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 226 BYTES (TIPO DE PESSOA, CNPJ E
      *            INSCRICAO ESTADUAL)
      * ALTERADO = 15/10/2026 - SARAH - BOLSA DE ESTUDO (BOLSAS.DAT,
      *            BOLSMANT) NA VIGENCIA E DESCONTO DE IRMAOS PELO
      *            FONE DO RESPONSAVEL (MENSALID_DESC_IRMAO, PADRAO
      *            10%) - VALE O MAIOR; TITULO E MENSFEIT LEVAM BRUTO,
      *            DESCONTO E LIQUIDO; BOLSA INTEGRAL NAO GERA TITULO
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 229 BYTES (VENDEDOR DO CLIENTE)
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO DA MENSALIDADE
      *            PULA PARA O DIA UTIL SEGUINTE (CALL DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - TITULO NASCE SEM DATA DE
      *            LIQUIDACAO (ZEROS)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - DESISTENCIA (MATMOV.DAT):
      *            ULTIMO MES PROPORCIONAL ATE A DATA EFETIVA (MES
      *            COMERCIAL DE 30 DIAS) OU DEVOLUCAO DOS DIAS SEM AULA
      *            QUANDO O MES JA SAIU CHEIO (CREDITO, JORNAL TIPO M E
      *            CALL TITBAIX); ACERTO ANOTADO EM MENSDESL.DAT
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MENSNUM-CTL ASSIGN TO 'MENSNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NUM-STATUS.
           SELECT BOLSAS ASSIGN TO 'BOLSAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS BOLSAS-STATUS
             RECORD KEY IS BOL-CHAVE.
           SELECT MATMOV ASSIGN TO 'MATMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOV-STATUS.
           SELECT MENSDESL ASSIGN TO 'MENSDESL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DSL-STATUS.
           SELECT MENSALID-EXC ASSIGN TO 'MENSALID.EXC'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXC-STATUS.
           05 FEI-FONE        PIC 9(11).
           05 FEI-DOCUMENTO   PIC 9(07).
           05 FEI-VALOR       PIC 9(05)V99.
      *    VALOR CHEIO DA TURMA, DESCONTO E O MOTIVO DELE (MOTIVO
      *    DA BOLSA OU I = IRMAOS) - FEI-VALOR E O LIQUIDO
           05 FEI-BRUTO       PIC 9(05)V99.
           05 FEI-DESCONTO    PIC 9(05)V99.
           05 FEI-MOTIVO      PIC X(01).

       FD MENSNUM-CTL.
       01 NUM-LINHA.
           05 CTL-PROXIMO PIC 9(07).

       FD BOLSAS.
           COPY BOLSAS.

       FD MATMOV.
           COPY MATMOV.

       FD MENSDESL.
      *    ACERTO DO ULTIMO MES DE QUEM DESISTIU - UMA LINHA POR
      *    MATRICULA, GRAVADA QUANDO O MES DA SAIDA FOI COBRADO
      *    PROPORCIONAL OU TEVE OS DIAS SEM AULA DEVOLVIDOS - A
      *    RERODADA NAO ACERTA DUAS VEZES
       01 DESL-REG.
           05 DSL-COMPETENCIA PIC 9(06).
           05 DSL-MATRICULA   PIC 9(06).
           05 DSL-FONE        PIC 9(11).
           05 DSL-DOCUMENTO   PIC 9(07).
           05 DSL-DIAS        PIC 9(02).
           05 DSL-CREDITO     PIC 9(07)V99.

       FD MENSALID-EXC.
       01 EXC-LINHA.
           05 EXC-MATRICULA PIC 9(06).
       77 NUM-STATUS       PIC 9(02).
       77 EXC-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-VENC-PRAZO   PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-INF     PIC X(06) VALUE SPACES.
       77 WRK-FIMMATR      PIC X(01) VALUE 'N'.
       77 WRK-QTPULADAS    PIC 9(05) VALUE 0.
       77 WRK-QTEXCECOES   PIC 9(05) VALUE 0.
       77 WRK-TOT-COBRADO  PIC 9(09)V99 VALUE ZEROS.
       77 BOLSAS-STATUS    PIC 9(02).
       77 WRK-BOLSAS-OK    PIC X(01) VALUE 'N'.
           88 BOLSAS-ABERTO VALUE 'S'.
       77 WRK-FIMBOLSA     PIC X(01) VALUE 'N'.
           88 FIM-BOLSAS VALUE 'S'.
       77 WRK-BRUTO        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO     PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PERC-DESC    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MOTIVO-DESC  PIC X(01) VALUE SPACES.
       77 WRK-PERC-IRMAO   PIC 9(03)V99 VALUE 10.
       77 WRK-PERC-INF     PIC X(02) VALUE SPACES.
       77 WRK-ORDEM-IRMAO  PIC 9(02) VALUE 0.
       77 WRK-QTRESP       PIC 9(04) VALUE 0.
       77 WRK-IX-RESP      PIC 9(04) VALUE 0.
       77 WRK-QTISENTAS    PIC 9(05) VALUE 0.
       77 WRK-TOT-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 MOV-STATUS       PIC 9(02).
       77 DSL-STATUS       PIC 9(02).
       77 WRK-QTDESIST     PIC 9(03) VALUE 0.
       77 WRK-IX-DES       PIC 9(03) VALUE 0.
       77 WRK-IX-ACHADA    PIC 9(03) VALUE 0.
       77 WRK-SITU-MES     PIC X(01) VALUE 'A'.
           88 SEM-COBRANCA   VALUE 'N'.
           88 COBRA-MES      VALUE 'A'.
           88 ULTIMO-MES     VALUE 'U'.
       77 WRK-COMP-COBRAR  PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS         PIC 9(02) VALUE 0.
       77 WRK-PROPORC      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CREDITO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DOC-ACERTO   PIC 9(07) VALUE ZEROS.
       77 WRK-QTPRORATA    PIC 9(05) VALUE 0.
       77 WRK-QTCREDITOS   PIC 9(05) VALUE 0.
       77 WRK-TOT-CREDITO  PIC 9(09)V99 VALUE ZEROS.
       01 WRK-TAB-DESIST.
      *    DESISTENCIAS DO MATMOV.DAT (A ULTIMA DE CADA MATRICULA),
      *    COM A COBRANCA DO MES DA SAIDA SE O MENSFEIT JA TEM
           05 WRK-DES OCCURS 500 TIMES.
               10 WRK-DES-MATR    PIC 9(06).
               10 WRK-DES-COMP    PIC 9(06).
               10 WRK-DES-DIA     PIC 9(02).
               10 WRK-DES-COBRADA PIC X(01).
               10 WRK-DES-DOC     PIC 9(07).
               10 WRK-DES-FONE    PIC 9(11).
               10 WRK-DES-VALOR   PIC 9(05)V99.
               10 WRK-DES-FECHADA PIC X(01).
       01 WRK-TAB-RESP.
      *    RESPONSAVEIS JA VISTOS NA VARREDURA, COM QUANTOS FILHOS
      *    ATIVOS - A MATRICULA MAIS ANTIGA PAGA CHEIO E AS
      *    SEGUINTES TEM O DESCONTO DE IRMAOS
           05 WRK-RESP OCCURS 2000 TIMES.
               10 WRK-RESP-FONE PIC 9(11).
               10 WRK-RESP-QTDE PIC 9(02).
       01 WRK-TAB-PRECOS.
           05 WRK-PRE OCCURS 100 TIMES.
               10 WRK-PRE-TURMA PIC X(06).
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'MENSALID'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'MENSALID'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1500-CARREGAR-DESISTENCIAS.
            IF WRK-QTDESIST > 500
                DISPLAY 'MENSALID: MATMOV.DAT PASSOU DE 500 '
                        'DESISTENCIAS - PASSO RECUSADO'
                MOVE 'S' TO WRK-FIMMATR
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1200-CARREGAR-FEITAS.
            PERFORM 1600-CARREGAR-ACERTOS.
            PERFORM 1300-LER-PROXIMO-DOC.
      *    DESCONTO DE IRMAOS: MENSALID_DESC_IRMAO (PERCENTUAL
      *    EM 2 DIGITOS), PADRAO 10; SEM BOLSAS.DAT NINGUEM TEM
      *    BOLSA
            ACCEPT WRK-PERC-INF FROM ENVIRONMENT
                'MENSALID_DESC_IRMAO'.
            IF WRK-PERC-INF IS NUMERIC
                MOVE WRK-PERC-INF TO WRK-PERC-IRMAO
            END-IF.
            OPEN INPUT BOLSAS.
            IF BOLSAS-STATUS = 0
                SET BOLSAS-ABERTO TO TRUE
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            CLOSE MENSFEIT.

       1220-GUARDAR-FEITA.
            PERFORM 1230-MARCAR-DESISTENCIA.
            IF FEI-COMPETENCIA = WRK-COMPETENCIA
             AND WRK-QTFEITAS < 2000
                ADD 1 TO WRK-QTFEITAS
            END-IF.
            PERFORM 1250-LER-FEITA.

       1230-MARCAR-DESISTENCIA.
      *    COBRANCA DO MES DA SAIDA DE QUEM DESISTIU, EM QUALQUER
      *    COMPETENCIA - E SOBRE ELA QUE OS DIAS SEM AULA VOLTAM
            PERFORM VARYING WRK-IX-DES FROM 1 BY 1
                    UNTIL WRK-IX-DES > WRK-QTDESIST
                IF WRK-DES-MATR(WRK-IX-DES) = FEI-MATRICULA
                 AND WRK-DES-COMP(WRK-IX-DES) = FEI-COMPETENCIA
                    MOVE 'S'           TO WRK-DES-COBRADA(WRK-IX-DES)
                    MOVE FEI-DOCUMENTO TO WRK-DES-DOC(WRK-IX-DES)
                    MOVE FEI-FONE      TO WRK-DES-FONE(WRK-IX-DES)
                    MOVE FEI-VALOR     TO WRK-DES-VALOR(WRK-IX-DES)
                END-IF
            END-PERFORM.

       1250-LER-FEITA.
            READ MENSFEIT
                AT END CONTINUE
                CLOSE MENSNUM-CTL
            END-IF.

       1500-CARREGAR-DESISTENCIAS.
      *    SEM O MATMOV.DAT NAO HA DESISTENCIA A ACERTAR - O
      *    DESISTENTE SO NAO E MAIS COBRADO
            MOVE 0 TO WRK-QTDESIST.
            OPEN INPUT MATMOV.
            IF MOV-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1550-LER-MOVIMENTO.
            PERFORM 1520-GUARDAR-DESISTENCIA
                UNTIL MOV-STATUS NOT = 0 OR WRK-QTDESIST > 500.
            CLOSE MATMOV.

       1520-GUARDAR-DESISTENCIA.
            IF MMV-DESISTENCIA
                MOVE 0 TO WRK-IX-ACHADA
                PERFORM VARYING WRK-IX-DES FROM 1 BY 1
                        UNTIL WRK-IX-DES > WRK-QTDESIST
                        OR WRK-IX-ACHADA > 0
                    IF WRK-DES-MATR(WRK-IX-DES) = MMV-MATRICULA
                        MOVE WRK-IX-DES TO WRK-IX-ACHADA
                    END-IF
                END-PERFORM
                IF WRK-IX-ACHADA = 0
                    ADD 1 TO WRK-QTDESIST
                    MOVE WRK-QTDESIST TO WRK-IX-ACHADA
                END-IF
                IF WRK-IX-ACHADA NOT > 500
                    MOVE MMV-MATRICULA TO WRK-DES-MATR(WRK-IX-ACHADA)
                    MOVE MMV-DATA-EFETIVA(1:6)
                        TO WRK-DES-COMP(WRK-IX-ACHADA)
                    MOVE MMV-DATA-EFETIVA(7:2)
                        TO WRK-DES-DIA(WRK-IX-ACHADA)
                    MOVE 'N'    TO WRK-DES-COBRADA(WRK-IX-ACHADA)
                    MOVE 'N'    TO WRK-DES-FECHADA(WRK-IX-ACHADA)
                    MOVE ZEROS  TO WRK-DES-DOC(WRK-IX-ACHADA)
                    MOVE ZEROS  TO WRK-DES-FONE(WRK-IX-ACHADA)
                    MOVE ZEROS  TO WRK-DES-VALOR(WRK-IX-ACHADA)
                END-IF
            END-IF.
            PERFORM 1550-LER-MOVIMENTO.

       1550-LER-MOVIMENTO.
            READ MATMOV
                AT END CONTINUE
            END-READ.

       1600-CARREGAR-ACERTOS.
            OPEN INPUT MENSDESL.
            IF DSL-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1650-LER-ACERTO.
            PERFORM 1620-GUARDAR-ACERTO UNTIL DSL-STATUS NOT = 0.
            CLOSE MENSDESL.

       1620-GUARDAR-ACERTO.
            PERFORM VARYING WRK-IX-DES FROM 1 BY 1
                    UNTIL WRK-IX-DES > WRK-QTDESIST
                IF WRK-DES-MATR(WRK-IX-DES) = DSL-MATRICULA
                 AND WRK-DES-COMP(WRK-IX-DES) = DSL-COMPETENCIA
                    MOVE 'S' TO WRK-DES-FECHADA(WRK-IX-DES)
                END-IF
            END-PERFORM.
            PERFORM 1650-LER-ACERTO.

       1650-LER-ACERTO.
            READ MENSDESL
                AT END CONTINUE
            END-READ.

       1400-LER-MATRICULA.
            READ MATRICULAS NEXT
                AT END MOVE 'S' TO WRK-FIMMATR
            END-READ.

       2000-PROCESSAR.
            MOVE 'A' TO WRK-SITU-MES.
            IF NOT MAT-ATIVO
                MOVE 'N' TO WRK-SITU-MES
                IF MAT-DESISTENTE
                    PERFORM 2020-BUSCAR-DESISTENCIA
                END-IF
            END-IF.
            IF SEM-COBRANCA
                PERFORM 1400-LER-MATRICULA
                EXIT PARAGRAPH
            END-IF.
      *    DESISTENTE DE MES ANTERIOR NAO CONTA MAIS COMO IRMAO
            MOVE 0 TO WRK-ORDEM-IRMAO.
            IF COBRA-MES
                PERFORM 2050-CONTAR-IRMAO
            ELSE
                IF WRK-DES-COMP(WRK-IX-ACHADA) = WRK-COMPETENCIA
                    PERFORM 2050-CONTAR-IRMAO
                END-IF
            END-IF.
            MOVE WRK-COMPETENCIA TO WRK-COMP-COBRAR.
            IF ULTIMO-MES
                IF WRK-DES-FECHADA(WRK-IX-ACHADA) = 'S'
                    ADD 1 TO WRK-QTPULADAS
                    PERFORM 1400-LER-MATRICULA
                    EXIT PARAGRAPH
                END-IF
                IF WRK-DES-COBRADA(WRK-IX-ACHADA) = 'S'
                    PERFORM 2800-CREDITAR-SAIDA
                    PERFORM 1400-LER-MATRICULA
                    EXIT PARAGRAPH
                END-IF
                MOVE WRK-DES-COMP(WRK-IX-ACHADA) TO WRK-COMP-COBRAR
            ELSE
                PERFORM 2100-CONFERIR-COBRADA
                IF WRK-JA-COBRADA = 'S'
                    ADD 1 TO WRK-QTPULADAS
                    PERFORM 1400-LER-MATRICULA
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            PERFORM 2200-BUSCAR-PRECO.
            IF WRK-PRECO-ACHADO = 'N'
                MOVE 'TURMA SEM PRECO NA TABELA' TO EXC-MOTIVO
                PERFORM 1400-LER-MATRICULA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2250-CALCULAR-DESCONTO.
            IF ULTIMO-MES
                PERFORM 2280-PROPORCIONAL
            END-IF.
            MOVE MAT-FONE-RESP TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-FONE
              INVALID KEY
            END-READ.
            PERFORM 1400-LER-MATRICULA.

       2020-BUSCAR-DESISTENCIA.
      *    O MES DA SAIDA (E OS SEGUINTES, PARA ACERTAR O QUE
      *    FICOU PARA TRAS) E O ULTIMO MES; COMPETENCIA ANTERIOR A
      *    SAIDA, NUMA RERODADA, E MES CHEIO COMO O DO ALUNO ATIVO
            MOVE 0 TO WRK-IX-ACHADA.
            PERFORM VARYING WRK-IX-DES FROM 1 BY 1
                    UNTIL WRK-IX-DES > WRK-QTDESIST
                    OR WRK-IX-ACHADA > 0
                IF WRK-DES-MATR(WRK-IX-DES) = MAT-NUMERO
                    MOVE WRK-IX-DES TO WRK-IX-ACHADA
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADA = 0
                EXIT PARAGRAPH
            END-IF.
            IF WRK-DES-COMP(WRK-IX-ACHADA) > WRK-COMPETENCIA
                MOVE 'A' TO WRK-SITU-MES
            ELSE
                MOVE 'U' TO WRK-SITU-MES
            END-IF.

       2050-CONTAR-IRMAO.
      *    A ORDEM E A DA CHAVE (NUMERO DE MATRICULA) E CONTA
      *    TAMBEM QUEM JA FOI COBRADO NA RERODADA - O MESMO
      *    FILHO FICA SEMPRE COM A MESMA ORDEM
            MOVE 0 TO WRK-ORDEM-IRMAO.
            IF MAT-FONE-RESP = ZEROS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WRK-IX-RESP FROM 1 BY 1
                    UNTIL WRK-IX-RESP > WRK-QTRESP
                    OR WRK-ORDEM-IRMAO > 0
                IF WRK-RESP-FONE(WRK-IX-RESP) = MAT-FONE-RESP
                    ADD 1 TO WRK-RESP-QTDE(WRK-IX-RESP)
                    MOVE WRK-RESP-QTDE(WRK-IX-RESP)
                        TO WRK-ORDEM-IRMAO
                END-IF
            END-PERFORM.
            IF WRK-ORDEM-IRMAO = 0 AND WRK-QTRESP < 2000
                ADD 1 TO WRK-QTRESP
                MOVE MAT-FONE-RESP TO WRK-RESP-FONE(WRK-QTRESP)
                MOVE 1 TO WRK-RESP-QTDE(WRK-QTRESP)
                MOVE 1 TO WRK-ORDEM-IRMAO
            END-IF.

       2100-CONFERIR-COBRADA.
            MOVE 'N' TO WRK-JA-COBRADA.
            PERFORM VARYING WRK-IX-FEITA FROM 1 BY 1
                END-IF
            END-PERFORM.

       2250-CALCULAR-DESCONTO.
      *    BOLSA E DESCONTO DE IRMAOS NAO SE SOMAM - VALE O MAIOR
            MOVE WRK-VALOR TO WRK-BRUTO.
            MOVE ZEROS  TO WRK-PERC-DESC WRK-DESCONTO.
            MOVE SPACES TO WRK-MOTIVO-DESC.
            IF BOLSAS-ABERTO
                PERFORM 2260-BUSCAR-BOLSA
            END-IF.
            IF WRK-ORDEM-IRMAO > 1 AND WRK-PERC-IRMAO > WRK-PERC-DESC
                MOVE WRK-PERC-IRMAO TO WRK-PERC-DESC
                MOVE 'I' TO WRK-MOTIVO-DESC
            END-IF.
            IF WRK-PERC-DESC > 0
                COMPUTE WRK-DESCONTO ROUNDED =
                    WRK-BRUTO * WRK-PERC-DESC / 100
                COMPUTE WRK-VALOR = WRK-BRUTO - WRK-DESCONTO
            END-IF.

       2280-PROPORCIONAL.
      *    ULTIMO MES COBRADO ATE O DIA DA SAIDA, NO MES COMERCIAL
      *    DE 30 DIAS - BRUTO E DESCONTO NA MESMA PROPORCAO
            MOVE WRK-DES-DIA(WRK-IX-ACHADA) TO WRK-DIAS.
            IF WRK-DIAS < 30
                COMPUTE WRK-BRUTO ROUNDED = WRK-BRUTO * WRK-DIAS / 30
                COMPUTE WRK-DESCONTO ROUNDED =
                    WRK-DESCONTO * WRK-DIAS / 30
                COMPUTE WRK-VALOR = WRK-BRUTO - WRK-DESCONTO
            END-IF.

       2260-BUSCAR-BOLSA.
            MOVE MAT-NUMERO TO BOL-MATRICULA.
            MOVE ZEROS      TO BOL-INICIO.
            MOVE 'N' TO WRK-FIMBOLSA.
            START BOLSAS KEY IS NOT LESS THAN BOL-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMBOLSA
            END-START.
            PERFORM 2270-LER-BOLSA UNTIL FIM-BOLSAS.

       2270-LER-BOLSA.
            READ BOLSAS NEXT
                AT END
                    MOVE 'S' TO WRK-FIMBOLSA
                    EXIT PARAGRAPH
            END-READ.
            IF BOL-MATRICULA NOT = MAT-NUMERO
                MOVE 'S' TO WRK-FIMBOLSA
                EXIT PARAGRAPH
            END-IF.
            IF BOL-INICIO NOT > WRK-COMPETENCIA
             AND BOL-FIM NOT < WRK-COMPETENCIA
             AND BOL-PERCENTUAL > WRK-PERC-DESC
                MOVE BOL-PERCENTUAL TO WRK-PERC-DESC
                MOVE BOL-MOTIVO     TO WRK-MOTIVO-DESC
            END-IF.

       2300-COBRAR.
      *    MESMO RITO DO EMBPOST: O DEBITO NO SALDO, O LANCAMENTO
      *    NO JORNAL E O TITULO NASCEM JUNTOS - DALI PARA FRENTE
      *    A COBRANCA E IGUAL A DE QUALQUER CLIENTE
            IF WRK-VALOR = 0
      *        BOLSA INTEGRAL: NAO HA O QUE COBRAR, MAS A
      *        COMPETENCIA FICA ANOTADA COM O DESCONTO
                PERFORM 2700-MARCAR-COBRADA
                ADD 1 TO WRK-QTISENTAS
                ADD WRK-DESCONTO TO WRK-TOT-DESCONTO
                EXIT PARAGRAPH
            END-IF.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            SUBTRACT WRK-VALOR FROM CLIENTES-SALDO.
            REWRITE CLIENTES-REG
      *        JA APONTA
                PERFORM 3100-GRAVAR-PROXIMO-DOC
                ADD WRK-VALOR TO WRK-TOT-COBRADO
                ADD WRK-DESCONTO TO WRK-TOT-DESCONTO
            END-REWRITE.

       2400-GRAVAR-JNL-MESTRE.
            MOVE WRK-DATA-SISTEMA TO TIT-EMISSAO.
            SET TIT-MENSALIDADE   TO TRUE.
            MOVE WRK-VALOR        TO TIT-VALOR.
            MOVE WRK-BRUTO        TO TIT-BRUTO.
            MOVE WRK-DESCONTO     TO TIT-DESCONTO.
            MOVE ZEROS            TO TIT-PAGO.
            MOVE ZEROS            TO TIT-LIQUIDACAO.
            SET TIT-ABERTO        TO TRUE.
            MOVE 1                TO TIT-PARCELA TIT-QTPARCELAS.
            CALL 'DATAPRAZ' USING WRK-DATA-SISTEMA
                WRK-PRAZO-PADRAO WRK-VENC-PRAZO.
            CALL 'DIAUTIL' USING WRK-VENC-PRAZO TIT-VENCIMENTO.
            WRITE TITULO-REG.

       2700-MARCAR-COBRADA.
      *    ANOTADO MATRICULA A MATRICULA - UM ABEND NO MEIO DO
      *    PASSO NAO COBRA EM DOBRO NA RERODADA
            MOVE WRK-COMP-COBRAR TO FEI-COMPETENCIA.
            MOVE MAT-NUMERO      TO FEI-MATRICULA.
            MOVE CLIENTES-FONE   TO FEI-FONE.
            IF WRK-VALOR = 0
                MOVE ZEROS TO FEI-DOCUMENTO
            ELSE
                MOVE WRK-PROXIMO-DOC TO FEI-DOCUMENTO
            END-IF.
            MOVE WRK-VALOR       TO FEI-VALOR.
            MOVE WRK-BRUTO       TO FEI-BRUTO.
            MOVE WRK-DESCONTO    TO FEI-DESCONTO.
            MOVE WRK-MOTIVO-DESC TO FEI-MOTIVO.
            OPEN EXTEND MENSFEIT.
            IF FEI-STATUS = 35
                OPEN OUTPUT MENSFEIT
            END-IF.
            WRITE FEITO-REG.
            CLOSE MENSFEIT.
            IF ULTIMO-MES
                MOVE FEI-DOCUMENTO TO WRK-DOC-ACERTO
                MOVE 0 TO WRK-CREDITO
                PERFORM 2750-FECHAR-DESISTENCIA
                ADD 1 TO WRK-QTPRORATA
            END-IF.

       2750-FECHAR-DESISTENCIA.
            MOVE WRK-DES-COMP(WRK-IX-ACHADA) TO DSL-COMPETENCIA.
            MOVE MAT-NUMERO      TO DSL-MATRICULA.
            MOVE MAT-FONE-RESP   TO DSL-FONE.
            MOVE WRK-DOC-ACERTO  TO DSL-DOCUMENTO.
            MOVE WRK-DES-DIA(WRK-IX-ACHADA) TO DSL-DIAS.
            MOVE WRK-CREDITO     TO DSL-CREDITO.
            OPEN EXTEND MENSDESL.
            IF DSL-STATUS = 35
                OPEN OUTPUT MENSDESL
            END-IF.
            WRITE DESL-REG.
            CLOSE MENSDESL.
            MOVE 'S' TO WRK-DES-FECHADA(WRK-IX-ACHADA).

       2800-CREDITAR-SAIDA.
      *    O MES DA SAIDA JA SAIU CHEIO - OS DIAS DEPOIS DA SAIDA
      *    VOLTAM AO RESPONSAVEL: CREDITO NO SALDO, LANCAMENTO TIPO
      *    M POSITIVO NO JORNAL E ABATIMENTO NO TITULO DAQUELE MES
      *    (CALL TITBAIX), COMO UM RECEBIMENTO DO DOCUMENTO
            MOVE WRK-DES-DIA(WRK-IX-ACHADA) TO WRK-DIAS.
            MOVE WRK-DES-DOC(WRK-IX-ACHADA) TO WRK-DOC-ACERTO.
            MOVE 0 TO WRK-CREDITO.
            IF WRK-DIAS < 30 AND WRK-DOC-ACERTO > 0
             AND WRK-DES-VALOR(WRK-IX-ACHADA) > 0
                COMPUTE WRK-PROPORC ROUNDED =
                    WRK-DES-VALOR(WRK-IX-ACHADA) * WRK-DIAS / 30
                COMPUTE WRK-CREDITO =
                    WRK-DES-VALOR(WRK-IX-ACHADA) - WRK-PROPORC
            END-IF.
            IF WRK-CREDITO = 0
                PERFORM 2750-FECHAR-DESISTENCIA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-DES-FONE(WRK-IX-ACHADA) TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-FONE
              INVALID KEY
                MOVE 'RESPONSAVEL NAO CADASTRADO' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
                EXIT PARAGRAPH
            END-READ.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            ADD WRK-CREDITO TO CLIENTES-SALDO.
            REWRITE CLIENTES-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR O MESTRE' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
              NOT INVALID KEY
                MOVE 'R' TO WRK-JNL-OPER
                PERFORM 2400-GRAVAR-JNL-MESTRE
                PERFORM 2850-GRAVAR-JORNAL-CREDITO
      *        O TITBAIX REGRAVA O TITULOS.DAT INTEIRO - O ARQUIVO
      *        SAI DO EXTEND DURANTE A CHAMADA
                CLOSE TITULOS
                CALL 'TITBAIX' USING CLIENTES-FONE WRK-DOC-ACERTO
                    WRK-CREDITO
                OPEN EXTEND TITULOS
                PERFORM 2750-FECHAR-DESISTENCIA
                ADD 1 TO WRK-QTCREDITOS
                ADD WRK-CREDITO TO WRK-TOT-CREDITO
            END-REWRITE.

       2850-GRAVAR-JORNAL-CREDITO.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-MENSALIDADE TO TRUE.
            MOVE CLIENTES-CODIGO TO JRN-CODIGO.
            MOVE CLIENTES-FONE   TO JRN-FONE.
            MOVE WRK-DOC-ACERTO  TO JRN-DOCUMENTO.
            MOVE WRK-CREDITO     TO JRN-VALOR.
            MOVE 'MENSALID' TO JRN-USUARIO.
            WRITE JORNAL-REG.

       2900-GRAVAR-EXCECAO.
            ADD 1 TO WRK-QTEXCECOES.
            CLOSE JORNAL.
            CLOSE TITULOS.
            CLOSE MENSALID-EXC.
            IF BOLSAS-ABERTO
                CLOSE BOLSAS
            END-IF.
            PERFORM 3100-GRAVAR-PROXIMO-DOC.
            DISPLAY '===== MENSALID - MENSALIDADES ====='.
            DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA.
            DISPLAY 'JA COBRADAS (PULADAS): ' WRK-QTPULADAS.
            DISPLAY 'EXCECOES APONTADAS...: ' WRK-QTEXCECOES.
            DISPLAY 'VALOR TOTAL COBRADO..: ' WRK-TOT-COBRADO.
            DISPLAY 'BOLSAS INTEGRAIS.....: ' WRK-QTISENTAS.
            DISPLAY 'DESCONTOS CONCEDIDOS.: ' WRK-TOT-DESCONTO.
            DISPLAY 'ULTIMO MES PROPORC...: ' WRK-QTPRORATA.
            DISPLAY 'DEVOLUCOES DE SAIDA..: ' WRK-QTCREDITOS.
            DISPLAY 'VALOR DEVOLVIDO......: ' WRK-TOT-CREDITO.
            IF WRK-QTEXCECOES > 0
                MOVE 4 TO RETURN-CODE
                DISPLAY 'CONFERIR MENSALID.EXC'
