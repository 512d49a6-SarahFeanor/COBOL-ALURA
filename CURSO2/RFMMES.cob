       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RFMMES.
      *******************************************
      * AULA:      PONTUACAO RFM E LISTA DE REATIVACAO DE CLIENTES
      * OBJETIVO:  MENSAL (AGENDA.CFG: RFMMES COM FREQUENCIA M) -
      *            PARA CADA CLIENTE ATIVO, A PARTIR DOS EMBARQUES
      *            NORMAIS ATE A DATA DE PROCESSAMENTO (DATASIS):
      *            . RECENCIA: DIAS DESDE A ULTIMA COMPRA (30/360)
      *            . FREQUENCIA: EMBARQUES DOS ULTIMOS 12 MESES
      *            . VALOR: FATURADO (EMB-VALOR) NOS ULTIMOS 12 MESES
      *            CADA UM VIRA NOTA DE 1 A 5 PELAS FAIXAS FIXAS DA
      *            TABELA WRK-TAB-FAIXAS; AS NOTAS E A SOMA VAO PARA
      *            CLIERFM.DAT, REFEITO INTEIRO A CADA MES
      *            ADORMECIDO: CLIENTE QUE JA COMPROU PELO MENOS
      *            RFM_FREQ VEZES NA HISTORIA E ESTA HA MAIS DE
      *            RFM_DIAS DIAS SEM COMPRAR (SEM AS VARIAVEIS, 4
      *            COMPRAS E 120 DIAS) - SAI NA LISTA RFMMES.RPT E,
      *            SE ACEITA MALA (CLIENTES-CONSENTIMENTO = S),
      *            RECEBE UM AVISO DE REATIVACAO PELO NOTIFICA
      *            (TIPO S), UMA VEZ SO POR SUMICO
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
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT CLIERFM ASSIGN TO 'CLIERFM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CLIERFM-STATUS.
           SELECT RFMMES-RPT ASSIGN TO 'RFMMES.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD CLIERFM.
           COPY CLIERFM.

       FD RFMMES-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS  PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 CLIERFM-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-PARAM-INF    PIC X(05) VALUE SPACES.
       77 WRK-LIMITE-DIAS  PIC 9(05) VALUE 120.
       77 WRK-LIMITE-FREQ  PIC 9(05) VALUE 4.
       77 WRK-QTCLI        PIC 9(04) VALUE 0.
       77 WRK-IX-CLI       PIC 9(04) VALUE 0.
       77 WRK-QTANT        PIC 9(04) VALUE 0.
       77 WRK-IX-ANT       PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-IX-FAIXA     PIC 9(01) VALUE 0.
       77 WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77 WRK-TIPO-EVENTO  PIC X(01) VALUE 'S'.
       77 WRK-DOCUMENTO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTAVALIADOS  PIC 9(05) VALUE 0.
       77 WRK-QTADORMECIDOS PIC 9(05) VALUE 0.
       77 WRK-QTAVISADOS   PIC 9(05) VALUE 0.
       77 WRK-QTJAAVISADOS PIC 9(05) VALUE 0.
       77 WRK-QTSEMCONSENT PIC 9(05) VALUE 0.
       77 WRK-QTERROS      PIC 9(05) VALUE 0.
       01 WRK-DATA-PARTES.
           05 WRK-ANO-PARTE PIC 9(04).
           05 WRK-MD-PARTE  PIC 9(04).
       01 WRK-DATA-INI.
           05 WRK-ANOINI PIC 9(04).
           05 WRK-MESINI PIC 9(02).
           05 WRK-DIAINI PIC 9(02).
       01 WRK-DATA-FIM.
           05 WRK-ANOFIM PIC 9(04).
           05 WRK-MESFIM PIC 9(02).
           05 WRK-DIAFIM PIC 9(02).
      *    FAIXAS DAS NOTAS - A PRIMEIRA FAIXA ATENDIDA DA A NOTA
      *    (5, 4, 3, 2); NENHUMA = 1
      *    RECENCIA: ATE 30, 90, 180 E 365 DIAS
      *    FREQUENCIA: A PARTIR DE 12, 6, 3 E 1 EMBARQUE NO ANO
      *    VALOR: A PARTIR DE 20.000, 5.000, 1.000 E 0,01 NO ANO
       01 WRK-FAIXAS-DADOS.
           05 FILLER PIC 9(05) VALUE 30.
           05 FILLER PIC 9(05) VALUE 12.
           05 FILLER PIC 9(09)V99 VALUE 20000,00.
           05 FILLER PIC 9(05) VALUE 90.
           05 FILLER PIC 9(05) VALUE 6.
           05 FILLER PIC 9(09)V99 VALUE 5000,00.
           05 FILLER PIC 9(05) VALUE 180.
           05 FILLER PIC 9(05) VALUE 3.
           05 FILLER PIC 9(09)V99 VALUE 1000,00.
           05 FILLER PIC 9(05) VALUE 365.
           05 FILLER PIC 9(05) VALUE 1.
           05 FILLER PIC 9(09)V99 VALUE 0,01.
       01 WRK-TAB-FAIXAS REDEFINES WRK-FAIXAS-DADOS.
           05 WRK-FAIXA OCCURS 4 TIMES.
               10 WRK-FX-DIAS  PIC 9(05).
               10 WRK-FX-FREQ  PIC 9(05).
               10 WRK-FX-VALOR PIC 9(09)V99.
       01 WRK-TAB-CLIENTES.
      *    COMPRAS POR CLIENTE (EMBARQUES NORMAIS ATE HOJE)
           05 WRK-CLI OCCURS 5000 TIMES.
               10 WRK-CLI-CODIGO      PIC 9(07).
               10 WRK-CLI-ULTCOMPRA   PIC 9(08).
               10 WRK-CLI-FREQ        PIC 9(05).
               10 WRK-CLI-VALOR       PIC 9(11)V99.
               10 WRK-CLI-FREQ-TOTAL  PIC 9(05).
               10 WRK-CLI-VALOR-TOTAL PIC 9(11)V99.
       01 WRK-TAB-AVISOS.
      *    DATA DO ULTIMO AVISO DE CADA CLIENTE NA APURACAO ANTERIOR
           05 WRK-ANT OCCURS 5000 TIMES.
               10 WRK-ANT-CODIGO PIC 9(07).
               10 WRK-ANT-AVISO  PIC 9(08).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(31) VALUE
              'CLIENTES ADORMECIDOS - RFM EM  '.
           05 RPT-DATA PIC 9(08).
           05 FILLER   PIC X(17) VALUE '   MINIMO COMPRAS'.
           05 RPT-LIM-FREQ PIC ZZZZ9.
           05 FILLER   PIC X(16) VALUE '   SEM COMPRAR >'.
           05 RPT-LIM-DIAS PIC ZZZZ9.
           05 FILLER   PIC X(05) VALUE ' DIAS'.
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'CODIGO  NOME                           ULT.COMPRA '.
           05 FILLER PIC X(50) VALUE
              ' DIAS COMPRAS   VALOR HISTORICO RFM PTS AVISO     '.
       01 RPT-DETALHE.
           05 RPT-CODIGO     PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOME       PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-ULTCOMPRA  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-DIAS       PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 RPT-FREQ-TOTAL PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOTAS      PIC X(03).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-PONTOS     PIC Z9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-AVISO      PIC X(12).
       01 RPT-TOTAL-LINHA.
           05 RPT-TOT-TEXTO  PIC X(30).
           05 RPT-TOT-QTDE   PIC ZZZZ9.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-APURAR-CLIENTES
                PERFORM 3000-FINALIZAR
            END-IF.
            DISPLAY '===== RFMMES - PONTUACAO RFM ====='.
            DISPLAY 'CLIENTES AVALIADOS...: ' WRK-QTAVALIADOS.
            DISPLAY 'ADORMECIDOS..........: ' WRK-QTADORMECIDOS.
            DISPLAY 'AVISOS ENFILEIRADOS..: ' WRK-QTAVISADOS.
            DISPLAY 'JA AVISADOS ANTES....: ' WRK-QTJAAVISADOS.
            DISPLAY 'SEM CONSENTIMENTO....: ' WRK-QTSEMCONSENT.
            DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS.
            IF RETURN-CODE = 0 AND WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTCLI WRK-QTANT WRK-QTAVALIADOS
                      WRK-QTADORMECIDOS WRK-QTAVISADOS
                      WRK-QTJAAVISADOS WRK-QTSEMCONSENT WRK-QTERROS.
            MOVE 'N' TO WRK-TAB-CHEIA.
            MOVE 120 TO WRK-LIMITE-DIAS.
            MOVE 4 TO WRK-LIMITE-FREQ.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            MOVE SPACES TO WRK-PARAM-INF.
            ACCEPT WRK-PARAM-INF FROM ENVIRONMENT 'RFM_DIAS'.
            IF WRK-PARAM-INF IS NUMERIC AND WRK-PARAM-INF NOT = SPACES
                MOVE WRK-PARAM-INF TO WRK-LIMITE-DIAS
            END-IF.
            MOVE SPACES TO WRK-PARAM-INF.
            ACCEPT WRK-PARAM-INF FROM ENVIRONMENT 'RFM_FREQ'.
            IF WRK-PARAM-INF IS NUMERIC AND WRK-PARAM-INF NOT = SPACES
                MOVE WRK-PARAM-INF TO WRK-LIMITE-FREQ
            END-IF.
            IF WRK-LIMITE-FREQ = 0
                MOVE 1 TO WRK-LIMITE-FREQ
            END-IF.
      *    JANELA DE 12 MESES: DEPOIS DO MESMO DIA DO ANO PASSADO
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-PARTES.
            SUBTRACT 1 FROM WRK-ANO-PARTE.
            MOVE WRK-DATA-PARTES TO WRK-DATA-INICIO.
            PERFORM 1100-CARREGAR-EMBARQUES.
            IF NOT TABELA-ESTOURADA
                PERFORM 1300-CARREGAR-AVISOS
            END-IF.
      *    PONTUACAO SEM UM CLIENTE OU SEM A DATA DO AVISO DELE
      *    REPETIRIA O AVISO OU ZERARIA A NOTA - MELHOR NAO GRAVAR
            IF TABELA-ESTOURADA
                DISPLAY 'RFMMES: MAIS DE 5000 CLIENTES COM COMPRA OU '
                        'NO CLIERFM.DAT - APURACAO RECUSADA'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-EMBARQUES.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'RFMMES: SEM EMBARQUE.DAT - NINGUEM COMPROU'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1150-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF EMB-NORMAL AND EMB-DATA IS NUMERIC
                 AND EMB-DATA NOT > WRK-DATA-SISTEMA
                    PERFORM 1200-ACUMULAR-CLIENTE
                END-IF
                PERFORM 1150-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.

       1150-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-ACUMULAR-CLIENTE.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR WRK-IX-ACHADO > 0
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = EMB-CODIGO
                    MOVE WRK-IX-CLI TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO = 0
                IF WRK-QTCLI < 5000
                    ADD 1 TO WRK-QTCLI
                    MOVE WRK-QTCLI TO WRK-IX-ACHADO
                    INITIALIZE WRK-CLI(WRK-IX-ACHADO)
                    MOVE EMB-CODIGO TO WRK-CLI-CODIGO(WRK-IX-ACHADO)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD 1 TO WRK-CLI-FREQ-TOTAL(WRK-IX-ACHADO).
            ADD EMB-VALOR TO WRK-CLI-VALOR-TOTAL(WRK-IX-ACHADO).
            IF EMB-DATA > WRK-CLI-ULTCOMPRA(WRK-IX-ACHADO)
                MOVE EMB-DATA TO WRK-CLI-ULTCOMPRA(WRK-IX-ACHADO)
            END-IF.
            IF EMB-DATA > WRK-DATA-INICIO
                ADD 1 TO WRK-CLI-FREQ(WRK-IX-ACHADO)
                ADD EMB-VALOR TO WRK-CLI-VALOR(WRK-IX-ACHADO)
            END-IF.

       1300-CARREGAR-AVISOS.
      *    A APURACAO ANTERIOR SO INTERESSA PELA DATA DO AVISO - O
      *    RESTO E RECALCULADO DOS EMBARQUES
            OPEN INPUT CLIERFM.
            IF CLIERFM-STATUS NOT = 0
                DISPLAY 'RFMMES: PRIMEIRA APURACAO - SEM CLIERFM.DAT'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1350-LER-CLIERFM.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF RFM-DATA-AVISO IS NUMERIC AND RFM-DATA-AVISO > 0
                    IF WRK-QTANT < 5000
                        ADD 1 TO WRK-QTANT
                        MOVE RFM-CODIGO TO WRK-ANT-CODIGO(WRK-QTANT)
                        MOVE RFM-DATA-AVISO TO WRK-ANT-AVISO(WRK-QTANT)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                END-IF
                PERFORM 1350-LER-CLIERFM
            END-PERFORM.
            CLOSE CLIERFM.

       1350-LER-CLIERFM.
            READ CLIERFM
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2000-APURAR-CLIENTES.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'RFMMES: NAO ABRIU CLIENTES.DAT - STATUS '
                        CLIENTES-STATUS
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CLIERFM.
            IF CLIERFM-STATUS NOT = 0
                DISPLAY 'RFMMES: NAO CRIOU CLIERFM.DAT - STATUS '
                        CLIERFM-STATUS
                CLOSE CLIENTES
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT RFMMES-RPT.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE WRK-LIMITE-FREQ  TO RPT-LIM-FREQ.
            MOVE WRK-LIMITE-DIAS  TO RPT-LIM-DIAS.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 2050-LER-CLIENTE
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                IF ATIVO
                    PERFORM 2100-PONTUAR-CLIENTE
                END-IF
                PERFORM 2050-LER-CLIENTE
            END-PERFORM.
            CLOSE CLIENTES.

       2050-LER-CLIENTE.
            READ CLIENTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-PONTUAR-CLIENTE.
            ADD 1 TO WRK-QTAVALIADOS.
            INITIALIZE CLIERFM-REG.
            MOVE CLIENTES-CODIGO  TO RFM-CODIGO.
            MOVE WRK-DATA-SISTEMA TO RFM-DATA.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR WRK-IX-ACHADO > 0
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = CLIENTES-CODIGO
                    MOVE WRK-IX-CLI TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                MOVE WRK-CLI-ULTCOMPRA(WRK-IX-ACHADO) TO RFM-ULTCOMPRA
                MOVE WRK-CLI-FREQ(WRK-IX-ACHADO)      TO RFM-FREQ
                MOVE WRK-CLI-VALOR(WRK-IX-ACHADO)     TO RFM-VALOR
                MOVE WRK-CLI-FREQ-TOTAL(WRK-IX-ACHADO)
                    TO RFM-FREQ-TOTAL
                MOVE WRK-CLI-VALOR-TOTAL(WRK-IX-ACHADO)
                    TO RFM-VALOR-TOTAL
                PERFORM 2200-CALCULAR-DIAS
                MOVE WRK-DIAS TO RFM-DIAS
            ELSE
                MOVE 99999 TO RFM-DIAS
            END-IF.
            PERFORM 2300-DAR-NOTAS.
      *    A DATA DO AVISO ANTERIOR ACOMPANHA O CLIENTE
            PERFORM VARYING WRK-IX-ANT FROM 1 BY 1
                    UNTIL WRK-IX-ANT > WRK-QTANT
                IF WRK-ANT-CODIGO(WRK-IX-ANT) = CLIENTES-CODIGO
                    MOVE WRK-ANT-AVISO(WRK-IX-ANT) TO RFM-DATA-AVISO
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN RFM-ULTCOMPRA = ZEROS
                    MOVE 'N' TO RFM-SITUACAO
                WHEN RFM-FREQ-TOTAL NOT < WRK-LIMITE-FREQ
                 AND RFM-DIAS > WRK-LIMITE-DIAS
                    MOVE 'D' TO RFM-SITUACAO
                WHEN OTHER
                    MOVE 'A' TO RFM-SITUACAO
            END-EVALUATE.
            IF RFM-ADORMECIDO
                PERFORM 2400-REATIVAR
            END-IF.
            WRITE CLIERFM-REG.
            IF CLIERFM-STATUS NOT = 0
                ADD 1 TO WRK-QTERROS
                DISPLAY 'RFMMES: ERRO AO GRAVAR CLIERFM DO CLIENTE '
                        RFM-CODIGO ' STATUS ' CLIERFM-STATUS
            END-IF.

       2200-CALCULAR-DIAS.
      *    BASE COMERCIAL 30/360, COMO NO AGING
            MOVE RFM-ULTCOMPRA    TO WRK-DATA-INI.
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-FIM.
            COMPUTE WRK-DIAS =
                ((WRK-ANOFIM - WRK-ANOINI) * 360)
              + ((WRK-MESFIM - WRK-MESINI) * 30)
              + (WRK-DIAFIM - WRK-DIAINI).
            IF WRK-DIAS < 0
                MOVE 0 TO WRK-DIAS
            END-IF.

       2300-DAR-NOTAS.
            MOVE 1 TO RFM-NOTA-R RFM-NOTA-F RFM-NOTA-M.
            PERFORM VARYING WRK-IX-FAIXA FROM 4 BY -1
                    UNTIL WRK-IX-FAIXA < 1
                IF RFM-DIAS NOT > WRK-FX-DIAS(WRK-IX-FAIXA)
                    COMPUTE RFM-NOTA-R = 6 - WRK-IX-FAIXA
                END-IF
                IF RFM-FREQ NOT < WRK-FX-FREQ(WRK-IX-FAIXA)
                    COMPUTE RFM-NOTA-F = 6 - WRK-IX-FAIXA
                END-IF
                IF RFM-VALOR NOT < WRK-FX-VALOR(WRK-IX-FAIXA)
                    COMPUTE RFM-NOTA-M = 6 - WRK-IX-FAIXA
                END-IF
            END-PERFORM.
            COMPUTE RFM-PONTOS = RFM-NOTA-R + RFM-NOTA-F + RFM-NOTA-M.

       2400-REATIVAR.
      *    UM AVISO POR SUMICO: QUEM JA FOI AVISADO DEPOIS DA ULTIMA
      *    COMPRA SO VOLTA A SER AVISADO SE COMPRAR E SUMIR DE NOVO
            ADD 1 TO WRK-QTADORMECIDOS.
            EVALUATE TRUE
                WHEN NOT ACEITA-MALA
                    ADD 1 TO WRK-QTSEMCONSENT
                    MOVE 'SEM CONSENT.' TO RPT-AVISO
                WHEN RFM-DATA-AVISO > RFM-ULTCOMPRA
                    ADD 1 TO WRK-QTJAAVISADOS
                    MOVE 'JA AVISADO'   TO RPT-AVISO
                WHEN OTHER
                    MOVE CLIENTES-CODIGO TO WRK-DOCUMENTO
                    CALL 'NOTIFICA' USING WRK-TIPO-EVENTO CLIENTES-FONE
                                          WRK-DOCUMENTO
                    MOVE WRK-DATA-SISTEMA TO RFM-DATA-AVISO
                    ADD 1 TO WRK-QTAVISADOS
                    MOVE 'AVISADO'      TO RPT-AVISO
            END-EVALUATE.
            MOVE CLIENTES-CODIGO  TO RPT-CODIGO.
            MOVE CLIENTES-NOME    TO RPT-NOME.
            MOVE RFM-ULTCOMPRA    TO RPT-ULTCOMPRA.
            MOVE RFM-DIAS         TO RPT-DIAS.
            MOVE RFM-FREQ-TOTAL   TO RPT-FREQ-TOTAL.
            MOVE RFM-VALOR-TOTAL  TO RPT-VALOR.
            MOVE RFM-NOTAS        TO RPT-NOTAS.
            MOVE RFM-PONTOS       TO RPT-PONTOS.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF RPT-STATUS NOT = 0
                ADD 1 TO WRK-QTERROS
            END-IF.

       3000-FINALIZAR.
            CLOSE CLIERFM.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'CLIENTES AVALIADOS........: ' TO RPT-TOT-TEXTO.
            MOVE WRK-QTAVALIADOS TO RPT-TOT-QTDE.
            PERFORM 3100-LINHA-TOTAL.
            MOVE 'ADORMECIDOS...............: ' TO RPT-TOT-TEXTO.
            MOVE WRK-QTADORMECIDOS TO RPT-TOT-QTDE.
            PERFORM 3100-LINHA-TOTAL.
            MOVE 'AVISOS DE REATIVACAO......: ' TO RPT-TOT-TEXTO.
            MOVE WRK-QTAVISADOS TO RPT-TOT-QTDE.
            PERFORM 3100-LINHA-TOTAL.
            MOVE 'JA AVISADOS ANTES.........: ' TO RPT-TOT-TEXTO.
            MOVE WRK-QTJAAVISADOS TO RPT-TOT-QTDE.
            PERFORM 3100-LINHA-TOTAL.
            MOVE 'SEM CONSENTIMENTO DE MALA.: ' TO RPT-TOT-TEXTO.
            MOVE WRK-QTSEMCONSENT TO RPT-TOT-QTDE.
            PERFORM 3100-LINHA-TOTAL.
            CLOSE RFMMES-RPT.

       3100-LINHA-TOTAL.
            MOVE RPT-TOTAL-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
