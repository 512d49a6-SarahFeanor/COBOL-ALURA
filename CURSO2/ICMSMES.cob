      *            SAFARI DE PLANILHA
      *            COMPETENCIA: VARIAVEL ICMS_COMPETENCIA
      *            (AAAAMM) - SEM ELA VALE O MES CORRENTE
      *            CONTRIBUINTE DO ICMS E O CLIENTE PESSOA JURIDICA
      *            COM INSCRICAO ESTADUAL (NAO ISENTO) NO MESTRE -
      *            A BASE DELES SAI SEPARADA NA LINHA DA UF
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - BASE E ICMS DOS CONTRIBUINTES
      *            (PESSOA JURIDICA COM INSCRICAO ESTADUAL) EM SEPARADO
      * ALTERADO = 15/10/2026 - SARAH - NOTAS DE CREDITO EMITIDAS
      *            NA COMPETENCIA ABATEM BASE E ICMS DA UF, COM
      *            LINHA DE AJUSTE E TOTAL LIQUIDO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT ICMS-CFG ASSIGN TO 'ICMS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ICF-STATUS.
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT ICMSMES-RPT ASSIGN TO 'ICMSMES.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD EMBARQUE.
           COPY EMBARQUE.

           05 ICF-UF       PIC X(02).
           05 ICF-ALIQUOTA PIC 9(02)V99.

       FD NOTACRED.
           COPY NOTACRED.

       FD ICMSMES-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS PIC 9(02).
       77 WRK-ABRIU-CLIENTES PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTO VALUE 'S'.
       77 WRK-CONTRIB     PIC X(01) VALUE 'N'.
           88 CONTRIBUINTE VALUE 'S'.
       77 WRK-QTCONTRIB   PIC 9(05) VALUE 0.
       77 WRK-TOT-BASE-CONTR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS-CONTR PIC 9(10)V99 VALUE ZEROS.
       77 EMBARQUE-STATUS PIC 9(02).
       77 ICF-STATUS      PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 NOTACRED-STATUS PIC 9(02).
       77 WRK-FIMNCR      PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-UF-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-QTAJUSTES   PIC 9(05) VALUE 0.
       77 WRK-TOT-BASE-AJU PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS-AJU PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIQ-BASE    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIQ-ICMS    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-FIMICF      PIC X(01) VALUE 'N'.
               10 WRK-UFA-BASE  PIC 9(11)V99.
               10 WRK-UFA-ICMS  PIC 9(10)V99.
               10 WRK-UFA-QTDE  PIC 9(05).
               10 WRK-UFA-BASE-CONTR PIC 9(11)V99.
      *        NOTAS DE CREDITO EMITIDAS NO MES PARA A UF
               10 WRK-UFA-AJU-QTDE PIC 9(05).
               10 WRK-UFA-AJU-BASE PIC 9(11)V99.
               10 WRK-UFA-AJU-ICMS PIC 9(10)V99.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(34) VALUE
              'RESUMO DE ICMS POR UF  COMPETENCIA'.
           05 RPT-ALIQ    PIC Z9,99.
           05 FILLER      PIC X(07) VALUE ' ICMS '.
           05 RPT-ICMS    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(09) VALUE ' CONTRIB '.
           05 RPT-BASE-CONTR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-AJUSTE.
           05 RPT-AJU-UF  PIC X(02).
           05 FILLER      PIC X(06) VALUE ' NCRED'.
           05 RPT-AJU-QTDE PIC ZZZZ9.
           05 FILLER      PIC X(07) VALUE ' BASE-'.
           05 RPT-AJU-BASE PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(13) VALUE SPACES.
           05 FILLER      PIC X(07) VALUE ' ICMS-'.
           05 RPT-AJU-ICMS PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 RPT-RODAPE.
           05 FILLER      PIC X(14) VALUE 'TOTAL BASE...:'.
           05 RPT-TOT-BAS PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(15) VALUE '  TOTAL ICMS: '.
           05 RPT-TOT-ICM PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 RPT-RODAPE-CONTR.
           05 FILLER      PIC X(14) VALUE 'CONTRIBUINTES:'.
           05 RPT-TOT-BAS-CONTR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(15) VALUE '  ICMS.......: '.
           05 RPT-TOT-ICM-CONTR PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(08) VALUE '  NOTAS '.
           05 RPT-QT-CONTR PIC ZZZZ9.
       01 RPT-RODAPE-AJUSTE.
           05 FILLER      PIC X(14) VALUE 'NOTAS CREDITO:'.
           05 RPT-TOT-BAS-AJU PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(15) VALUE '  ICMS.......: '.
           05 RPT-TOT-ICM-AJU PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(08) VALUE '  NOTAS '.
           05 RPT-QT-AJU  PIC ZZZZ9.
       01 RPT-RODAPE-LIQUIDO.
           05 FILLER      PIC X(14) VALUE 'LIQUIDO BASE.:'.
           05 RPT-LIQ-BAS PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(15) VALUE '  LIQ. ICMS..: '.
           05 RPT-LIQ-ICM PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-ACUMULAR UNTIL FIM-EMBARQUE.
            IF RETURN-CODE = 0
                PERFORM 2500-ACUMULAR-AJUSTES
            END-IF.
            PERFORM 3000-RELATORIO.
            PERFORM 9000-FINALIZAR.
            GOBACK.
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            PERFORM 1200-CARREGAR-ICMS.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
                SET CLIENTES-ABERTO TO TRUE
            ELSE
                DISPLAY 'ICMSMES: SEM CLIENTES.DAT - NENHUM '
                        'CONTRIBUINTE SEPARADO'
            END-IF.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'ICMSMES: SEM EMBARQUE.DAT'
                END-PERFORM
                COMPUTE WRK-ICMS ROUNDED =
                    EMB-VALOR * WRK-ALIQUOTA / 100
                PERFORM 2050-VER-CONTRIBUINTE
                MOVE EMB-UF TO WRK-UF-BUSCA
                PERFORM 2150-LOCALIZAR-UF
                IF WRK-ACHOU = 'S'
                    PERFORM 2100-ACUMULAR-UF
                END-IF
            END-IF.
            PERFORM 1100-LER-EMBARQUE.

       2050-VER-CONTRIBUINTE.
      *    CLIENTE FORA DO MESTRE CONTA COMO NAO CONTRIBUINTE
            MOVE 'N' TO WRK-CONTRIB.
            IF CLIENTES-ABERTO
                MOVE EMB-CODIGO TO CLIENTES-CODIGO
                READ CLIENTES
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF PESSOA-JURIDICA
                     AND CLIENTES-IE NOT = SPACES
                     AND NOT IE-ISENTO
                        MOVE 'S' TO WRK-CONTRIB
                    END-IF
                END-READ
            END-IF.

       2100-ACUMULAR-UF.
            ADD EMB-VALOR TO WRK-UFA-BASE(WRK-IX-UF).
            ADD WRK-ICMS  TO WRK-UFA-ICMS(WRK-IX-UF).
            ADD 1 TO WRK-UFA-QTDE(WRK-IX-UF).
            ADD EMB-VALOR TO WRK-TOT-BASE.
            ADD WRK-ICMS  TO WRK-TOT-ICMS.
            IF CONTRIBUINTE
                ADD EMB-VALOR TO WRK-UFA-BASE-CONTR(WRK-IX-UF)
                ADD EMB-VALOR TO WRK-TOT-BASE-CONTR
                ADD WRK-ICMS  TO WRK-TOT-ICMS-CONTR
                ADD 1 TO WRK-QTCONTRIB
            END-IF.

       2150-LOCALIZAR-UF.
      *    POSICIONA WRK-IX-UF NA UF DE WRK-UF-BUSCA, ABRINDO A
      *    LINHA SE A UF AINDA NAO APARECEU; TABELA CHEIA DEIXA
      *    WRK-ACHOU EM 'N'
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-UF FROM 1 BY 1
                    UNTIL WRK-IX-UF > WRK-QTUF
                    OR WRK-ACHOU = 'S'
                IF WRK-UFA-UF(WRK-IX-UF) = WRK-UF-BUSCA
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-UF
                END-IF
                IF WRK-QTUF < 27
                    ADD 1 TO WRK-QTUF
                    MOVE WRK-QTUF TO WRK-IX-UF
                    MOVE WRK-UF-BUSCA TO WRK-UFA-UF(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-BASE(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-ICMS(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-QTDE(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-BASE-CONTR(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-AJU-QTDE(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-AJU-BASE(WRK-IX-UF)
                    MOVE ZEROS TO WRK-UFA-AJU-ICMS(WRK-IX-UF)
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-IF.

       2500-ACUMULAR-AJUSTES.
      *    NOTA DE CREDITO EMITIDA (NCRPOST) NA COMPETENCIA ABATE
      *    BASE E ICMS DA UF DE ENTREGA DA FATURA AJUSTADA - O ICMS
      *    DA NOTA JA VEM PROPORCIONAL AO DA FATURA
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2550-LER-NOTA.
            PERFORM UNTIL FIM-NOTAS
                IF NCR-EMITIDA
                 AND NCR-EMISSAO(1:6) = WRK-COMPETENCIA
                    MOVE NCR-UF TO WRK-UF-BUSCA
                    PERFORM 2150-LOCALIZAR-UF
                    IF WRK-ACHOU = 'S'
                        ADD 1 TO WRK-UFA-AJU-QTDE(WRK-IX-UF)
                        ADD NCR-VALOR TO WRK-UFA-AJU-BASE(WRK-IX-UF)
                        ADD NCR-ICMS  TO WRK-UFA-AJU-ICMS(WRK-IX-UF)
                        ADD 1 TO WRK-QTAJUSTES
                        ADD NCR-VALOR TO WRK-TOT-BASE-AJU
                        ADD NCR-ICMS  TO WRK-TOT-ICMS-AJU
                    END-IF
                END-IF
                PERFORM 2550-LER-NOTA
            END-PERFORM.
            CLOSE NOTACRED.

       2550-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMNCR
            END-READ.

       3000-RELATORIO.
            IF RETURN-CODE NOT = 0
            MOVE WRK-TOT-ICMS TO RPT-TOT-ICM.
            MOVE RPT-RODAPE TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-TOT-BASE-CONTR TO RPT-TOT-BAS-CONTR.
            MOVE WRK-TOT-ICMS-CONTR TO RPT-TOT-ICM-CONTR.
            MOVE WRK-QTCONTRIB      TO RPT-QT-CONTR.
            MOVE RPT-RODAPE-CONTR TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF WRK-QTAJUSTES > 0
                MOVE WRK-TOT-BASE-AJU TO RPT-TOT-BAS-AJU
                MOVE WRK-TOT-ICMS-AJU TO RPT-TOT-ICM-AJU
                MOVE WRK-QTAJUSTES    TO RPT-QT-AJU
                MOVE RPT-RODAPE-AJUSTE TO RPT-LINHA
                WRITE RPT-LINHA
                COMPUTE WRK-LIQ-BASE =
                    WRK-TOT-BASE - WRK-TOT-BASE-AJU
                COMPUTE WRK-LIQ-ICMS =
                    WRK-TOT-ICMS - WRK-TOT-ICMS-AJU
                MOVE WRK-LIQ-BASE TO RPT-LIQ-BAS
                MOVE WRK-LIQ-ICMS TO RPT-LIQ-ICM
                MOVE RPT-RODAPE-LIQUIDO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            CLOSE ICMSMES-RPT.

       3100-LINHA-UF.
            END-PERFORM.
            MOVE WRK-ALIQUOTA TO RPT-ALIQ.
            MOVE WRK-UFA-ICMS(WRK-IX-UF) TO RPT-ICMS.
            MOVE WRK-UFA-BASE-CONTR(WRK-IX-UF) TO RPT-BASE-CONTR.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF WRK-UFA-AJU-QTDE(WRK-IX-UF) > 0
                MOVE WRK-UFA-UF(WRK-IX-UF)       TO RPT-AJU-UF
                MOVE WRK-UFA-AJU-QTDE(WRK-IX-UF) TO RPT-AJU-QTDE
                MOVE WRK-UFA-AJU-BASE(WRK-IX-UF) TO RPT-AJU-BASE
                MOVE WRK-UFA-AJU-ICMS(WRK-IX-UF) TO RPT-AJU-ICMS
                MOVE RPT-AJUSTE TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       9000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE EMBARQUE
            END-IF.
            IF CLIENTES-ABERTO
                CLOSE CLIENTES
            END-IF.
            DISPLAY '===== ICMSMES - APURACAO DE ICMS ====='.
            DISPLAY 'NOTAS DO MES.........: ' WRK-QTEMBARQUES.
            DISPLAY 'NOTAS A CONTRIBUINTE.: ' WRK-QTCONTRIB.
            DISPLAY 'NOTAS DE CREDITO.....: ' WRK-QTAJUSTES.
