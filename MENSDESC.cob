       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSDESC.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: RELATORIO MENSAL DOS DESCONTOS CONCEDIDOS NA
      *           MENSALIDADE - LE O REGISTRO DE COBRANCA
      *           (MENSFEIT.DAT) DA COMPETENCIA E TOTALIZA EM
      *           MENSDESC.RPT, POR MOTIVO (BOLSA SOCIAL, MERITO,
      *           FUNCIONARIO, CONVENIO, OUTROS E IRMAOS), QUANTOS
      *           ALUNOS TIVERAM DESCONTO, O VALOR CHEIO E O
      *           DESCONTADO
      *           COMPETENCIA: MENSDESC_COMPETENCIA (AAAAMM) - SEM
      *           ELA VALE O MES CORRENTE, COMO NO MENSALID
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MENSFEIT ASSIGN TO 'MENSFEIT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEI-STATUS.
           SELECT MENSDESC-RPT ASSIGN TO 'MENSDESC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MENSFEIT.
       01 FEITO-REG.
           05 FEI-COMPETENCIA PIC 9(06).
           05 FEI-MATRICULA   PIC 9(06).
           05 FEI-FONE        PIC 9(11).
           05 FEI-DOCUMENTO   PIC 9(07).
           05 FEI-VALOR       PIC 9(05)V99.
           05 FEI-BRUTO       PIC 9(05)V99.
           05 FEI-DESCONTO    PIC 9(05)V99.
           05 FEI-MOTIVO      PIC X(01).

       FD MENSDESC-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FEI-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-INF     PIC X(06) VALUE SPACES.
       77 WRK-FIMFEI       PIC X(01) VALUE 'N'.
           88 FIM-FEITAS VALUE 'S'.
       77 WRK-IX-MOT       PIC 9(02) VALUE 0.
       77 WRK-QTCOBRADAS   PIC 9(05) VALUE 0.
       77 WRK-QTDESC       PIC 9(05) VALUE 0.
       77 WRK-TOT-BRUTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       01 WRK-TAB-MOTIVOS-INI.
           05 FILLER PIC X(21) VALUE 'SBOLSA SOCIAL        '.
           05 FILLER PIC X(21) VALUE 'MBOLSA MERITO        '.
           05 FILLER PIC X(21) VALUE 'FBOLSA FUNCIONARIO   '.
           05 FILLER PIC X(21) VALUE 'CBOLSA CONVENIO      '.
           05 FILLER PIC X(21) VALUE 'OBOLSA OUTROS        '.
           05 FILLER PIC X(21) VALUE 'IDESCONTO DE IRMAOS  '.
       01 WRK-TAB-MOTIVOS REDEFINES WRK-TAB-MOTIVOS-INI.
           05 WRK-MOT OCCURS 6 TIMES.
               10 WRK-MOT-COD   PIC X(01).
               10 WRK-MOT-NOME  PIC X(20).
       01 WRK-TAB-TOTAIS.
           05 WRK-TOT OCCURS 6 TIMES.
               10 WRK-TOT-QTDE  PIC 9(05).
               10 WRK-TOT-BRT   PIC 9(09)V99.
               10 WRK-TOT-DSC   PIC 9(09)V99.

       01 RPT-CABECALHO.
           05 FILLER     PIC X(40) VALUE
              'DESCONTOS NA MENSALIDADE - COMPETENCIA '.
           05 RPT-COMPET PIC 9(06).
       01 RPT-COLUNAS.
           05 FILLER PIC X(22) VALUE 'MOTIVO'.
           05 FILLER PIC X(08) VALUE ' ALUNOS'.
           05 FILLER PIC X(17) VALUE '      VALOR CHEIO'.
           05 FILLER PIC X(17) VALUE '        DESCONTO'.
       01 RPT-DETALHE.
           05 RPT-MOTIVO   PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-QTDE     PIC ZZZZ9.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 RPT-BRUTO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER       PIC X(03) VALUE SPACES.
           05 RPT-DESCONTO PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            IF RETURN-CODE = 0
                PERFORM 2000-SOMAR-FEITA UNTIL FIM-FEITAS
                PERFORM 3000-IMPRIMIR
            END-IF.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'MENSDESC_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            INITIALIZE WRK-TAB-TOTAIS.
            OPEN INPUT MENSFEIT.
            IF FEI-STATUS NOT = 0
                DISPLAY 'MENSDESC: SEM MENSFEIT.DAT'
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN OUTPUT MENSDESC-RPT.
            PERFORM 1100-LER-FEITA.
       1000-SAIDA.
            EXIT.

       1100-LER-FEITA.
            READ MENSFEIT
                AT END MOVE 'S' TO WRK-FIMFEI
            END-READ.

       2000-SOMAR-FEITA.
      *    COBRANCA ANTERIOR AOS DESCONTOS NAO TEM OS CAMPOS NOVOS
      *    - CONTA COMO COBRADA SEM DESCONTO
            IF FEI-COMPETENCIA = WRK-COMPETENCIA
                ADD 1 TO WRK-QTCOBRADAS
                IF FEI-DESCONTO IS NUMERIC AND FEI-DESCONTO > 0
                    PERFORM 2100-ACUMULAR-MOTIVO
                END-IF
            END-IF.
            PERFORM 1100-LER-FEITA.

       2100-ACUMULAR-MOTIVO.
            ADD 1 TO WRK-QTDESC.
            ADD FEI-BRUTO    TO WRK-TOT-BRUTO.
            ADD FEI-DESCONTO TO WRK-TOT-DESCONTO.
            PERFORM VARYING WRK-IX-MOT FROM 1 BY 1
                    UNTIL WRK-IX-MOT > 5
                    OR WRK-MOT-COD(WRK-IX-MOT) = FEI-MOTIVO
                CONTINUE
            END-PERFORM.
      *    MOTIVO DESCONHECIDO CAI EM OUTROS
            IF WRK-IX-MOT > 5 AND FEI-MOTIVO NOT = 'I'
                MOVE 5 TO WRK-IX-MOT
            END-IF.
            ADD 1            TO WRK-TOT-QTDE(WRK-IX-MOT).
            ADD FEI-BRUTO    TO WRK-TOT-BRT(WRK-IX-MOT).
            ADD FEI-DESCONTO TO WRK-TOT-DSC(WRK-IX-MOT).

       3000-IMPRIMIR.
            MOVE WRK-COMPETENCIA TO RPT-COMPET.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3100-IMPRIMIR-MOTIVO
                VARYING WRK-IX-MOT FROM 1 BY 1
                UNTIL WRK-IX-MOT > 6.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'TOTAL'          TO RPT-MOTIVO.
            MOVE WRK-QTDESC       TO RPT-QTDE.
            MOVE WRK-TOT-BRUTO    TO RPT-BRUTO.
            MOVE WRK-TOT-DESCONTO TO RPT-DESCONTO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3100-IMPRIMIR-MOTIVO.
            MOVE WRK-MOT-NOME(WRK-IX-MOT) TO RPT-MOTIVO.
            MOVE WRK-TOT-QTDE(WRK-IX-MOT) TO RPT-QTDE.
            MOVE WRK-TOT-BRT(WRK-IX-MOT)  TO RPT-BRUTO.
            MOVE WRK-TOT-DSC(WRK-IX-MOT)  TO RPT-DESCONTO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       4000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE MENSFEIT
                CLOSE MENSDESC-RPT
            END-IF.
            DISPLAY '===== MENSDESC - DESCONTOS DA MENSALIDADE ====='.
            DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA.
            DISPLAY 'MENSALIDADES NO MES..: ' WRK-QTCOBRADAS.
            DISPLAY 'COM DESCONTO.........: ' WRK-QTDESC.
            DISPLAY 'TOTAL DESCONTADO.....: ' WRK-TOT-DESCONTO.
