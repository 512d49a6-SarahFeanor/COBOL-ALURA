      *            (AAAAMM) - SEM ELA VALE O MES CORRENTE
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - NOTAS DE CREDITO EMITIDAS
      *            NA COMPETENCIA SAEM COMO LINHAS AJUSTE, COM
      *            LINHA CONTROLE-AJUSTE PROPRIA NO FIM
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FATURAS ASSIGN TO 'FATURAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FATURAS-STATUS.
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT FATFISCO-CSV ASSIGN TO 'FATFISCO.CSV'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CSV-STATUS.
       FD FATURAS.
           COPY FATURAS.

       FD NOTACRED.
           COPY NOTACRED.

       FD FATFISCO-CSV.
       01 CSV-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FATURAS-STATUS PIC 9(02).
       77 CSV-STATUS     PIC 9(02).
       77 NOTACRED-STATUS PIC 9(02).
       77 WRK-FIMNCR     PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-QTAJUSTES  PIC 9(05) VALUE 0.
       77 WRK-AJU-VALOR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-AJU-ICMS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FIMFAT     PIC X(01) VALUE 'N'.
           88 FIM-FATURAS VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05 CSV-ICMS   PIC 9(08)V99.
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-TOTAL  PIC 9(08)V99.
      *    NOTA DE CREDITO EMITIDA NA COMPETENCIA - AJUSTE QUE O
      *    CONTADOR ABATE DA FATURA REFERIDA (VALOR E ICMS A MENOS)
       01 CSV-AJUSTE.
           05 FILLER     PIC X(07) VALUE 'AJUSTE,'.
           05 CSV-AJU-NOTA   PIC 9(07).
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-DATA   PIC 9(08).
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-FATURA PIC 9(07).
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-CODIGO PIC 9(07).
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-VALOR  PIC 9(07)V99.
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-ICMS   PIC 9(07)V99.
           05 FILLER     PIC X(01) VALUE ','.
           05 CSV-AJU-MOTIVO PIC X(01).
       01 CSV-CONTROLE.
           05 FILLER       PIC X(09) VALUE 'CONTROLE,'.
           05 CSV-QTDE     PIC 9(05).
           05 CSV-TOT-VAL  PIC 9(11)V99.
           05 FILLER       PIC X(01) VALUE ','.
           05 CSV-TOT-ICMS PIC 9(10)V99.
       01 CSV-CONTROLE-AJUSTE.
           05 FILLER       PIC X(16) VALUE 'CONTROLE-AJUSTE,'.
           05 CSV-AJU-QTDE PIC 9(05).
           05 FILLER       PIC X(01) VALUE ','.
           05 CSV-AJU-TOT-VAL  PIC 9(11)V99.
           05 FILLER       PIC X(01) VALUE ','.
           05 CSV-AJU-TOT-ICMS PIC 9(10)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                PERFORM 3100-EXPORTAR-AJUSTES
                MOVE WRK-QTFATURAS TO CSV-QTDE
                MOVE WRK-TOT-VALOR TO CSV-TOT-VAL
                MOVE WRK-TOT-ICMS  TO CSV-TOT-ICMS
                MOVE CSV-CONTROLE TO CSV-LINHA
                WRITE CSV-LINHA
                MOVE WRK-QTAJUSTES TO CSV-AJU-QTDE
                MOVE WRK-AJU-VALOR TO CSV-AJU-TOT-VAL
                MOVE WRK-AJU-ICMS  TO CSV-AJU-TOT-ICMS
                MOVE CSV-CONTROLE-AJUSTE TO CSV-LINHA
                WRITE CSV-LINHA
                CLOSE FATFISCO-CSV
                CLOSE FATURAS
            END-IF.
            DISPLAY '===== FATEXPO - EXPORTACAO FISCAL ====='.
            DISPLAY 'FATURAS EXPORTADAS...: ' WRK-QTFATURAS.
            DISPLAY 'AJUSTES (NOTAS CRED).: ' WRK-QTAJUSTES.

       3100-EXPORTAR-AJUSTES.
      *    VALE A DATA DA EMISSAO (NCRPOST) DA NOTA, NAO A DA
      *    FATURA - NOTA DE CREDITO DE FATURA ANTIGA AJUSTA A
      *    COMPETENCIA EM QUE FOI EMITIDA
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3150-LER-NOTA.
            PERFORM UNTIL FIM-NOTAS
                IF NCR-EMITIDA
                 AND NCR-EMISSAO(1:6) = WRK-COMPETENCIA
                    ADD 1 TO WRK-QTAJUSTES
                    ADD NCR-VALOR TO WRK-AJU-VALOR
                    ADD NCR-ICMS  TO WRK-AJU-ICMS
                    MOVE NCR-NUMERO  TO CSV-AJU-NOTA
                    MOVE NCR-EMISSAO TO CSV-AJU-DATA
                    MOVE NCR-FATURA  TO CSV-AJU-FATURA
                    MOVE NCR-CODIGO  TO CSV-AJU-CODIGO
                    MOVE NCR-VALOR   TO CSV-AJU-VALOR
                    MOVE NCR-ICMS    TO CSV-AJU-ICMS
                    MOVE NCR-MOTIVO  TO CSV-AJU-MOTIVO
                    MOVE CSV-AJUSTE TO CSV-LINHA
                    WRITE CSV-LINHA
                END-IF
                PERFORM 3150-LER-NOTA
            END-PERFORM.
            CLOSE NOTACRED.

       3150-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMNCR
            END-READ.
