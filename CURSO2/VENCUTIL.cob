       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENCUTIL.
      *******************************************
      * AULA:      VENCIMENTOS EM DIA SEM EXPEDIENTE
      * OBJETIVO:  LISTAR EM VENCUTIL.RPT OS TITULOS EM ABERTO DE
      *            TITULOS.DAT CUJO VENCIMENTO ATUAL CAI EM SABADO,
      *            DOMINGO OU FERIADO DE FERIADOS.CFG, COM O DIA
      *            UTIL EM QUE ELE PASSA A VENCER (CALL DIAUTIL) -
      *            LEVANTAMENTO DOS TITULOS GERADOS ANTES DE OS
      *            GERADORES DE VENCIMENTO PULAREM PARA O DIA UTIL,
      *            PARA A COBRANCA REVER MULTA E JUROS CONTESTADOS
      *            SO LISTA - O VENCIMENTO GRAVADO NAO MUDA; AGING,
      *            JUROSMES E VALATUAL JA DAO A TOLERANCIA
      *            TITULO ANTIGO SEM VENCIMENTO NAO ENTRA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT VENCUTIL-RPT ASSIGN TO 'VENCUTIL.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TITULOS.
           COPY TITULOS.

       FD VENCUTIL-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 TITULOS-STATUS  PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-FIMTIT      PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-ABRIU-OK    PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-QTLIDOS     PIC 9(05) VALUE 0.
       77 WRK-QTABERTOS   PIC 9(05) VALUE 0.
       77 WRK-QTFORA      PIC 9(05) VALUE 0.
       77 WRK-TOT-FORA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VENCTO-UTIL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'TITULOS COM VENCIMENTO EM DIA NAO UTIL  '.
           05 RPT-DATA PIC 9(08).
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'FONE        PEDIDO  FATURA  PC VENCTO   DIA UTIL '.
           05 FILLER PIC X(20) VALUE
              '       EM ABERTO SIT'.
       01 RPT-DETALHE.
           05 RPT-FONE    PIC 9(11).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-PEDIDO  PIC 9(07).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-FATURA  PIC 9(07).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-PARCELA PIC 9(02).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-VENCTO  PIC 9(08).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-UTIL    PIC 9(08).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-ABERTO  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-SITU    PIC X(01).
       01 RPT-RODAPE.
           05 FILLER      PIC X(22) VALUE 'TITULOS LISTADOS....: '.
           05 RPT-QTDE    PIC ZZZZ9.
           05 FILLER      PIC X(16) VALUE '  TOTAL ABERTO '.
           05 RPT-TOTAL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL FIM-TITULOS.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                DISPLAY 'VENCUTIL: SEM TITULOS.DAT'
                MOVE 'S' TO WRK-FIMTIT
                MOVE 16 TO RETURN-CODE
            ELSE
                SET ABRIU-COM-SUCESSO TO TRUE
                OPEN OUTPUT VENCUTIL-RPT
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE RPT-COLUNAS TO RPT-LINHA
                WRITE RPT-LINHA
                PERFORM 1100-LER-TITULO
            END-IF.

       1100-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2000-PROCESSAR.
            ADD 1 TO WRK-QTLIDOS.
            IF TIT-ABERTO
             AND TIT-VENCIMENTO IS NUMERIC
             AND TIT-VENCIMENTO > ZEROS
                ADD 1 TO WRK-QTABERTOS
                CALL 'DIAUTIL' USING TIT-VENCIMENTO WRK-VENCTO-UTIL
                IF WRK-VENCTO-UTIL NOT = TIT-VENCIMENTO
                    PERFORM 2100-LISTAR-TITULO
                END-IF
            END-IF.
            PERFORM 1100-LER-TITULO.

       2100-LISTAR-TITULO.
            ADD 1 TO WRK-QTFORA.
            MOVE TIT-FONE        TO RPT-FONE.
            MOVE TIT-PEDIDO      TO RPT-PEDIDO.
            MOVE TIT-FATURA      TO RPT-FATURA.
            MOVE TIT-PARCELA     TO RPT-PARCELA.
            MOVE TIT-VENCIMENTO  TO RPT-VENCTO.
            MOVE WRK-VENCTO-UTIL TO RPT-UTIL.
            COMPUTE RPT-ABERTO = TIT-VALOR - TIT-PAGO.
            ADD TIT-VALOR TO WRK-TOT-FORA.
            SUBTRACT TIT-PAGO FROM WRK-TOT-FORA.
            MOVE TIT-SITUACAO    TO RPT-SITU.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                MOVE WRK-QTFORA TO RPT-QTDE
                MOVE WRK-TOT-FORA TO RPT-TOTAL
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE TITULOS
                CLOSE VENCUTIL-RPT
            END-IF.
            DISPLAY '===== VENCUTIL - VENCIMENTOS EM DIA NAO UTIL ='.
            DISPLAY 'TITULOS LIDOS........: ' WRK-QTLIDOS.
            DISPLAY 'TITULOS EM ABERTO....: ' WRK-QTABERTOS.
            DISPLAY 'EM DIA NAO UTIL......: ' WRK-QTFORA.
