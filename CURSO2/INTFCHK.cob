       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTFCHK.
      *******************************************
      * AULA:      SUBROTINA DE CONTROLE DOS ARQUIVOS DE ENTRADA
      * OBJETIVO:  CONFERIR O ENVELOPE DE UM ARQUIVO DE INTERFACE
      *            ANTES DE O IMPORTADOR POSTAR QUALQUER LINHA -
      *            HEADER NA PRIMEIRA LINHA (REMETENTE, DATA DO
      *            ARQUIVO E NUMERO DE SEQUENCIA), TRAILER NA
      *            ULTIMA (QUANTIDADE DE REGISTROS E TOTAL DE
      *            VALOR), QUANTIDADE E TOTAL BATENDO COM AS LINHAS
      *            DE DETALHE E SEQUENCIA IGUAL A ULTIMA ACEITA
      *            DAQUELE REMETENTE MAIS UM (INTFSEQ.CTL)
      *            O TOTAL E SOMADO COM OS DIGITOS CRUS DO CAMPO,
      *            SEM VIRGULA - O TRAILER TRAZ O TOTAL DO MESMO
      *            JEITO; ARQUIVO SEM CAMPO DE VALOR FECHA O TOTAL
      *            COM O CAMPO QUE O IMPORTADOR INDICAR (HASH)
      *            PRIMEIRO ARQUIVO DE UM REMETENTE ACEITA
      *            QUALQUER SEQUENCIA E PASSA A SER A REFERENCIA
      *            LAYOUT E POSICOES NO COPY INTFCHK
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTF ASSIGN TO WRK-ARQ-INTF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTF-STATUS.
           SELECT INTFSEQ-CTL ASSIGN TO 'INTFSEQ.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-INTF.
       01 ARQ-LINHA PIC X(400).

       FD INTFSEQ-CTL.
       01 SEQ-REG.
           05 SEQ-INTERFACE   PIC X(08).
           05 SEQ-REMETENTE   PIC X(08).
           05 SEQ-NUMERO      PIC 9(06).
           05 SEQ-DATA        PIC 9(08).
           05 SEQ-PROCESSADO  PIC 9(08).

       WORKING-STORAGE SECTION.
       77 INTF-STATUS      PIC 9(02).
       77 SEQ-STATUS       PIC 9(02).
       77 WRK-ARQ-INTF     PIC X(20) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-FIMSEQ       PIC X(01) VALUE 'N'.
           88 FIM-SEQUENCIA VALUE 'S'.
       77 WRK-TEVE-TRAILER PIC X(01) VALUE 'N'.
           88 TEVE-TRAILER VALUE 'S'.
       77 WRK-TIPO         PIC X(01) VALUE SPACES.
       77 WRK-DIASEM       PIC 9(01) VALUE ZEROS.
       77 WRK-QTDETALHES   PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA         PIC 9(15) VALUE ZEROS.
       77 WRK-QTDE-TRL     PIC X(07) VALUE SPACES.
       77 WRK-ULTSEQ       PIC 9(06) VALUE ZEROS.
       77 WRK-ULTDATA      PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU-SEQ    PIC X(01) VALUE 'N'.
           88 TEM-REFERENCIA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
       01 WRK-DATA-X       PIC X(08) VALUE SPACES.
       01 WRK-DATA-9 REDEFINES WRK-DATA-X PIC 9(08).
       01 WRK-SEQ-X        PIC X(06) VALUE SPACES.
       01 WRK-SEQ-9 REDEFINES WRK-SEQ-X PIC 9(06).
      *    CAMPO NUMERICO DE TAMANHO VARIAVEL ALINHADO A DIREITA
      *    E COMPLETADO COM ZEROS PARA VIRAR NUMERO
       01 WRK-NUM-X        PIC X(15) JUSTIFIED RIGHT VALUE SPACES.
       01 WRK-NUM-9 REDEFINES WRK-NUM-X PIC 9(15).
       77 WRK-NUM-POS      PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-TAM      PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
           COPY INTFCHK.

       PROCEDURE DIVISION USING INTF-PARM.
       0001-PRINCIPAL SECTION.
            MOVE INTF-ARQUIVO TO WRK-ARQ-INTF.
            IF INTF-CONFIRMAR
                PERFORM 5000-ANOTAR-SEQUENCIA
                GOBACK
            END-IF.
            MOVE 0 TO INTF-RETORNO.
            MOVE SPACES TO INTF-MENSAGEM INTF-REM-ARQ.
            MOVE ZEROS TO INTF-DATA INTF-SEQ INTF-QTDE INTF-TOTAL.
            PERFORM 1000-CONFERIR-HEADER.
            IF INTF-ACEITO
                PERFORM 2000-CONFERIR-CORPO
            END-IF.
            CLOSE ARQ-INTF.
            IF INTF-ACEITO
                PERFORM 3000-CONFERIR-TRAILER
            END-IF.
            IF INTF-ACEITO
                PERFORM 4000-CONFERIR-SEQUENCIA
            END-IF.
            GOBACK.

       1000-CONFERIR-HEADER.
            MOVE 'N' TO WRK-FIMARQ WRK-TEVE-TRAILER.
            OPEN INPUT ARQ-INTF.
            IF INTF-STATUS NOT = 0
                MOVE 10 TO INTF-RETORNO
                MOVE 'ARQUIVO NAO PODE SER ABERTO' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1100-LER-LINHA.
            IF FIM-ARQUIVO OR WRK-TIPO NOT = INTF-TIPO-HDR
                MOVE 11 TO INTF-RETORNO
                MOVE 'HEADER AUSENTE NA PRIMEIRA LINHA'
                    TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF INTF-HDR-POS-REM > 0
                MOVE ARQ-LINHA(INTF-HDR-POS-REM:8) TO INTF-REM-ARQ
            END-IF.
            IF INTF-REM-ARQ = SPACES
                MOVE 12 TO INTF-RETORNO
                MOVE 'REMETENTE AUSENTE NO HEADER' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF INTF-REMETENTE NOT = SPACES
               AND INTF-REMETENTE NOT = INTF-REM-ARQ
                MOVE 12 TO INTF-RETORNO
                MOVE 'REMETENTE NAO ESPERADO' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE ARQ-LINHA(INTF-HDR-POS-DATA:8) TO WRK-DATA-X.
            MOVE 0 TO WRK-DIASEM.
            IF WRK-DATA-X IS NUMERIC
                CALL 'DIASEMAN' USING WRK-DATA-9 WRK-DIASEM
            END-IF.
            IF WRK-DIASEM = 0
                MOVE 13 TO INTF-RETORNO
                MOVE 'DATA DO HEADER INVALIDA' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-DATA-9 TO INTF-DATA.
            MOVE ARQ-LINHA(INTF-HDR-POS-SEQ:6) TO WRK-SEQ-X.
            IF WRK-SEQ-X NOT NUMERIC OR WRK-SEQ-9 = 0
                MOVE 14 TO INTF-RETORNO
                MOVE 'SEQUENCIA DO HEADER INVALIDA' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-SEQ-9 TO INTF-SEQ.

       1100-LER-LINHA.
            READ ARQ-INTF
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.
            IF NOT FIM-ARQUIVO
                MOVE ARQ-LINHA(INTF-POS-TIPO:1) TO WRK-TIPO
            END-IF.

       2000-CONFERIR-CORPO.
      *    DEPOIS DO TRAILER NAO PODE VIR MAIS NADA - LINHA A
      *    MAIS E SINAL DE ARQUIVO EMENDADO OU CORTADO ERRADO
            MOVE ZEROS TO WRK-QTDETALHES WRK-SOMA.
            PERFORM 1100-LER-LINHA.
            PERFORM UNTIL FIM-ARQUIVO OR NOT INTF-ACEITO
                IF TEVE-TRAILER
                    MOVE 18 TO INTF-RETORNO
                    MOVE 'LINHA DEPOIS DO TRAILER' TO INTF-MENSAGEM
                ELSE
                    PERFORM 2050-CLASSIFICAR-LINHA
                END-IF
                PERFORM 1100-LER-LINHA
            END-PERFORM.

       2050-CLASSIFICAR-LINHA.
            EVALUATE TRUE
              WHEN WRK-TIPO = INTF-TIPO-HDR
                MOVE 11 TO INTF-RETORNO
                MOVE 'HEADER REPETIDO NO ARQUIVO' TO INTF-MENSAGEM
              WHEN WRK-TIPO = INTF-TIPO-TRL
                MOVE 'S' TO WRK-TEVE-TRAILER
                MOVE ARQ-LINHA(INTF-TRL-POS-QTDE:7) TO WRK-QTDE-TRL
                MOVE INTF-TRL-POS-TOTAL TO WRK-NUM-POS
                MOVE INTF-TRL-TAM-TOTAL TO WRK-NUM-TAM
                PERFORM 2200-EXTRAIR-NUMERO
                IF WRK-NUM-X IS NUMERIC
                    MOVE WRK-NUM-9 TO INTF-TOTAL
                ELSE
                    MOVE 17 TO INTF-RETORNO
                    MOVE 'TOTAL DO TRAILER INVALIDO' TO INTF-MENSAGEM
                END-IF
              WHEN OTHER
                PERFORM 2100-SOMAR-DETALHE
            END-EVALUATE.

       2100-SOMAR-DETALHE.
            IF INTF-TIPO-DET = SPACE OR WRK-TIPO = INTF-TIPO-DET
                ADD 1 TO WRK-QTDETALHES
            END-IF.
            IF INTF-DET-TAM-VALOR = 0
                EXIT PARAGRAPH
            END-IF.
            IF (INTF-TIPO-VAL = SPACE
                AND (INTF-TIPO-DET = SPACE
                     OR WRK-TIPO = INTF-TIPO-DET))
             OR (INTF-TIPO-VAL NOT = SPACE
                AND WRK-TIPO = INTF-TIPO-VAL)
                MOVE INTF-DET-POS-VALOR TO WRK-NUM-POS
                MOVE INTF-DET-TAM-VALOR TO WRK-NUM-TAM
                PERFORM 2200-EXTRAIR-NUMERO
                IF WRK-NUM-X IS NUMERIC
                    ADD WRK-NUM-9 TO WRK-SOMA
                ELSE
                    MOVE 19 TO INTF-RETORNO
                    MOVE 'VALOR NAO NUMERICO NO DETALHE'
                        TO INTF-MENSAGEM
                END-IF
            END-IF.

       2200-EXTRAIR-NUMERO.
            MOVE ARQ-LINHA(WRK-NUM-POS:WRK-NUM-TAM) TO WRK-NUM-X.
            INSPECT WRK-NUM-X REPLACING LEADING SPACE BY ZERO.

       3000-CONFERIR-TRAILER.
            IF NOT TEVE-TRAILER
                MOVE 15 TO INTF-RETORNO
                MOVE 'TRAILER AUSENTE NA ULTIMA LINHA'
                    TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTDE-TRL NOT NUMERIC
                MOVE 16 TO INTF-RETORNO
                MOVE 'QUANTIDADE DO TRAILER INVALIDA'
                    TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-QTDE-TRL TO INTF-QTDE.
            IF INTF-QTDE NOT = WRK-QTDETALHES
                MOVE 16 TO INTF-RETORNO
                MOVE 'QUANTIDADE NAO CONFERE COM O TRAILER'
                    TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF INTF-TOTAL NOT = WRK-SOMA
                MOVE 17 TO INTF-RETORNO
                MOVE 'TOTAL NAO CONFERE COM O TRAILER'
                    TO INTF-MENSAGEM
            END-IF.

       4000-CONFERIR-SEQUENCIA.
      *    INTFSEQ.CTL E SO ACRESCIDO - A ULTIMA LINHA DA
      *    INTERFACE E REMETENTE E A REFERENCIA
            MOVE 'N' TO WRK-ACHOU-SEQ WRK-FIMSEQ.
            MOVE ZEROS TO WRK-ULTSEQ WRK-ULTDATA.
            OPEN INPUT INTFSEQ-CTL.
            IF SEQ-STATUS = 0
                PERFORM 4100-LER-SEQUENCIA
                PERFORM UNTIL FIM-SEQUENCIA
                    IF SEQ-INTERFACE = INTF-INTERFACE
                       AND SEQ-REMETENTE = INTF-REM-ARQ
                        MOVE 'S' TO WRK-ACHOU-SEQ
                        MOVE SEQ-NUMERO TO WRK-ULTSEQ
                        MOVE SEQ-DATA   TO WRK-ULTDATA
                    END-IF
                    PERFORM 4100-LER-SEQUENCIA
                END-PERFORM
                CLOSE INTFSEQ-CTL
            END-IF.
            IF NOT TEM-REFERENCIA
                EXIT PARAGRAPH
            END-IF.
            IF INTF-SEQ NOT > WRK-ULTSEQ
                MOVE 20 TO INTF-RETORNO
                MOVE 'ARQUIVO JA PROCESSADO' TO INTF-MENSAGEM
                EXIT PARAGRAPH
            END-IF.
            IF INTF-SEQ NOT = WRK-ULTSEQ + 1
             OR INTF-DATA < WRK-ULTDATA
                MOVE 21 TO INTF-RETORNO
                MOVE 'ARQUIVO FORA DE SEQUENCIA' TO INTF-MENSAGEM
            END-IF.

       4100-LER-SEQUENCIA.
            READ INTFSEQ-CTL
                AT END MOVE 'S' TO WRK-FIMSEQ
            END-READ.

       5000-ANOTAR-SEQUENCIA.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-DATA-SITU.
            MOVE INTF-INTERFACE TO SEQ-INTERFACE.
            MOVE INTF-REM-ARQ   TO SEQ-REMETENTE.
            MOVE INTF-SEQ       TO SEQ-NUMERO.
            MOVE INTF-DATA      TO SEQ-DATA.
            MOVE WRK-DATA-SISTEMA TO SEQ-PROCESSADO.
            OPEN EXTEND INTFSEQ-CTL.
            IF SEQ-STATUS = 35
                OPEN OUTPUT INTFSEQ-CTL
            END-IF.
            WRITE SEQ-REG.
            CLOSE INTFSEQ-CTL.
