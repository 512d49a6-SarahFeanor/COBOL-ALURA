       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANSPCV.
      *******************************************
      * AULA:      CONVERSAO DO MESTRE DE TRANSPORTADORAS
      * OBJETIVO:  RODADA UNICA DO ALARGAMENTO DO TRANSP-REG DE
      *            88 PARA 142 BYTES (PRAZO PROMETIDO POR UF):
      *            LE O MESTRE ANTERIOR (RENOMEADO PELO OPERADOR
      *            PARA TRANSP.OLD) E REGRAVA NO LAYOUT NOVO COM
      *            TODOS OS PRAZOS ZERADOS - O EXPEDIDOR DIGITA OS
      *            PRAZOS COMBINADOS DEPOIS NO ALTERAR DO TRANSMAN
      *            CODIGOS NAO MUDAM
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSP-VELHO ASSIGN TO 'TRANSP.OLD'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VELHO-STATUS
             RECORD KEY IS OLD-CHAVE.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSP-VELHO.
      *    IMAGEM DO MESTRE ANTES DOS PRAZOS - 88 BYTES, MESMAS
      *    POSICOES DO TRANSP-REG ATE A SITUACAO
       01 OLD-REG.
           05 OLD-CHAVE.
               10 OLD-CODIGO PIC X(03).
           05 FILLER       PIC X(85).

       FD TRANSP.
           COPY TRANSP.

       WORKING-STORAGE SECTION.
       77 VELHO-STATUS    PIC 9(02).
       77 TRANSP-STATUS   PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-QTMESTRE    PIC 9(05) VALUE 0.
       77 WRK-QTERROS     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            DISPLAY '===== TRANSPCV - CONVERSAO PRAZOS POR UF ====='.
            PERFORM 1000-CONVERTER-MESTRE.
            IF RETURN-CODE = 0
                PERFORM 8000-RESUMO
            END-IF.
            STOP RUN.

       1000-CONVERTER-MESTRE.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT TRANSP-VELHO.
            IF VELHO-STATUS NOT = 0
                DISPLAY 'TRANSPCV: NAO ABRIU TRANSP.OLD - STATUS '
                        VELHO-STATUS
                DISPLAY 'RENOMEIE O MESTRE ANTERIOR PARA TRANSP.OLD'
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT TRANSP
                PERFORM 1100-LER-MESTRE-VELHO
                PERFORM 1200-GRAVAR-MESTRE-NOVO UNTIL FIM-ARQUIVO
                CLOSE TRANSP-VELHO
                CLOSE TRANSP
            END-IF.

       1100-LER-MESTRE-VELHO.
            READ TRANSP-VELHO NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-GRAVAR-MESTRE-NOVO.
            MOVE OLD-REG TO TRANSP-REG.
            MOVE ZEROS TO TRA-PRAZOS.
            WRITE TRANSP-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'TRANSPCV: ERRO GRAVANDO MESTRE - CODIGO '
                        OLD-CODIGO ' STATUS ' TRANSP-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTMESTRE
            END-WRITE.
            PERFORM 1100-LER-MESTRE-VELHO.

       8000-RESUMO.
            DISPLAY 'TRANSPORTADORAS CONVERTIDAS: ' WRK-QTMESTRE.
            DISPLAY 'ERROS DE GRAVACAO..........: ' WRK-QTERROS.
            IF WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
