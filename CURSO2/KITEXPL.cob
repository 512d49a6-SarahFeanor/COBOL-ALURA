       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITEXPL.
      *******************************************
      * AULA:      EXPLOSAO DO KIT NOS COMPONENTES
      * OBJETIVO:  DEVOLVER OS COMPONENTES DE UM PRODUTO KIT E A
      *            QUANTIDADE DE CADA UM POR KIT (KITCOMP.DAT),
      *            ATE 10 COMPONENTES, NA TABELA DO COPY KITTAB
      *            PRODUTO SEM COMPOSICAO, OU SEM KITCOMP.DAT,
      *            VOLTA COM KTB-QTCOMP ZERO - O CHAMADOR TRATA
      *            COMO PRODUTO COMUM, COMO SEMPRE
      *            O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA,
      *            COMO NO ESTDEPAT
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITCOMP ASSIGN TO 'KITCOMP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS KITCOMP-STATUS
             RECORD KEY IS KIT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD KITCOMP.
           COPY KITCOMP.

       WORKING-STORAGE SECTION.
       77 KITCOMP-STATUS   PIC 9(02).
       77 WRK-FIMKIT       PIC X(01) VALUE 'N'.
           88 FIM-KIT VALUE 'S'.

       LINKAGE SECTION.
       01 LNK-CODKIT PIC X(08).
           COPY KITTAB.

       PROCEDURE DIVISION USING LNK-CODKIT KIT-TAB-COMP.
       0001-PRINCIPAL SECTION.
            MOVE ZEROS TO KTB-QTCOMP.
            OPEN INPUT KITCOMP.
            IF KITCOMP-STATUS NOT = 0
                GOBACK
            END-IF.
            MOVE 'N' TO WRK-FIMKIT.
            MOVE LNK-CODKIT TO KIT-CODKIT.
            MOVE LOW-VALUES TO KIT-CODCOMP.
            START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMKIT
                NOT INVALID KEY
                    PERFORM 1100-LER-COMPONENTE
            END-START.
            PERFORM 1000-GUARDAR-COMPONENTE UNTIL FIM-KIT.
            CLOSE KITCOMP.
            GOBACK.

       1000-GUARDAR-COMPONENTE.
      *    COMPONENTE COM QUANTIDADE ZERO NAO ENTRA NA TABELA
            IF KIT-QTDE > 0
                ADD 1 TO KTB-QTCOMP
                MOVE KIT-CODCOMP TO KTB-CODCOMP(KTB-QTCOMP)
                MOVE KIT-QTDE    TO KTB-QTDE(KTB-QTCOMP)
            END-IF.
            IF KTB-QTCOMP = 10
                MOVE 'S' TO WRK-FIMKIT
            ELSE
                PERFORM 1100-LER-COMPONENTE
            END-IF.

       1100-LER-COMPONENTE.
            READ KITCOMP NEXT
                AT END MOVE 'S' TO WRK-FIMKIT
            END-READ.
            IF NOT FIM-KIT AND KIT-CODKIT NOT = LNK-CODKIT
                MOVE 'S' TO WRK-FIMKIT
            END-IF.
