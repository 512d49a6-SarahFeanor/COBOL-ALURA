       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTDEPCV.
      *******************************************
      * AULA:      CARGA INICIAL DO SALDO POR DEPOSITO
      * OBJETIVO:  RODADA UNICA DA IMPLANTACAO DOS DEPOSITOS:
      *            CRIA ESTDEP.DAT COM UM REGISTRO POR PRODUTO NO
      *            DEPOSITO 01 (MATRIZ), LEVANDO O SALDO, A
      *            RESERVA E A LOCACAO DO MESTRE - ATE AQUI TUDO
      *            ESTAVA NUM LUGAR SO. A FILIAL COMECA ZERADA E
      *            RECEBE PELO TRANSDEP OU PELO OCPRECEB
      *            PRODUTO QUE JA TEM SALDO NO DEPOSITO 01 NAO E
      *            REGRAVADO - RODAR DE NOVO NAO DUPLICA NADA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD ESTDEP.
           COPY ESTDEP.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 ESTDEP-STATUS   PIC 9(02).
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-QTCARGA     PIC 9(05) VALUE 0.
       77 WRK-QTJATINHA   PIC 9(05) VALUE 0.
       77 WRK-QTERROS     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            DISPLAY '===== ESTDEPCV - CARGA DOS DEPOSITOS ====='.
            PERFORM 1000-CARREGAR-SALDOS.
            IF RETURN-CODE = 0
                PERFORM 8000-RESUMO
            END-IF.
            STOP RUN.

       1000-CARREGAR-SALDOS.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'ESTDEPCV: NAO ABRIU PRODUTOS.DAT - STATUS '
                        PRODUTOS-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O ESTDEP.
            IF ESTDEP-STATUS = 35
                OPEN OUTPUT ESTDEP
                CLOSE ESTDEP
                OPEN I-O ESTDEP
            END-IF.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMARQ
                NOT INVALID KEY
                    PERFORM 1100-LER-PRODUTO
            END-START.
            PERFORM 1200-GRAVAR-SALDO UNTIL FIM-ARQUIVO.
            CLOSE PRODUTOS.
            CLOSE ESTDEP.

       1100-LER-PRODUTO.
            READ PRODUTOS NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-GRAVAR-SALDO.
            MOVE PROD-CODIGO      TO EDP-CODPROD.
            MOVE '01'             TO EDP-DEPOSITO.
            MOVE PROD-QTESTOQUE   TO EDP-QTESTOQUE.
            MOVE PROD-QTRESERVADA TO EDP-QTRESERVADA.
            MOVE ZEROS            TO EDP-QTTRANSITO.
            MOVE PROD-LOCACAO     TO EDP-LOCACAO.
            WRITE ESTDEP-REG
              INVALID KEY
                IF ESTDEP-STATUS = 22
                    ADD 1 TO WRK-QTJATINHA
                ELSE
                    ADD 1 TO WRK-QTERROS
                    DISPLAY 'ESTDEPCV: ERRO GRAVANDO SALDO - PRODUTO '
                            PROD-CODIGO ' STATUS ' ESTDEP-STATUS
                END-IF
              NOT INVALID KEY
                ADD 1 TO WRK-QTCARGA
            END-WRITE.
            PERFORM 1100-LER-PRODUTO.

       8000-RESUMO.
            DISPLAY 'SALDOS CARREGADOS NO 01: ' WRK-QTCARGA.
            DISPLAY 'JA EXISTIAM (MANTIDOS).: ' WRK-QTJATINHA.
            DISPLAY 'ERROS DE GRAVACAO......: ' WRK-QTERROS.
            IF WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
