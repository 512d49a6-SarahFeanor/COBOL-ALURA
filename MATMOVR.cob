       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATMOVR.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: RELATORIO MENSAL DO MOVIMENTO DAS MATRICULAS -
      *           LE O MATMOV.DAT (GRAVADO PELO MATMANUT) E LISTA EM
      *           MATMOVR.RPT AS ENTRADAS, DESISTENCIAS E
      *           TRANSFERENCIAS DE TURMA COM DATA EFETIVA NO MES,
      *           SEGUIDAS DO RESUMO POR TURMA: ENTRADAS,
      *           DESISTENCIAS, TRANSFERIDOS PARA FORA E RECEBIDOS
      *           E O SALDO DO MES
      *           COMPETENCIA: VARIAVEL MATMOVR_COMPETENCIA (AAAAMM)
      *           - SEM ELA VALE O MES CORRENTE, COMO NO MENSALID
      *           TURMA QUE NAO ESTA NO MESTRE TURMAS.DAT SAI NO
      *           RESUMO MARCADA COMO NAO CADASTRADA
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO 'TURMAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT MATMOV ASSIGN TO 'MATMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MOV-STATUS.
           SELECT MOVIMENTO-RPT ASSIGN TO 'MATMOVR.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
           COPY TURMAS.

       FD MATMOV.
           COPY MATMOV.

       FD MOVIMENTO-RPT.
       01 RPT-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 TURMAS-STATUS   PIC 9(02).
       77 MOV-STATUS      PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-INF    PIC X(06) VALUE SPACES.
       77 WRK-FIMTUR      PIC X(01) VALUE 'N'.
           88 FIM-TURMAS VALUE 'S'.
       77 WRK-FIMMOV      PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTO VALUE 'S'.
       77 WRK-QTTURMAS    PIC 9(03) VALUE 0.
       77 WRK-IX-TUR      PIC 9(03) VALUE 0.
       77 WRK-IX-ACHADA   PIC 9(03) VALUE 0.
       77 WRK-TURMA-PROC  PIC X(06) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-QTMOVTOS    PIC 9(05) VALUE 0.
       77 WRK-QTENTRADAS  PIC 9(05) VALUE 0.
       77 WRK-QTDESIST    PIC 9(05) VALUE 0.
       77 WRK-QTTRANSF    PIC 9(05) VALUE 0.
       77 WRK-SALDO-TUR   PIC S9(05) VALUE ZEROS.
       01 WRK-DATA-PARTES.
           05 WRK-DP-ANO PIC 9(04).
           05 WRK-DP-MES PIC 9(02).
           05 WRK-DP-DIA PIC 9(02).
       01 WRK-TAB-TURMAS.
      *    O MESTRE DE TURMAS EM MEMORIA, COMO NO TURMOCUP - O
      *    MOVIMENTO E SOMADO NA TABELA E O RESUMO SAI NA ORDEM DO
      *    CODIGO DA TURMA
           05 WRK-TUR OCCURS 200 TIMES.
               10 WRK-TUR-CODIGO  PIC X(06).
               10 WRK-TUR-DESCR   PIC X(30).
               10 WRK-TUR-ENTRAM  PIC 9(04).
               10 WRK-TUR-DESIST  PIC 9(04).
               10 WRK-TUR-TRF-SAI PIC 9(04).
               10 WRK-TUR-TRF-ENT PIC 9(04).

       01 RPT-TITULO.
           05 FILLER      PIC X(40) VALUE
              'MOVIMENTO DAS MATRICULAS - COMPETENCIA '.
           05 RPT-TIT-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-TIT-ANO PIC 9999.
       01 RPT-CAB-MOVTO.
           05 FILLER PIC X(49) VALUE 'DATA EFET. MATRIC NOME'.
           05 FILLER PIC X(34) VALUE
              'MOVIMENTO     ORIGEM DESTIN MOTIVO'.
       01 RPT-MOVTO.
           05 RPT-DIA     PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-MES     PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-ANO     PIC 9999.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-MATRICULA PIC 9(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-NOME    PIC X(30).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-TIPO    PIC X(13).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-ORIGEM  PIC X(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-DESTINO PIC X(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-MOTIVO  PIC X(30).
       01 RPT-CAB-RESUMO.
           05 FILLER PIC X(38) VALUE 'TURMA  DESCRICAO'.
           05 FILLER PIC X(35) VALUE
              'ENTRAD DESIST  TRFSAI  TRFENT SALDO'.
       01 RPT-RESUMO.
           05 RPT-TURMA   PIC X(06).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-DESCR   PIC X(30).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-ENTRAM  PIC ZZZZZ9.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-DESIST  PIC ZZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-TRF-SAI PIC ZZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-TRF-ENT PIC ZZZZZ9.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-SALDO   PIC -ZZZ9.
       01 RPT-TOTAL.
           05 FILLER      PIC X(38) VALUE 'TOTAL DO MES'.
           05 RPT-TOT-ENTRAM PIC ZZZZZ9.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-TOT-DESIST PIC ZZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-TOT-TRF-SAI PIC ZZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RPT-TOT-TRF-ENT PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            PERFORM 2000-LER-MOVIMENTO THRU 2000-SAIDA.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'MATMOVR_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-COMPETENCIA
            END-IF.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                DISPLAY 'MATMOVR: NAO ABRIU TURMAS.DAT'
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            PERFORM 1100-CARREGAR-TURMAS.
            CLOSE TURMAS.
            IF TABELA-ESTOURADA
                DISPLAY 'MATMOVR: TURMAS.DAT PASSOU DE 200 TURMAS'
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN OUTPUT MOVIMENTO-RPT.
            MOVE WRK-COMPETENCIA TO WRK-DATA-PARTES(1:6).
            MOVE WRK-DP-MES TO RPT-TIT-MES.
            MOVE WRK-DP-ANO TO RPT-TIT-ANO.
            MOVE RPT-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-CAB-MOVTO TO RPT-LINHA.
            WRITE RPT-LINHA.
       1000-SAIDA.
            EXIT.

       1100-CARREGAR-TURMAS.
            MOVE LOW-VALUES TO TUR-CHAVE.
            START TURMAS KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMTUR
            END-START.
            IF NOT FIM-TURMAS
                PERFORM 1150-LER-TURMA
                PERFORM 1200-GUARDAR-TURMA UNTIL FIM-TURMAS
            END-IF.

       1150-LER-TURMA.
            READ TURMAS NEXT
                AT END MOVE 'S' TO WRK-FIMTUR
            END-READ.

       1200-GUARDAR-TURMA.
            MOVE TUR-CODIGO TO WRK-TURMA-PROC.
            PERFORM 2500-LOCALIZAR-TURMA.
            IF WRK-IX-TUR > 0
                MOVE TUR-DESCRICAO TO WRK-TUR-DESCR(WRK-IX-TUR)
            END-IF.
            PERFORM 1150-LER-TURMA.

       2000-LER-MOVIMENTO.
            IF RETURN-CODE NOT = 0
                GO TO 2000-SAIDA
            END-IF.
            OPEN INPUT MATMOV.
            IF MOV-STATUS NOT = 0
                DISPLAY 'MATMOVR: MATMOV.DAT AUSENTE - NENHUM '
                        'MOVIMENTO REGISTRADO'
                MOVE 4 TO RETURN-CODE
                GO TO 2000-SAIDA
            END-IF.
            PERFORM 2050-LER-MATMOV.
            PERFORM 2100-TRATAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
            CLOSE MATMOV.
       2000-SAIDA.
            EXIT.

       2050-LER-MATMOV.
            READ MATMOV
                AT END MOVE 'S' TO WRK-FIMMOV
            END-READ.

       2100-TRATAR-MOVIMENTO.
            IF MMV-DATA-EFETIVA(1:6) = WRK-COMPETENCIA
                ADD 1 TO WRK-QTMOVTOS
                PERFORM 2200-IMPRIMIR-MOVIMENTO
                PERFORM 2300-SOMAR-MOVIMENTO
            END-IF.
            PERFORM 2050-LER-MATMOV.

       2200-IMPRIMIR-MOVIMENTO.
            MOVE MMV-DATA-EFETIVA TO WRK-DATA-PARTES.
            MOVE WRK-DP-DIA      TO RPT-DIA.
            MOVE WRK-DP-MES      TO RPT-MES.
            MOVE WRK-DP-ANO      TO RPT-ANO.
            MOVE MMV-MATRICULA   TO RPT-MATRICULA.
            MOVE MMV-NOME        TO RPT-NOME.
            EVALUATE TRUE
              WHEN MMV-ENTRADA
                MOVE 'ENTRADA'       TO RPT-TIPO
              WHEN MMV-DESISTENCIA
                MOVE 'DESISTENCIA'   TO RPT-TIPO
              WHEN MMV-TRANSFERENCIA
                MOVE 'TRANSFERENCIA' TO RPT-TIPO
              WHEN OTHER
                MOVE MMV-TIPO        TO RPT-TIPO
            END-EVALUATE.
            MOVE MMV-TURMA-ORIGEM  TO RPT-ORIGEM.
            MOVE MMV-TURMA-DESTINO TO RPT-DESTINO.
            MOVE MMV-MOTIVO        TO RPT-MOTIVO.
            MOVE RPT-MOVTO TO RPT-LINHA.
            WRITE RPT-LINHA.

       2300-SOMAR-MOVIMENTO.
      *    A TRANSFERENCIA CONTA NAS DUAS TURMAS: SAIDA NA ORIGEM E
      *    ENTRADA NO DESTINO
            EVALUATE TRUE
              WHEN MMV-ENTRADA
                ADD 1 TO WRK-QTENTRADAS
                MOVE MMV-TURMA-DESTINO TO WRK-TURMA-PROC
                PERFORM 2500-LOCALIZAR-TURMA
                IF WRK-IX-TUR > 0
                    ADD 1 TO WRK-TUR-ENTRAM(WRK-IX-TUR)
                END-IF
              WHEN MMV-DESISTENCIA
                ADD 1 TO WRK-QTDESIST
                MOVE MMV-TURMA-ORIGEM TO WRK-TURMA-PROC
                PERFORM 2500-LOCALIZAR-TURMA
                IF WRK-IX-TUR > 0
                    ADD 1 TO WRK-TUR-DESIST(WRK-IX-TUR)
                END-IF
              WHEN MMV-TRANSFERENCIA
                ADD 1 TO WRK-QTTRANSF
                MOVE MMV-TURMA-ORIGEM TO WRK-TURMA-PROC
                PERFORM 2500-LOCALIZAR-TURMA
                IF WRK-IX-TUR > 0
                    ADD 1 TO WRK-TUR-TRF-SAI(WRK-IX-TUR)
                END-IF
                MOVE MMV-TURMA-DESTINO TO WRK-TURMA-PROC
                PERFORM 2500-LOCALIZAR-TURMA
                IF WRK-IX-TUR > 0
                    ADD 1 TO WRK-TUR-TRF-ENT(WRK-IX-TUR)
                END-IF
            END-EVALUATE.

       2500-LOCALIZAR-TURMA.
      *    DEVOLVE EM WRK-IX-TUR A POSICAO DA TURMA - TURMA NOVA
      *    ENTRA NO FIM DA TABELA (ZERO QUANDO NAO CABE MAIS)
            MOVE 0 TO WRK-IX-ACHADA.
            PERFORM VARYING WRK-IX-TUR FROM 1 BY 1
                    UNTIL WRK-IX-TUR > WRK-QTTURMAS
                    OR WRK-IX-ACHADA > 0
                IF WRK-TUR-CODIGO(WRK-IX-TUR) = WRK-TURMA-PROC
                    MOVE WRK-IX-TUR TO WRK-IX-ACHADA
                END-IF
            END-PERFORM.
            MOVE WRK-IX-ACHADA TO WRK-IX-TUR.
            IF WRK-IX-TUR = 0
                IF WRK-QTTURMAS < 200
                    ADD 1 TO WRK-QTTURMAS
                    MOVE WRK-QTTURMAS TO WRK-IX-TUR
                    MOVE WRK-TURMA-PROC TO WRK-TUR-CODIGO(WRK-IX-TUR)
                    MOVE '*** TURMA NAO CADASTRADA'
                        TO WRK-TUR-DESCR(WRK-IX-TUR)
                    MOVE 0 TO WRK-TUR-ENTRAM(WRK-IX-TUR)
                    MOVE 0 TO WRK-TUR-DESIST(WRK-IX-TUR)
                    MOVE 0 TO WRK-TUR-TRF-SAI(WRK-IX-TUR)
                    MOVE 0 TO WRK-TUR-TRF-ENT(WRK-IX-TUR)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                    MOVE 0 TO WRK-IX-TUR
                END-IF
            END-IF.

       3000-FINALIZAR.
            IF RETURN-CODE NOT = 16
                PERFORM 3100-IMPRIMIR-RESUMO
                CLOSE MOVIMENTO-RPT
            END-IF.
            DISPLAY '===== MATMOVR - MOVIMENTO DAS MATRICULAS ====='.
            DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA.
            DISPLAY 'MOVIMENTOS NO MES....: ' WRK-QTMOVTOS.
            DISPLAY 'ENTRADAS.............: ' WRK-QTENTRADAS.
            DISPLAY 'DESISTENCIAS.........: ' WRK-QTDESIST.
            DISPLAY 'TRANSFERENCIAS.......: ' WRK-QTTRANSF.
            IF TABELA-ESTOURADA
                DISPLAY 'MATMOVR: MAIS DE 200 TURMAS - RESUMO '
                        'INCOMPLETO'
                MOVE 16 TO RETURN-CODE
            END-IF.

       3100-IMPRIMIR-RESUMO.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'RESUMO POR TURMA' TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-CAB-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3200-IMPRIMIR-TURMA
                VARYING WRK-IX-TUR FROM 1 BY 1
                UNTIL WRK-IX-TUR > WRK-QTTURMAS.
            MOVE WRK-QTENTRADAS TO RPT-TOT-ENTRAM.
            MOVE WRK-QTDESIST   TO RPT-TOT-DESIST.
            MOVE WRK-QTTRANSF   TO RPT-TOT-TRF-SAI RPT-TOT-TRF-ENT.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.

       3200-IMPRIMIR-TURMA.
      *    SO SAI A TURMA QUE TEVE MOVIMENTO NO MES
            IF WRK-TUR-ENTRAM(WRK-IX-TUR) = 0
             AND WRK-TUR-DESIST(WRK-IX-TUR) = 0
             AND WRK-TUR-TRF-SAI(WRK-IX-TUR) = 0
             AND WRK-TUR-TRF-ENT(WRK-IX-TUR) = 0
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-SALDO-TUR = WRK-TUR-ENTRAM(WRK-IX-TUR)
                + WRK-TUR-TRF-ENT(WRK-IX-TUR)
                - WRK-TUR-DESIST(WRK-IX-TUR)
                - WRK-TUR-TRF-SAI(WRK-IX-TUR).
            MOVE WRK-TUR-CODIGO(WRK-IX-TUR)  TO RPT-TURMA.
            MOVE WRK-TUR-DESCR(WRK-IX-TUR)   TO RPT-DESCR.
            MOVE WRK-TUR-ENTRAM(WRK-IX-TUR)  TO RPT-ENTRAM.
            MOVE WRK-TUR-DESIST(WRK-IX-TUR)  TO RPT-DESIST.
            MOVE WRK-TUR-TRF-SAI(WRK-IX-TUR) TO RPT-TRF-SAI.
            MOVE WRK-TUR-TRF-ENT(WRK-IX-TUR) TO RPT-TRF-ENT.
            MOVE WRK-SALDO-TUR TO RPT-SALDO.
            MOVE RPT-RESUMO TO RPT-LINHA.
            WRITE RPT-LINHA.
