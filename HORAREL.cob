       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAREL.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: IMPRIMIR O QUADRO DE HORARIOS (HORARIO.DAT) EM
      *           HORAREL.RPT - UMA PAGINA POR TURMA (AULAS EM ORDEM
      *           DE DIA E TEMPO, COM SALA E PROFESSOR) E UMA
      *           PAGINA POR PROFESSOR (AULAS EM ORDEM DE DIA E
      *           TEMPO, COM TURMA E SALA) PARA O MURAL E PARA A
      *           PASTA DE CADA PROFESSOR
      *           HORAREL_TIPO: T SO TURMAS, P SO PROFESSORES, EM
      *           BRANCO OS DOIS
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS ASSIGN TO 'HORARIO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HOR-STATUS
             RECORD KEY IS HOR-CHAVE
             ALTERNATE RECORD KEY IS HOR-CHAVE-SALA
             ALTERNATE RECORD KEY IS HOR-CHAVE-PROF.
           SELECT TURMAS ASSIGN TO 'TURMAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT PROFESSORES ASSIGN TO 'PROFESS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROF-STATUS
             RECORD KEY IS PRF-CHAVE.
           SELECT HORAREL-RPT ASSIGN TO 'HORAREL.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS.
           COPY HORARIO.

       FD TURMAS.
           COPY TURMAS.

       FD PROFESSORES.
           COPY PROFESS.

       FD HORAREL-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 HOR-STATUS       PIC 9(02).
       77 TURMAS-STATUS    PIC 9(02).
       77 PROF-STATUS      PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-TURMAS-OK    PIC X(01) VALUE 'N'.
           88 TURMAS-ABERTO VALUE 'S'.
       77 WRK-PROFESS-OK   PIC X(01) VALUE 'N'.
           88 PROFESS-ABERTO VALUE 'S'.
       77 WRK-FIMHOR       PIC X(01) VALUE 'N'.
           88 FIM-HORARIOS VALUE 'S'.
       77 WRK-TIPO         PIC X(01) VALUE SPACES.
           88 TIPO-TURMAS      VALUE 'T' ' '.
           88 TIPO-PROFESSORES VALUE 'P' ' '.
       77 WRK-QUEBRA       PIC X(06) VALUE SPACES.
       77 WRK-QTAULAS      PIC 9(05) VALUE 0.
       77 WRK-QTTURMAS     PIC 9(05) VALUE 0.
       77 WRK-QTPROFS      PIC 9(05) VALUE 0.
       01 WRK-TAB-DIAS-INI.
           05 FILLER PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER PIC X(07) VALUE 'TERCA  '.
           05 FILLER PIC X(07) VALUE 'QUARTA '.
           05 FILLER PIC X(07) VALUE 'QUINTA '.
           05 FILLER PIC X(07) VALUE 'SEXTA  '.
           05 FILLER PIC X(07) VALUE 'SABADO '.
       01 WRK-TAB-DIAS REDEFINES WRK-TAB-DIAS-INI.
           05 WRK-NOME-DIA PIC X(07) OCCURS 6 TIMES.

       01 RPT-CAB-TURMA.
           05 FILLER        PIC X(21) VALUE
              'HORARIO DA TURMA    '.
           05 RPT-CT-TURMA  PIC X(06).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 RPT-CT-DESCR  PIC X(30).
       01 RPT-COL-TURMA.
           05 FILLER PIC X(08) VALUE 'DIA'.
           05 FILLER PIC X(07) VALUE 'TEMPO'.
           05 FILLER PIC X(08) VALUE 'SALA'.
           05 FILLER PIC X(22) VALUE 'DISCIPLINA'.
           05 FILLER PIC X(30) VALUE 'PROFESSOR'.
       01 RPT-DET-TURMA.
           05 RPT-DT-DIA    PIC X(07).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RPT-DT-TEMPO  PIC 9(01).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 RPT-DT-SALA   PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DT-DISC   PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DT-PROF   PIC X(30).
       01 RPT-CAB-PROF.
           05 FILLER        PIC X(21) VALUE
              'HORARIO DO PROFESSOR '.
           05 RPT-CP-PROF   PIC X(06).
           05 FILLER        PIC X(03) VALUE ' - '.
           05 RPT-CP-NOME   PIC X(30).
       01 RPT-COL-PROF.
           05 FILLER PIC X(08) VALUE 'DIA'.
           05 FILLER PIC X(07) VALUE 'TEMPO'.
           05 FILLER PIC X(08) VALUE 'TURMA'.
           05 FILLER PIC X(08) VALUE 'SALA'.
           05 FILLER PIC X(20) VALUE 'DISCIPLINA'.
       01 RPT-DET-PROF.
           05 RPT-DP-DIA    PIC X(07).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RPT-DP-TEMPO  PIC 9(01).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 RPT-DP-TURMA  PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DP-SALA   PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DP-DISC   PIC X(20).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            IF RETURN-CODE = 0
                IF TIPO-TURMAS
                    PERFORM 2000-HORARIO-TURMAS
                END-IF
                IF TIPO-PROFESSORES
                    PERFORM 3000-HORARIO-PROFESSORES
                END-IF
            END-IF.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-TIPO FROM ENVIRONMENT 'HORAREL_TIPO'.
            IF WRK-TIPO = 't'
                MOVE 'T' TO WRK-TIPO
            END-IF.
            IF WRK-TIPO = 'p'
                MOVE 'P' TO WRK-TIPO
            END-IF.
            IF NOT TIPO-TURMAS AND NOT TIPO-PROFESSORES
                DISPLAY 'HORAREL: HORAREL_TIPO DEVE SER T, P OU BRANCO'
                MOVE 12 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN INPUT HORARIOS.
            IF HOR-STATUS NOT = 0
                DISPLAY 'HORAREL: SEM HORARIO.DAT - STATUS '
                        HOR-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
      *    SEM OS MESTRES O QUADRO SAI SO COM OS CODIGOS
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS = 0
                MOVE 'S' TO WRK-TURMAS-OK
            END-IF.
            OPEN INPUT PROFESSORES.
            IF PROF-STATUS = 0
                MOVE 'S' TO WRK-PROFESS-OK
            END-IF.
            OPEN OUTPUT HORAREL-RPT.
       1000-SAIDA.
            EXIT.

       2000-HORARIO-TURMAS.
            MOVE 'N'        TO WRK-FIMHOR.
            MOVE SPACES     TO WRK-QUEBRA.
            MOVE LOW-VALUES TO HOR-CHAVE.
            START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMHOR
            END-START.
            IF NOT FIM-HORARIOS
                PERFORM 2100-LER-HORARIO
            END-IF.
            PERFORM 2200-IMPRIMIR-AULA-TURMA UNTIL FIM-HORARIOS.

       2100-LER-HORARIO.
            READ HORARIOS NEXT
                AT END MOVE 'S' TO WRK-FIMHOR
            END-READ.

       2200-IMPRIMIR-AULA-TURMA.
            IF HOR-TURMA NOT = WRK-QUEBRA
                PERFORM 2300-CABECALHO-TURMA
            END-IF.
            MOVE WRK-NOME-DIA(HOR-DIA - 1) TO RPT-DT-DIA.
            MOVE HOR-TEMPO      TO RPT-DT-TEMPO.
            MOVE HOR-SALA       TO RPT-DT-SALA.
            MOVE HOR-DISCIPLINA TO RPT-DT-DISC.
            PERFORM 2400-NOME-PROFESSOR.
            MOVE RPT-DET-TURMA TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD 1 TO WRK-QTAULAS.
            PERFORM 2100-LER-HORARIO.

       2300-CABECALHO-TURMA.
            MOVE HOR-TURMA TO WRK-QUEBRA.
            ADD 1 TO WRK-QTTURMAS.
            MOVE HOR-TURMA TO RPT-CT-TURMA.
            MOVE SPACES    TO RPT-CT-DESCR.
            IF TURMAS-ABERTO
                MOVE HOR-TURMA TO TUR-CODIGO
                READ TURMAS
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE TUR-DESCRICAO TO RPT-CT-DESCR
                END-READ
            END-IF.
            MOVE RPT-CAB-TURMA TO RPT-LINHA.
            WRITE RPT-LINHA AFTER ADVANCING PAGE.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COL-TURMA TO RPT-LINHA.
            WRITE RPT-LINHA.

       2400-NOME-PROFESSOR.
            MOVE HOR-PROFESSOR TO RPT-DT-PROF.
            IF PROFESS-ABERTO
                MOVE HOR-PROFESSOR TO PRF-CODIGO
                READ PROFESSORES
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE PRF-NOME TO RPT-DT-PROF
                END-READ
            END-IF.

       3000-HORARIO-PROFESSORES.
      *    PELA CHAVE DO PROFESSOR O ARQUIVO JA VEM EM ORDEM DE
      *    PROFESSOR, DIA E TEMPO
            MOVE 'N'        TO WRK-FIMHOR.
            MOVE SPACES     TO WRK-QUEBRA.
            MOVE LOW-VALUES TO HOR-CHAVE-PROF.
            START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE-PROF
                INVALID KEY
                    MOVE 'S' TO WRK-FIMHOR
            END-START.
            IF NOT FIM-HORARIOS
                PERFORM 2100-LER-HORARIO
            END-IF.
            PERFORM 3200-IMPRIMIR-AULA-PROF UNTIL FIM-HORARIOS.

       3200-IMPRIMIR-AULA-PROF.
            IF HOR-PROFESSOR NOT = WRK-QUEBRA
                PERFORM 3300-CABECALHO-PROFESSOR
            END-IF.
            MOVE WRK-NOME-DIA(HOR-DIA - 1) TO RPT-DP-DIA.
            MOVE HOR-TEMPO      TO RPT-DP-TEMPO.
            MOVE HOR-TURMA      TO RPT-DP-TURMA.
            MOVE HOR-SALA       TO RPT-DP-SALA.
            MOVE HOR-DISCIPLINA TO RPT-DP-DISC.
            MOVE RPT-DET-PROF TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF WRK-TIPO = 'P'
                ADD 1 TO WRK-QTAULAS
            END-IF.
            PERFORM 2100-LER-HORARIO.

       3300-CABECALHO-PROFESSOR.
            MOVE HOR-PROFESSOR TO WRK-QUEBRA.
            ADD 1 TO WRK-QTPROFS.
            MOVE HOR-PROFESSOR TO RPT-CP-PROF.
            MOVE SPACES        TO RPT-CP-NOME.
            IF PROFESS-ABERTO
                MOVE HOR-PROFESSOR TO PRF-CODIGO
                READ PROFESSORES
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE PRF-NOME TO RPT-CP-NOME
                END-READ
            END-IF.
            MOVE RPT-CAB-PROF TO RPT-LINHA.
            WRITE RPT-LINHA AFTER ADVANCING PAGE.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COL-PROF TO RPT-LINHA.
            WRITE RPT-LINHA.

       4000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE HORARIOS
                CLOSE HORAREL-RPT
                IF TURMAS-ABERTO
                    CLOSE TURMAS
                END-IF
                IF PROFESS-ABERTO
                    CLOSE PROFESSORES
                END-IF
            END-IF.
            DISPLAY '===== HORAREL - QUADRO DE HORARIOS ====='.
            DISPLAY 'AULAS NO QUADRO......: ' WRK-QTAULAS.
            DISPLAY 'TURMAS IMPRESSAS.....: ' WRK-QTTURMAS.
            DISPLAY 'PROFESSORES IMPRESSOS: ' WRK-QTPROFS.
