      * ALTERADO = 02/09/2026 - SARAH - TABELA DE FREQUENCIA
      *            ESTOURADA RECUSA A CHAMADA - A REGRAVACAO NAO
      *            PODE PERDER O RABO DO FREQUENC.DAT
      * ALTERADO = 15/10/2026 - SARAH - PROFESSOR INFORMA O CODIGO E
      *            A CHAMADA SO OFERECE AS TURMAS DO QUADRO DE
      *            HORARIOS (HORARIO.DAT) EM QUE ELE DA AULA NO DIA
      *            DA SEMANA DA DATA DA AULA
      ************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT HORARIOS ASSIGN TO 'HORARIO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HOR-STATUS
             RECORD KEY IS HOR-CHAVE
             ALTERNATE RECORD KEY IS HOR-CHAVE-SALA
             ALTERNATE RECORD KEY IS HOR-CHAVE-PROF.
           SELECT PROFESSORES ASSIGN TO 'PROFESS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PROF-STATUS
             RECORD KEY IS PRF-CHAVE.
           SELECT FREQUENCIA ASSIGN TO 'FREQUENC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRQ-STATUS.
       FD TURMAS.
           COPY TURMAS.

       FD HORARIOS.
           COPY HORARIO.

       FD PROFESSORES.
           COPY PROFESS.

       FD FREQUENCIA.
       01 FRQ-REG.
            05 FRQ-MATRICULA   PIC 9(06).
       77 MAT-STATUS       PIC 9(02).
       77 TURMAS-STATUS    PIC 9(02).
       77 FRQ-STATUS       PIC 9(02).
       77 HOR-STATUS       PIC 9(02).
       77 PROF-STATUS      PIC 9(02).
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO      PIC X(30).
       77 WRK-DATA-AULA    PIC 9(08) VALUE ZEROS.
       77 WRK-TURMA-OK     PIC X(01) VALUE 'S'.
           88 TURMA-OK VALUE 'S'.
       77 WRK-PROFESSOR    PIC X(06) VALUE SPACES.
       77 WRK-DIASEM       PIC 9(01) VALUE 0.
       77 WRK-QUADRO       PIC X(01) VALUE 'N'.
           88 QUADRO-EM-USO VALUE 'S'.
       77 WRK-FIMHOR       PIC X(01) VALUE 'N'.
           88 FIM-HORARIOS VALUE 'S'.
       77 WRK-QTTURMAS-DIA PIC 9(02) VALUE 0.
       77 WRK-IX-TDIA      PIC 9(02) VALUE 0.
       77 WRK-ACHOU-TDIA   PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA-DIA VALUE 'S'.
       77 WRK-LISTA-TURMAS PIC X(63) VALUE SPACES.
       77 WRK-PONTEIRO     PIC 9(02) VALUE 1.
      *    TURMAS DO PROFESSOR NO DIA DA AULA - UMA POR TEMPO NO
      *    MAXIMO, PELO QUADRO DE HORARIOS
       01 WRK-TAB-TURMAS-DIA.
           05 WRK-TDIA-TURMA PIC X(06) OCCURS 9 TIMES.
       77 WRK-PRESENCA     PIC X(01) VALUE SPACES.
           88 MARCA-PRESENTE VALUE 'P' 'p'.
           88 MARCA-AUSENTE  VALUE 'A' 'a'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-AULA.
            05 LINE 04 COLUMN 10 VALUE 'PROFESSOR '.
            05 COLUMN PLUS 2 PIC X(06) USING WRK-PROFESSOR.
            05 LINE 05 COLUMN 10 VALUE 'DATA AULA '.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-DATA-AULA.
       01 TELA-TURMA.
            05 LINE 06 COLUMN 10 VALUE 'TURMA.... '.
            05 COLUMN PLUS 2 PIC X(06) USING WRK-TURMA.
       01 SS-TURMAS-DIA.
            05 LINE 12 COLUMN 10 VALUE 'SUAS TURMAS NO DIA: '.
            05 LINE 13 COLUMN 10 PIC X(63) FROM WRK-LISTA-TURMAS.
       01 TELA-CHAMADA.
            05 SS-ALUNO-CHAMADA.
               10 LINE 07 COLUMN 10 VALUE 'MATRICULA '.
            MOVE 'MODULO - CHAMADA ' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT TELA-AULA.
            PERFORM 1050-TURMAS-DO-PROFESSOR.
            IF NOT TURMA-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF QUADRO-EM-USO
                DISPLAY SS-TURMAS-DIA
                IF WRK-QTTURMAS-DIA = 1
                    MOVE WRK-TDIA-TURMA(1) TO WRK-TURMA
                END-IF
            END-IF.
            ACCEPT TELA-TURMA.
            PERFORM 1100-VALIDAR-TURMA.
            IF NOT TURMA-OK
                ACCEPT MOSTRA-ERRO
                ACCEPT MOSTRA-ERRO
            END-IF.

       1050-TURMAS-DO-PROFESSOR.
      *    COM O QUADRO DE HORARIOS (HORARIO.DAT) SO SAO OFERECIDAS
      *    AS TURMAS EM QUE O PROFESSOR TEM AULA NO DIA DA SEMANA
      *    DA DATA DA AULA; SEM O QUADRO A CHAMADA SEGUE ABERTA A
      *    QUALQUER TURMA, COMO ANTES
            MOVE 'S' TO WRK-TURMA-OK.
            MOVE 'N' TO WRK-QUADRO.
            MOVE 0   TO WRK-QTTURMAS-DIA.
            OPEN INPUT HORARIOS.
            IF HOR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-QUADRO.
            PERFORM 1060-VALIDAR-PROFESSOR.
            IF TURMA-OK
                CALL 'DIASEMAN' USING WRK-DATA-AULA WRK-DIASEM
                IF WRK-DIASEM = 0
                    MOVE 'N' TO WRK-TURMA-OK
                    MOVE 'DATA DA AULA INVALIDA' TO WRK-MSGERRO
                END-IF
            END-IF.
            IF TURMA-OK
                PERFORM 1070-CARREGAR-TURMAS-DIA
                IF WRK-QTTURMAS-DIA = 0
                    MOVE 'N' TO WRK-TURMA-OK
                    MOVE 'SEM AULA SUA NESTE DIA' TO WRK-MSGERRO
                END-IF
            END-IF.
            CLOSE HORARIOS.

       1060-VALIDAR-PROFESSOR.
            OPEN INPUT PROFESSORES.
            IF PROF-STATUS NOT = 0
                MOVE 'N' TO WRK-TURMA-OK
                MOVE 'PROFESS.DAT INDISPONIVEL' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-PROFESSOR TO PRF-CODIGO.
            READ PROFESSORES
              INVALID KEY
                MOVE 'N' TO WRK-TURMA-OK
                MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                IF PRF-INATIVO
                    MOVE 'N' TO WRK-TURMA-OK
                    MOVE 'PROFESSOR INATIVO' TO WRK-MSGERRO
                END-IF
            END-READ.
            CLOSE PROFESSORES.

       1070-CARREGAR-TURMAS-DIA.
      *    PELA CHAVE DO PROFESSOR AS AULAS DO DIA VEM EM ORDEM DE
      *    TEMPO
            MOVE 'N'           TO WRK-FIMHOR.
            MOVE SPACES        TO WRK-LISTA-TURMAS.
            MOVE 1             TO WRK-PONTEIRO.
            MOVE WRK-PROFESSOR TO HOR-PROFESSOR.
            MOVE WRK-DIASEM    TO HOR-PROF-DIA.
            MOVE 0             TO HOR-PROF-TEMPO.
            START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE-PROF
                INVALID KEY
                    MOVE 'S' TO WRK-FIMHOR
            END-START.
            IF NOT FIM-HORARIOS
                PERFORM 1080-LER-AULA-PROFESSOR
            END-IF.
            PERFORM 1090-GUARDAR-TURMA-DIA UNTIL FIM-HORARIOS.

       1080-LER-AULA-PROFESSOR.
            READ HORARIOS NEXT
                AT END MOVE 'S' TO WRK-FIMHOR
            END-READ.
            IF NOT FIM-HORARIOS
             AND (HOR-PROFESSOR NOT = WRK-PROFESSOR
              OR HOR-PROF-DIA NOT = WRK-DIASEM)
                MOVE 'S' TO WRK-FIMHOR
            END-IF.

       1090-GUARDAR-TURMA-DIA.
      *    TURMA COM DOIS TEMPOS NO DIA ENTRA UMA VEZ SO
            MOVE HOR-TURMA TO WRK-TURMA.
            PERFORM 1095-PROCURAR-TURMA-DIA.
            IF NOT ACHOU-TURMA-DIA AND WRK-QTTURMAS-DIA < 9
                ADD 1 TO WRK-QTTURMAS-DIA
                MOVE HOR-TURMA TO WRK-TDIA-TURMA(WRK-QTTURMAS-DIA)
                STRING HOR-TURMA ' ' DELIMITED BY SIZE
                    INTO WRK-LISTA-TURMAS
                    WITH POINTER WRK-PONTEIRO
                END-STRING
            END-IF.
            MOVE SPACES TO WRK-TURMA.
            PERFORM 1080-LER-AULA-PROFESSOR.

       1095-PROCURAR-TURMA-DIA.
            MOVE 'N' TO WRK-ACHOU-TDIA.
            PERFORM VARYING WRK-IX-TDIA FROM 1 BY 1
                    UNTIL WRK-IX-TDIA > WRK-QTTURMAS-DIA
                    OR ACHOU-TURMA-DIA
                IF WRK-TDIA-TURMA(WRK-IX-TDIA) = WRK-TURMA
                    MOVE 'S' TO WRK-ACHOU-TDIA
                END-IF
            END-PERFORM.

       1100-VALIDAR-TURMA.
            MOVE 'S' TO WRK-TURMA-OK.
            IF QUADRO-EM-USO
                PERFORM 1095-PROCURAR-TURMA-DIA
                IF NOT ACHOU-TURMA-DIA
                    MOVE 'N' TO WRK-TURMA-OK
                    MOVE 'TURMA FORA DO SEU HORARIO' TO WRK-MSGERRO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                MOVE 'N' TO WRK-TURMA-OK
