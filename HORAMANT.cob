       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAMANT.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: MANUTENCAO DO QUADRO DE HORARIOS (HORARIO.DAT)
      *           EM TELA - INCLUSAO, CONSULTA, ALTERACAO E
      *           EXCLUSAO DA AULA DE UMA TURMA NUM DIA DA SEMANA
      *           E TEMPO, COM SALA E PROFESSOR
      *           A TURMA TEM QUE ESTAR ATIVA NO TURMAS.DAT E O
      *           PROFESSOR ATIVO NO PROFESS.DAT; SALA OU
      *           PROFESSOR JA OCUPADOS NO MESMO DIA E TEMPO (EM
      *           OUTRA TURMA) SAO RECUSADOS COM A TURMA QUE OS
      *           OCUPA
      *           DIAS: 2 SEGUNDA ... 6 SEXTA, 7 SABADO
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
       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS.
           COPY HORARIO.

       FD TURMAS.
           COPY TURMAS.

       FD PROFESSORES.
           COPY PROFESS.

       WORKING-STORAGE SECTION.
       77 HOR-STATUS      PIC 9(02).
       77 TURMAS-STATUS   PIC 9(02).
       77 PROF-STATUS     PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-AULA-OK     PIC X(01) VALUE 'S'.
           88 AULA-OK VALUE 'S'.
       77 WRK-TURMA-OCUPA PIC X(06) VALUE SPACES.
      *    IMAGEM DA AULA DIGITADA - A PROCURA DE CONFLITO LE
      *    OUTRAS AULAS NA MESMA AREA DO REGISTRO
       01 WRK-HORARIO-SALVO PIC X(44).
       01 WRK-CHAVE-SALVA   PIC X(08).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'QUADRO DE HORARIOS  '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-HORARIOS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
            05 LINE 11 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-HORARIO.
            05 CHAVE-HORARIO FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'TURMA.... '.
               10 COLUMN PLUS 2 PIC X(06) USING HOR-TURMA.
               10 LINE 09 COLUMN 10 VALUE 'DIA...... '.
               10 COLUMN PLUS 2 PIC 9(01) USING HOR-DIA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(2 SEG ... 7 SAB)'.
               10 LINE 10 COLUMN 10 VALUE 'TEMPO.... '.
               10 COLUMN PLUS 2 PIC 9(01) USING HOR-TEMPO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(1 A 9)'.
            05 SS-NOME-TURMA.
               10 LINE 08 COLUMN 30 PIC X(30) FROM TUR-DESCRICAO.
            05 SS-DADOS-HORARIO.
               10 LINE 11 COLUMN 10 VALUE 'SALA..... '.
               10 COLUMN PLUS 2 PIC X(06) USING HOR-SALA.
               10 LINE 12 COLUMN 10 VALUE 'PROFESSOR '.
               10 COLUMN PLUS 2 PIC X(06) USING HOR-PROFESSOR.
               10 LINE 13 COLUMN 10 VALUE 'DISCIPLINA'.
               10 COLUMN PLUS 2 PIC X(20) USING HOR-DISCIPLINA.
            05 SS-NOME-PROFESSOR.
               10 LINE 12 COLUMN 30 PIC X(30) FROM PRF-NOME.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 16 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 1100-MONTATELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O HORARIOS.
            IF HOR-STATUS = 35
                OPEN OUTPUT HORARIOS
                CLOSE HORARIOS
                OPEN I-O HORARIOS
            END-IF.
            IF HOR-STATUS NOT = 0
                DISPLAY 'HORAMANT: NAO ABRIU HORARIO.DAT - STATUS '
                        HOR-STATUS
                MOVE 'X' TO WRK-OPCAO
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                DISPLAY 'HORAMANT: NAO ABRIU TURMAS.DAT - STATUS '
                        TURMAS-STATUS
                CLOSE HORARIOS
                MOVE 'X' TO WRK-OPCAO
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PROFESSORES.
            IF PROF-STATUS NOT = 0
                DISPLAY 'HORAMANT: NAO ABRIU PROFESS.DAT - STATUS '
                        PROF-STATUS
                CLOSE HORARIOS
                CLOSE TURMAS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-HORARIOS.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR
              WHEN 2
                PERFORM 6000-CONSULTAR
              WHEN 3
                PERFORM 7000-ALTERAR
              WHEN 4
                PERFORM 8000-EXCLUIR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            CLOSE HORARIOS.
            CLOSE TURMAS.
            CLOSE PROFESSORES.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO HORARIO-REG TUR-DESCRICAO PRF-NOME.
            MOVE ZEROS  TO HOR-DIA HOR-TEMPO.
            ACCEPT TELA-HORARIO.
            PERFORM 5500-VALIDAR-AULA.
            IF NOT AULA-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY SS-NOME-TURMA.
            DISPLAY SS-DADOS-HORARIO.
            DISPLAY SS-NOME-PROFESSOR.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
      *        A CHAVE REPETIDA AQUI SO ESCAPA SE OUTRO TERMINAL
      *        GRAVOU A MESMA SALA OU PROFESSOR NESTE INTERVALO
                WRITE HORARIO-REG
                  INVALID KEY
                    MOVE 'AULA JA CADASTRADA/CONFLITO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-WRITE
            END-IF.

       5500-VALIDAR-AULA.
            MOVE 'S' TO WRK-AULA-OK.
            MOVE HOR-TURMA TO TUR-CODIGO.
            READ TURMAS
              INVALID KEY
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'TURMA NAO CADASTRADA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            IF TUR-INATIVA
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'TURMA INATIVA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT HOR-DIA-OK
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'DIA DE 2 (SEG) A 7 (SAB)' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT HOR-TEMPO-OK
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'TEMPO DE 1 A 9' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF HOR-SALA = SPACES
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'SALA OBRIGATORIA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE HOR-PROFESSOR TO PRF-CODIGO.
            READ PROFESSORES
              INVALID KEY
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-READ.
            IF PRF-INATIVO
                MOVE 'N' TO WRK-AULA-OK
                MOVE 'PROFESSOR INATIVO' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF HOR-DISCIPLINA = SPACES
                MOVE PRF-DISCIPLINA TO HOR-DISCIPLINA
            END-IF.
            MOVE HOR-DIA   TO HOR-SALA-DIA   HOR-PROF-DIA.
            MOVE HOR-TEMPO TO HOR-SALA-TEMPO HOR-PROF-TEMPO.
            PERFORM 5600-VERIFICAR-CONFLITO.

       5600-VERIFICAR-CONFLITO.
      *    A PROPRIA AULA (MESMA CHAVE) NAO E CONFLITO - NA
      *    ALTERACAO ELA ESTA GRAVADA COM A SALA E O PROFESSOR
      *    ANTIGOS
            MOVE HORARIO-REG TO WRK-HORARIO-SALVO.
            MOVE HOR-CHAVE   TO WRK-CHAVE-SALVA.
            MOVE SPACES      TO WRK-TURMA-OCUPA.
            READ HORARIOS KEY IS HOR-CHAVE-SALA
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF HOR-CHAVE NOT = WRK-CHAVE-SALVA
                    MOVE HOR-TURMA TO WRK-TURMA-OCUPA
                END-IF
            END-READ.
            MOVE WRK-HORARIO-SALVO TO HORARIO-REG.
            IF WRK-TURMA-OCUPA NOT = SPACES
                MOVE 'N' TO WRK-AULA-OK
                MOVE SPACES TO WRK-MSGERRO
                STRING 'SALA OCUPADA PELA TURMA '
                       WRK-TURMA-OCUPA
                    DELIMITED BY SIZE INTO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            READ HORARIOS KEY IS HOR-CHAVE-PROF
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF HOR-CHAVE NOT = WRK-CHAVE-SALVA
                    MOVE HOR-TURMA TO WRK-TURMA-OCUPA
                END-IF
            END-READ.
            MOVE WRK-HORARIO-SALVO TO HORARIO-REG.
            IF WRK-TURMA-OCUPA NOT = SPACES
                MOVE 'N' TO WRK-AULA-OK
                MOVE SPACES TO WRK-MSGERRO
                STRING 'PROFESSOR NA TURMA '
                       WRK-TURMA-OCUPA
                    DELIMITED BY SIZE INTO WRK-MSGERRO
            END-IF.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO HOR-TURMA.
            MOVE ZEROS  TO HOR-DIA HOR-TEMPO.
            DISPLAY CHAVE-HORARIO.
            ACCEPT CHAVE-HORARIO.
            READ HORARIOS KEY IS HOR-CHAVE
              INVALID KEY
                MOVE 'AULA NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '--  ENCONTRADA  --' TO WRK-MSGERRO
                PERFORM 6500-MOSTRAR-NOMES
                DISPLAY SS-DADOS-HORARIO
            END-READ.
            ACCEPT MOSTRA-ERRO.

       6500-MOSTRAR-NOMES.
            MOVE HOR-TURMA TO TUR-CODIGO.
            READ TURMAS
              INVALID KEY
                MOVE 'TURMA NAO CADASTRADA' TO TUR-DESCRICAO
            END-READ.
            DISPLAY SS-NOME-TURMA.
            MOVE HOR-PROFESSOR TO PRF-CODIGO.
            READ PROFESSORES
              INVALID KEY
                MOVE 'PROFESSOR NAO CADASTRADO' TO PRF-NOME
            END-READ.
            DISPLAY SS-NOME-PROFESSOR.

       7000-ALTERAR.
            MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO HOR-TURMA.
            MOVE ZEROS  TO HOR-DIA HOR-TEMPO.
            DISPLAY CHAVE-HORARIO.
            ACCEPT CHAVE-HORARIO.
            READ HORARIOS KEY IS HOR-CHAVE
              INVALID KEY
                MOVE 'AULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            PERFORM 6500-MOSTRAR-NOMES.
            ACCEPT SS-DADOS-HORARIO.
            PERFORM 5500-VALIDAR-AULA.
            IF NOT AULA-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY SS-DADOS-HORARIO.
            DISPLAY SS-NOME-PROFESSOR.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                REWRITE HORARIO-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR AULA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'AULA ALTERADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-REWRITE
            END-IF.

       8000-EXCLUIR.
            MOVE 'MODULO - EXCLUIR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE SPACES TO HOR-TURMA.
            MOVE ZEROS  TO HOR-DIA HOR-TEMPO.
            DISPLAY CHAVE-HORARIO.
            ACCEPT CHAVE-HORARIO.
            READ HORARIOS KEY IS HOR-CHAVE
              INVALID KEY
                MOVE 'AULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                PERFORM 6500-MOSTRAR-NOMES
                DISPLAY SS-DADOS-HORARIO
                MOVE 'EXCLUIR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                    DELETE HORARIOS RECORD
                      INVALID KEY
                        MOVE 'ERRO AO EXCLUIR AULA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    END-DELETE
                END-IF
            END-READ.
