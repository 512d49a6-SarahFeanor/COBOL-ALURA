      *           NOTAS.AUD (USUARIO E DATA), COMO O CLIENTES.AUD
      *           FAZ NO MESTRE DE CLIENTES
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - TURMA COM ESQUEMA DE
      *            AVALIACAO (AVALIA.CFG) LANCA UMA NOTA POR AVALIACAO
      *            NO ALUNOS.DAT; A CORRECAO DE PERIODO AVALIADO PELO
      *            ESQUEMA CORRIGE AS NOTAS DO ALUNOS.AVL E RECALCULA A
      *            MEDIA PONDERADA COM A MEDIA DE APROVACAO DA TURMA
      * ALTERADO = 15/10/2026 - SARAH - LANCAMENTO E CORRECAO
      *            EXECUTADOS COM THRU ATE A SAIDA - O DESVIO PARA A
      *            SAIDA CAIA NA ROTINA SEGUINTE
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOTAS-AUD ASSIGN TO 'NOTAS.AUD'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUD-STATUS.
           SELECT AVALIA-CFG ASSIGN TO 'AVALIA.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AVL-STATUS.
           SELECT ALUNOS-AVAL ASSIGN TO 'ALUNOS.AVL'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AVN-CHAVE
             FILE STATUS IS AVN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
            05 ALU-MATRICULA PIC 9(06).
            05 ALU-NOTA1     PIC 9(02).
            05 ALU-NOTA2     PIC 9(02).
      *    TURMA COM ESQUEMA DE AVALIACAO: QUANTIDADE E NOTAS NA
      *    ORDEM DO AVALIA.CFG (NOTA1/NOTA2 REPETEM AS DUAS
      *    PRIMEIRAS)
            05 ALU-QTAVAL    PIC 9(02).
            05 ALU-NOTAS-AVAL.
                10 ALU-NOTA-AVAL PIC 9(02) OCCURS 10 TIMES.

       FD ALUNOS-HIST.
           COPY ALUNOSH.
           05 AUD-MEDIA-NOV   PIC 9(02)V9.
           05 AUD-SIT-NOV     PIC X(18).

       FD AVALIA-CFG.
           COPY AVALIA.

       FD ALUNOS-AVAL.
           COPY AVALNOTA.

       WORKING-STORAGE SECTION.
       77 MAT-STATUS      PIC 9(02).
       77 TURMAS-STATUS   PIC 9(02).
       77 WRK-IX-DIG      PIC 9(03) VALUE 0.
       77 WRK-JA-DIGITADA PIC X(01) VALUE 'N'.
       77 WRK-TERM        PIC X(06) VALUE SPACES.
       77 AVL-STATUS      PIC 9(02).
       77 AVN-STATUS      PIC 9(02).
       77 WRK-TURMA-AVAL  PIC X(06) VALUE SPACES.
       77 WRK-MEDIA-APROV PIC 9(02)V9 VALUE 6.
       77 WRK-QTNT        PIC 9(02) VALUE 0.
       77 WRK-IX-NT       PIC 9(02) VALUE 0.
       77 WRK-DESC-ATUAL  PIC X(20) VALUE SPACES.
       77 WRK-PESO-ATUAL  PIC 9(03) VALUE 0.
       77 WRK-NOTA-ATUAL  PIC 9(02) VALUE 0.
       77 WRK-SOMA-POND   PIC 9(06) VALUE 0.
       77 WRK-SOMA-PESOS  PIC 9(05) VALUE 0.
       77 WRK-AVAL-ABERTO PIC X(01) VALUE 'N'.
           88 AVAL-ABERTO VALUE 'S'.
       77 WRK-FIMAVN      PIC X(01) VALUE 'N'.
           88 FIM-AVN VALUE 'S'.
       01 WRK-TAB-NOTAS.
      *    AVALIACOES DA TURMA (AVALIA.CFG) NO LANCAMENTO, OU AS
      *    DO PERIODO (ALUNOS.AVL) NA CORRECAO
           05 WRK-NT OCCURS 10 TIMES.
               10 WRK-NT-DESC  PIC X(20).
               10 WRK-NT-PESO  PIC 9(03).
               10 WRK-NT-NOTA  PIC 9(02).
       01 WRK-TAB-DIGITADAS.
      *    MATRICULAS QUE JA ESTAO NO ALUNOS.DAT - DUPLICAR A
      *    LINHA ERA O DEFEITO CLASSICO DA DIGITACAO NO EDITOR
               10 LINE 10 COLUMN 10 VALUE 'NOTA 2... '.
               10 COLUMN PLUS 2 PIC 9(02) USING WRK-NOTA2
                   BLANK WHEN ZEROS.
            05 SS-AVALIACAO.
               10 LINE 09 COLUMN 10 VALUE 'AVALIACAO '.
               10 COLUMN PLUS 2 PIC Z9 FROM WRK-IX-NT.
               10 COLUMN PLUS 1 PIC X(20) FROM WRK-DESC-ATUAL.
               10 LINE 10 COLUMN 10 VALUE 'PESO..... '.
               10 COLUMN PLUS 2 PIC ZZ9 FROM WRK-PESO-ATUAL.
               10 LINE 11 COLUMN 10 VALUE 'NOTA..... '.
               10 COLUMN PLUS 2 PIC 9(02) USING WRK-NOTA-ATUAL
                   BLANK WHEN ZEROS.
       01 TELA-HISTORICO.
            05 CHAVE-HIST FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE 'MATRICULA '.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-LANCAR-TURMA THRU 5000-SAIDA
              WHEN 2
                PERFORM 6000-CORRIGIR-HISTORICO THRU 6000-SAIDA
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                GO TO 5000-SAIDA
            END-IF.
            MOVE WRK-TURMA TO WRK-TURMA-AVAL.
            PERFORM 5150-CARREGAR-ESQUEMA.
            PERFORM 5200-CARREGAR-DIGITADAS.
            OPEN EXTEND ALUNOS-NOTAS.
            IF ALUNOS-STATUS = 35
            END-READ.
            CLOSE TURMAS.

       5150-CARREGAR-ESQUEMA.
      *    AVALIACOES DA TURMA WRK-TURMA-AVAL NO AVALIA.CFG (ATE 10)
      *    E A MEDIA DE APROVACAO DA PRIMEIRA LINHA (ZERO = 6) -
      *    TURMA SEM ESQUEMA FICA COM NOTA 1 E NOTA 2
            MOVE 0 TO WRK-QTNT.
            MOVE ZEROS TO WRK-MEDIA-APROV.
            OPEN INPUT AVALIA-CFG.
            IF AVL-STATUS = 0
                PERFORM 5160-LER-ESQUEMA UNTIL AVL-STATUS NOT = 0
                CLOSE AVALIA-CFG
            END-IF.
            IF WRK-MEDIA-APROV = 0
                MOVE 6 TO WRK-MEDIA-APROV
            END-IF.

       5160-LER-ESQUEMA.
            READ AVALIA-CFG
                AT END CONTINUE
                NOT AT END
                    IF AVL-TURMA = WRK-TURMA-AVAL
                     AND AVL-PESO IS NUMERIC AND AVL-PESO > 0
                     AND WRK-QTNT < 10
                        IF WRK-QTNT = 0 AND AVL-MEDIA-APROV IS NUMERIC
                            MOVE AVL-MEDIA-APROV TO WRK-MEDIA-APROV
                        END-IF
                        ADD 1 TO WRK-QTNT
                        MOVE AVL-DESCRICAO TO WRK-NT-DESC(WRK-QTNT)
                        MOVE AVL-PESO      TO WRK-NT-PESO(WRK-QTNT)
                        MOVE ZEROS         TO WRK-NT-NOTA(WRK-QTNT)
                    END-IF
            END-READ.

       5200-CARREGAR-DIGITADAS.
            MOVE 0 TO WRK-QTDIGITADAS.
            OPEN INPUT ALUNOS-NOTAS.
            END-IF.
            MOVE ZEROS TO WRK-NOTA1 WRK-NOTA2.
            DISPLAY SS-ALUNO.
            IF WRK-QTNT > 0
                PERFORM 5700-ACEITAR-AVALIACOES
            ELSE
                PERFORM 5600-ACEITAR-NOTAS
            END-IF.
            MOVE 'GRAVAR (S) OU PULAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                ADD 1 TO WRK-QTPULADAS
            ELSE
                MOVE MAT-NUMERO TO ALU-MATRICULA
                PERFORM 5800-MONTAR-LINHA
                WRITE ALUNO-REG
                ADD 1 TO WRK-QTLANCADAS
                IF WRK-QTDIGITADAS < 500
                MOVE 'S' TO WRK-NOTAS-OK
            END-IF.

       5700-ACEITAR-AVALIACOES.
      *    TURMA COM ESQUEMA: UMA NOTA POR AVALIACAO, NA ORDEM DO
      *    AVALIA.CFG, MESMA ESCALA DE 0 A 10
            PERFORM 5750-PEDIR-AVALIACAO
                VARYING WRK-IX-NT FROM 1 BY 1
                UNTIL WRK-IX-NT > WRK-QTNT.

       5750-PEDIR-AVALIACAO.
            MOVE WRK-NT-DESC(WRK-IX-NT) TO WRK-DESC-ATUAL.
            MOVE WRK-NT-PESO(WRK-IX-NT) TO WRK-PESO-ATUAL.
            MOVE WRK-NT-NOTA(WRK-IX-NT) TO WRK-NOTA-ATUAL.
            MOVE 'N' TO WRK-NOTAS-OK.
            PERFORM 5760-PEDIR-NOTA-AVAL UNTIL NOTAS-OK.
            MOVE WRK-NOTA-ATUAL TO WRK-NT-NOTA(WRK-IX-NT).

       5760-PEDIR-NOTA-AVAL.
            ACCEPT SS-AVALIACAO.
            IF WRK-NOTA-ATUAL > 10
                MOVE 'NOTA DE 0 A 10' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                MOVE 'S' TO WRK-NOTAS-OK
            END-IF.

       5800-MONTAR-LINHA.
      *    NOTA1/NOTA2 REPETEM AS DUAS PRIMEIRAS AVALIACOES - QUEM
      *    SO CONHECE DUAS NOTAS CONTINUA LENDO A LINHA
            MOVE ZEROS TO ALU-QTAVAL ALU-NOTAS-AVAL.
            IF WRK-QTNT = 0
                MOVE WRK-NOTA1 TO ALU-NOTA1
                MOVE WRK-NOTA2 TO ALU-NOTA2
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-QTNT TO ALU-QTAVAL.
            PERFORM VARYING WRK-IX-NT FROM 1 BY 1
                    UNTIL WRK-IX-NT > WRK-QTNT
                MOVE WRK-NT-NOTA(WRK-IX-NT)
                    TO ALU-NOTA-AVAL(WRK-IX-NT)
            END-PERFORM.
            MOVE ALU-NOTA-AVAL(1) TO ALU-NOTA1.
            MOVE ALU-NOTA-AVAL(2) TO ALU-NOTA2.

       6000-CORRIGIR-HISTORICO.
            MOVE 'MODULO - CORRECAO ' TO WRK-MODULO.
            DISPLAY TELA.
            PERFORM 6100-GUARDAR-ANTES.
            MOVE HIST-NOTA1 TO WRK-NOTA1.
            MOVE HIST-NOTA2 TO WRK-NOTA2.
            MOVE MAT-TURMA TO WRK-TURMA-AVAL.
            PERFORM 5150-CARREGAR-ESQUEMA.
            PERFORM 6050-CARREGAR-AVALIACOES.
            PERFORM 6200-ACEITAR-CORRECAO.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            ELSE
                MOVE WRK-NOTA1 TO HIST-NOTA1
                MOVE WRK-NOTA2 TO HIST-NOTA2
                IF WRK-QTNT > 0
                    MOVE WRK-NT-NOTA(1) TO HIST-NOTA1
                    MOVE ZEROS          TO HIST-NOTA2
                    IF WRK-QTNT > 1
                        MOVE WRK-NT-NOTA(2) TO HIST-NOTA2
                    END-IF
                END-IF
                PERFORM 6300-RECALCULAR
                REWRITE HIST-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    PERFORM 6350-REGRAVAR-AVALIACOES
                        VARYING WRK-IX-NT FROM 1 BY 1
                        UNTIL WRK-IX-NT > WRK-QTNT
                    PERFORM 6400-GRAVAR-AUDITORIA
                    DISPLAY SS-DADOS-HIST
                    MOVE 'HISTORICO CORRIGIDO' TO WRK-MSGERRO
            END-IF.
       6000-FECHAR.
            CLOSE ALUNOS-HIST.
            IF AVAL-ABERTO
                CLOSE ALUNOS-AVAL
                MOVE 'N' TO WRK-AVAL-ABERTO
            END-IF.
       6000-SAIDA.
            EXIT.

       6050-CARREGAR-AVALIACOES.
      *    PERIODO AVALIADO PELO ESQUEMA TEM AS NOTAS NO ALUNOS.AVL
      *    COM DESCRICAO E PESO DA EPOCA - A CORRECAO SEGUE ESSAS
      *    LINHAS; SEM ELAS E HISTORICO DE DUAS NOTAS (APROVA COM 6)
            MOVE 0 TO WRK-QTNT.
            MOVE 'N' TO WRK-FIMAVN.
            OPEN I-O ALUNOS-AVAL.
            IF AVN-STATUS = 0
                MOVE 'S' TO WRK-AVAL-ABERTO
                MOVE HIST-MATRICULA TO AVN-MATRICULA
                MOVE HIST-TERM      TO AVN-TERM
                MOVE ZEROS          TO AVN-SEQ
                START ALUNOS-AVAL KEY IS NOT LESS THAN AVN-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-FIMAVN
                END-START
                PERFORM 6060-LER-AVALIACAO UNTIL FIM-AVN
            END-IF.
            IF WRK-QTNT = 0
                MOVE 6 TO WRK-MEDIA-APROV
            END-IF.

       6060-LER-AVALIACAO.
            READ ALUNOS-AVAL NEXT
                AT END
                    MOVE 'S' TO WRK-FIMAVN
                NOT AT END
                    IF AVN-MATRICULA NOT = HIST-MATRICULA
                     OR AVN-TERM NOT = HIST-TERM OR WRK-QTNT = 10
                        MOVE 'S' TO WRK-FIMAVN
                    ELSE
                        ADD 1 TO WRK-QTNT
                        MOVE AVN-DESCRICAO TO WRK-NT-DESC(WRK-QTNT)
                        MOVE AVN-PESO      TO WRK-NT-PESO(WRK-QTNT)
                        MOVE AVN-NOTA      TO WRK-NT-NOTA(WRK-QTNT)
                    END-IF
            END-READ.

       6100-GUARDAR-ANTES.
            MOVE HIST-NOTA1    TO AUD-NOTA1-ANT.
            MOVE HIST-NOTA2    TO AUD-NOTA2-ANT.

       6250-PEDIR-CORRECAO.
            DISPLAY SS-ALUNO.
            IF WRK-QTNT > 0
                PERFORM 5700-ACEITAR-AVALIACOES
                MOVE 'S' TO WRK-NOTAS-OK
                EXIT PARAGRAPH
            END-IF.
            ACCEPT SS-NOTAS.
            IF WRK-NOTA1 > 10 OR WRK-NOTA2 > 10
                MOVE 'NOTA DE 0 A 10' TO WRK-MSGERRO
      *    MESMA REGRA DO LOTE ALUNOS - A MEDIA E A SITUACAO
      *    ACOMPANHAM A NOTA CORRIGIDA, INCLUSIVE A REPROVACAO
      *    POR FREQUENCIA ABAIXO DE 75 PORCENTO
      *    PERIODO AVALIADO PELO ESQUEMA USA A MEDIA PONDERADA E A
      *    MEDIA DE APROVACAO DA TURMA
            IF WRK-QTNT > 0
                MOVE 0 TO WRK-SOMA-POND WRK-SOMA-PESOS
                PERFORM VARYING WRK-IX-NT FROM 1 BY 1
                        UNTIL WRK-IX-NT > WRK-QTNT
                    COMPUTE WRK-SOMA-POND = WRK-SOMA-POND +
                        WRK-NT-NOTA(WRK-IX-NT) * WRK-NT-PESO(WRK-IX-NT)
                    ADD WRK-NT-PESO(WRK-IX-NT) TO WRK-SOMA-PESOS
                END-PERFORM
            END-IF.
            IF WRK-QTNT > 0 AND WRK-SOMA-PESOS > 0
                COMPUTE WRK-MEDIA = WRK-SOMA-POND / WRK-SOMA-PESOS
            ELSE
                COMPUTE WRK-MEDIA = (HIST-NOTA1 + HIST-NOTA2) / 2
            END-IF.
            EVALUATE TRUE
              WHEN WRK-MEDIA = 10
                MOVE 'APROVADO + BONUS  ' TO WRK-SITUACAO
              WHEN WRK-MEDIA >= WRK-MEDIA-APROV
                MOVE 'APROVADO          ' TO WRK-SITUACAO
              WHEN WRK-MEDIA >= 2
                MOVE 'RECUPERACAO       ' TO WRK-SITUACAO
              WHEN OTHER
                MOVE 'REPROVADO         ' TO WRK-SITUACAO
            MOVE WRK-MEDIA    TO HIST-MEDIA.
            MOVE WRK-SITUACAO TO HIST-SITUACAO.

       6350-REGRAVAR-AVALIACOES.
            MOVE HIST-MATRICULA TO AVN-MATRICULA.
            MOVE HIST-TERM      TO AVN-TERM.
            MOVE WRK-IX-NT      TO AVN-SEQ.
            READ ALUNOS-AVAL
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE WRK-NT-NOTA(WRK-IX-NT) TO AVN-NOTA
                REWRITE AVN-REG
            END-READ.

       6400-GRAVAR-AUDITORIA.
      *    O COORDENADOR PERGUNTA QUEM MEXEU NA NOTA E QUANDO -
      *    A IMAGEM ANTES/DEPOIS RESPONDE SEM DISCUSSAO
