      *            CONFERIDA CONTRA O MESTRE TURMAS.DAT: ALUNO EM
      *            TURMA INEXISTENTE OU INATIVA E AVISADO E
      *            CONTADO NO RESUMO (O PROCESSAMENTO SEGUE)
      * ALTERADO = 15/10/2026 - SARAH - MEDIA PONDERADA POR TURMA
      *            (ESQUEMA DE AVALIACAO EM AVALIA.CFG: AVALIACOES,
      *            PESOS E MEDIA DE APROVACAO): A LINHA DO ALUNOS.DAT
      *            TRAZ AS NOTAS POR AVALIACAO, QUE FICAM NO ALUNOS.AVL;
      *            TURMA SEM ESQUEMA E LINHA ANTIGA SEGUEM NOTA1/NOTA2
      *            COM MEDIA SIMPLES E APROVACAO COM 6; A RECUPERACAO
      *            APROVA PELA MEDIA DA TURMA
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECUPER-RPT ASSIGN TO 'RECUPER.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECRPT-STATUS.
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
       FD ALUNOS-TURMA.
            05 ALU-MATRICULA PIC 9(06).
            05 ALU-NOTA1 PIC 9(02).
            05 ALU-NOTA2 PIC 9(02).
      *    TURMA COM ESQUEMA DE AVALIACAO: QUANTIDADE E NOTAS NA
      *    ORDEM DO AVALIA.CFG (NOTA1/NOTA2 REPETEM AS DUAS
      *    PRIMEIRAS) - LINHA ANTIGA VEM EM BRANCO AQUI
            05 ALU-QTAVAL PIC 9(02).
            05 ALU-NOTAS-AVAL.
                10 ALU-NOTA-AVAL PIC 9(02) OCCURS 10 TIMES.

       FD ALUNOS-RESULTADO.
       01 RESULTADO-LINHA PIC X(80).
       FD RECUPER-RPT.
       01 RECRPT-LINHA PIC X(100).

       FD AVALIA-CFG.
           COPY AVALIA.

       FD ALUNOS-AVAL.
           COPY AVALNOTA.

       WORKING-STORAGE SECTION.
       77 ALUNOS-STATUS     PIC 9(02).
       77 RESULTADO-STATUS  PIC 9(02).
       77 WRK-QTREC-SEM-HST PIC 9(05) VALUE 0.
       77 WRK-QTREC-EXCECAO PIC 9(05) VALUE 0.
       77 WRK-MEDIA-FINAL   PIC 9(02)V9 VALUE ZEROS.
       77 AVL-STATUS        PIC 9(02).
       77 AVN-STATUS        PIC 9(02).
       77 WRK-QTAVL         PIC 9(03) VALUE 0.
       77 WRK-IX-AVL        PIC 9(03) VALUE 0.
       77 WRK-TURMA-AVAL    PIC X(06) VALUE SPACES.
       77 WRK-MEDIA-APROV   PIC 9(02)V9 VALUE 6.
       77 WRK-QTNT          PIC 9(02) VALUE 0.
       77 WRK-IX-NT         PIC 9(02) VALUE 0.
       77 WRK-NOTA-AVAL     PIC 9(02) VALUE 0.
       77 WRK-SOMA-POND     PIC 9(06) VALUE 0.
       77 WRK-SOMA-PESOS    PIC 9(05) VALUE 0.
       77 WRK-QTPONDERADAS  PIC 9(05) VALUE 0.
       77 WRK-AVN-EXISTE    PIC X(01) VALUE 'N'.
       77 WRK-TEM-MATR-REC  PIC X(01) VALUE 'N'.
           88 TEM-MATR-REC VALUE 'S'.
       77 WRK-TEM-AVAL-REC  PIC X(01) VALUE 'N'.
           88 TEM-AVAL-REC VALUE 'S'.
       01 WRK-TAB-AVAL.
      *    ESQUEMA DE AVALIACAO DE TODAS AS TURMAS (AVALIA.CFG),
      *    NA ORDEM DAS LINHAS
           05 WRK-AVL OCCURS 200 TIMES.
               10 WRK-AVL-TURMA  PIC X(06).
               10 WRK-AVL-DESC   PIC X(20).
               10 WRK-AVL-PESO   PIC 9(03).
               10 WRK-AVL-APROV  PIC 9(02)V9.
       01 WRK-TAB-NOTAS.
      *    AVALIACOES DA TURMA DO ALUNO CORRENTE COM A NOTA TIRADA
           05 WRK-NT OCCURS 10 TIMES.
               10 WRK-NT-DESC    PIC X(20).
               10 WRK-NT-PESO    PIC 9(03).
               10 WRK-NT-NOTA    PIC 9(02).

       01 WRK-REC-DETALHE.
           05 REC-DET-MATR    PIC 9(06).
                            'ALUNOS.HST'
                    MOVE 16 TO RETURN-CODE
                ELSE
                    PERFORM 1500-CARREGAR-AVALIACAO
                    OPEN INPUT MATRICULAS
                    IF MAT-STATUS = 0
                        MOVE 'S' TO WRK-TEM-MATR-REC
                    END-IF
                    OPEN INPUT ALUNOS-AVAL
                    IF AVN-STATUS = 0
                        MOVE 'S' TO WRK-TEM-AVAL-REC
                    END-IF
                    OPEN OUTPUT RECUPER-RPT
                    PERFORM 5100-LER-RECUPERACAO
                    PERFORM 5200-APLICAR-RECUPERACAO
                        UNTIL FIM-RECUPERACAO
                    CLOSE RECUPER-RPT
                    CLOSE ALUNOS-HIST
                    IF TEM-MATR-REC
                        CLOSE MATRICULAS
                    END-IF
                    IF TEM-AVAL-REC
                        CLOSE ALUNOS-AVAL
                    END-IF
                END-IF
                CLOSE RECUPERACAO
            END-IF.
                COMPUTE WRK-MEDIA-FINAL =
                    (HIST-MEDIA + REC-NOTA) / 2
                MOVE WRK-MEDIA-FINAL TO HIST-MEDIA
                PERFORM 5350-APROVACAO-RECUPERACAO
                IF WRK-MEDIA-FINAL >= WRK-MEDIA-APROV
                    MOVE 'APROVADO RECUPER  ' TO HIST-SITUACAO
                ELSE
                    MOVE 'REPROVADO         ' TO HIST-SITUACAO
                WRITE RECRPT-LINHA
            END-IF.

       5350-APROVACAO-RECUPERACAO.
      *    A RECUPERACAO APROVA PELA MEDIA DA TURMA DO ALUNO NO
      *    AVALIA.CFG QUANDO O PERIODO FOI AVALIADO PELO ESQUEMA
      *    (TEM NOTAS NO ALUNOS.AVL) - SENAO VALE 6
            MOVE 6 TO WRK-MEDIA-APROV.
            IF NOT TEM-MATR-REC OR NOT TEM-AVAL-REC
                EXIT PARAGRAPH
            END-IF.
            MOVE REC-MATRICULA TO AVN-MATRICULA.
            MOVE WRK-TERM      TO AVN-TERM.
            MOVE 1             TO AVN-SEQ.
            READ ALUNOS-AVAL
              INVALID KEY
                EXIT PARAGRAPH
            END-READ.
            MOVE REC-MATRICULA TO MAT-NUMERO.
            READ MATRICULAS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE MAT-TURMA TO WRK-TURMA-AVAL
                PERFORM 1600-ESQUEMA-TURMA
            END-READ.

       1000-INICIAR.
            ACCEPT WRK-TERM FROM ENVIRONMENT 'ALUNOS_TERM'.
            IF WRK-TERM = SPACES
                        CLOSE ALUNOS-HIST
                        OPEN I-O ALUNOS-HIST
                    END-IF
                    OPEN I-O ALUNOS-AVAL
                    IF AVN-STATUS = 35
                        OPEN OUTPUT ALUNOS-AVAL
                        CLOSE ALUNOS-AVAL
                        OPEN I-O ALUNOS-AVAL
                    END-IF
                    OPEN INPUT MATRICULAS
                    IF MAT-STATUS NOT = 0
                        DISPLAY 'ALUNOS: NAO FOI POSSIVEL ABRIR '
                        MOVE 16 TO RETURN-CODE
                    ELSE
                        PERFORM 1200-CARREGAR-FREQUENCIA
                        PERFORM 1500-CARREGAR-AVALIACAO
                        PERFORM 1350-ABRIR-TURMAS
                        PERFORM 1100-LER-ALUNO
                    END-IF
                END-IF
            END-READ.

       1500-CARREGAR-AVALIACAO.
      *    AVALIA.CFG E OPCIONAL - SEM ELE TODAS AS TURMAS SEGUEM
      *    A MEDIA SIMPLES DE DUAS NOTAS
            MOVE 0 TO WRK-QTAVL.
            OPEN INPUT AVALIA-CFG.
            IF AVL-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1550-LER-AVALIACAO UNTIL AVL-STATUS NOT = 0.
            CLOSE AVALIA-CFG.

       1550-LER-AVALIACAO.
            READ AVALIA-CFG
                AT END CONTINUE
                NOT AT END
                    IF AVL-TURMA NOT = SPACES AND AVL-PESO IS NUMERIC
                     AND AVL-PESO > 0 AND WRK-QTAVL < 200
                        ADD 1 TO WRK-QTAVL
                        MOVE AVL-TURMA     TO WRK-AVL-TURMA(WRK-QTAVL)
                        MOVE AVL-DESCRICAO TO WRK-AVL-DESC(WRK-QTAVL)
                        MOVE AVL-PESO      TO WRK-AVL-PESO(WRK-QTAVL)
                        MOVE ZEROS         TO WRK-AVL-APROV(WRK-QTAVL)
                        IF AVL-MEDIA-APROV IS NUMERIC
                            MOVE AVL-MEDIA-APROV
                                TO WRK-AVL-APROV(WRK-QTAVL)
                        END-IF
                    END-IF
            END-READ.

       1600-ESQUEMA-TURMA.
      *    MONTA AS AVALIACOES DA TURMA WRK-TURMA-AVAL (ATE 10) E A
      *    MEDIA DE APROVACAO DA PRIMEIRA LINHA (ZERO = 6)
            MOVE 0 TO WRK-QTNT.
            MOVE ZEROS TO WRK-MEDIA-APROV.
            PERFORM 1650-ITEM-ESQUEMA
                VARYING WRK-IX-AVL FROM 1 BY 1
                UNTIL WRK-IX-AVL > WRK-QTAVL.
            IF WRK-MEDIA-APROV = 0
                MOVE 6 TO WRK-MEDIA-APROV
            END-IF.

       1650-ITEM-ESQUEMA.
            IF WRK-AVL-TURMA(WRK-IX-AVL) = WRK-TURMA-AVAL
             AND WRK-QTNT < 10
                IF WRK-QTNT = 0
                    MOVE WRK-AVL-APROV(WRK-IX-AVL) TO WRK-MEDIA-APROV
                END-IF
                ADD 1 TO WRK-QTNT
                MOVE WRK-AVL-DESC(WRK-IX-AVL) TO WRK-NT-DESC(WRK-QTNT)
                MOVE WRK-AVL-PESO(WRK-IX-AVL) TO WRK-NT-PESO(WRK-QTNT)
                MOVE ZEROS                    TO WRK-NT-NOTA(WRK-QTNT)
            END-IF.

       2000-PROCESSAR.
      *    ALUNO SEM MATRICULA NO MESTRE NAO E PROCESSADO - E O
      *    MESTRE QUE DA O NOME DO ALUNO
                PERFORM 1400-VALIDAR-TURMA
            END-IF.
            PERFORM 1300-BUSCAR-FREQUENCIA.
            PERFORM 2050-CALCULAR-MEDIA.
            EVALUATE TRUE
              WHEN WRK-MEDIA = 10
                MOVE 'APROVADO + BONUS  ' TO WRK-SITUACAO
              WHEN WRK-MEDIA >= WRK-MEDIA-APROV
                MOVE 'APROVADO          ' TO WRK-SITUACAO
              WHEN WRK-MEDIA >= 2
                MOVE 'RECUPERACAO       ' TO WRK-SITUACAO
              WHEN OTHER
                MOVE 'REPROVADO         ' TO WRK-SITUACAO
            PERFORM 2100-GRAVAR-HISTORICO.
            PERFORM 1100-LER-ALUNO.

       2050-CALCULAR-MEDIA.
      *    TURMA COM ESQUEMA E LINHA COM AS NOTAS POR AVALIACAO:
      *    MEDIA PONDERADA PELOS PESOS DO AVALIA.CFG (AVALIACAO SEM
      *    NOTA CONTA ZERO); SENAO A MEDIA SIMPLES DE SEMPRE
            MOVE MAT-TURMA TO WRK-TURMA-AVAL.
            PERFORM 1600-ESQUEMA-TURMA.
            IF WRK-QTNT > 0 AND ALU-QTAVAL IS NUMERIC
             AND ALU-QTAVAL > 0
                MOVE 0 TO WRK-SOMA-POND WRK-SOMA-PESOS
                PERFORM 2060-SOMAR-AVALIACAO
                    VARYING WRK-IX-NT FROM 1 BY 1
                    UNTIL WRK-IX-NT > WRK-QTNT
                COMPUTE WRK-MEDIA = WRK-SOMA-POND / WRK-SOMA-PESOS
                ADD 1 TO WRK-QTPONDERADAS
            ELSE
                MOVE 0 TO WRK-QTNT
                MOVE 6 TO WRK-MEDIA-APROV
                COMPUTE WRK-MEDIA = (ALU-NOTA1 + ALU-NOTA2) / 2
            END-IF.

       2060-SOMAR-AVALIACAO.
            MOVE ZEROS TO WRK-NOTA-AVAL.
            IF WRK-IX-NT NOT > ALU-QTAVAL
                IF ALU-NOTA-AVAL(WRK-IX-NT) IS NUMERIC
                    MOVE ALU-NOTA-AVAL(WRK-IX-NT) TO WRK-NOTA-AVAL
                END-IF
            END-IF.
            MOVE WRK-NOTA-AVAL TO WRK-NT-NOTA(WRK-IX-NT).
            COMPUTE WRK-SOMA-POND = WRK-SOMA-POND +
                WRK-NOTA-AVAL * WRK-NT-PESO(WRK-IX-NT).
            ADD WRK-NT-PESO(WRK-IX-NT) TO WRK-SOMA-PESOS.

       2100-GRAVAR-HISTORICO.
            MOVE ALU-MATRICULA TO HIST-MATRICULA.
            MOVE WRK-TERM     TO HIST-TERM.
                MOVE WRK-FREQUENCIA TO HIST-FREQUENCIA
                REWRITE HIST-REG
            END-READ.
            PERFORM 2150-GRAVAR-AVALIACAO
                VARYING WRK-IX-NT FROM 1 BY 1
                UNTIL WRK-IX-NT > WRK-QTNT.

       2150-GRAVAR-AVALIACAO.
            MOVE ALU-MATRICULA TO AVN-MATRICULA.
            MOVE WRK-TERM      TO AVN-TERM.
            MOVE WRK-IX-NT     TO AVN-SEQ.
            READ ALUNOS-AVAL
              INVALID KEY
                MOVE 'N' TO WRK-AVN-EXISTE
              NOT INVALID KEY
                MOVE 'S' TO WRK-AVN-EXISTE
            END-READ.
            MOVE WRK-NT-DESC(WRK-IX-NT) TO AVN-DESCRICAO.
            MOVE WRK-NT-PESO(WRK-IX-NT) TO AVN-PESO.
            MOVE WRK-NT-NOTA(WRK-IX-NT) TO AVN-NOTA.
            IF WRK-AVN-EXISTE = 'S'
                REWRITE AVN-REG
            ELSE
                WRITE AVN-REG
            END-IF.

       3000-FINALIZAR.
            IF WRK-QTALUNOS > 0
            CLOSE ALUNOS-TURMA.
            CLOSE ALUNOS-RESULTADO.
            CLOSE ALUNOS-HIST.
            CLOSE ALUNOS-AVAL.
            CLOSE MATRICULAS.
            IF TEM-TURMAS
                CLOSE TURMAS
            END-IF.
            DISPLAY 'ALUNOS SEM MATRICULA.: ' WRK-QTSEM-MATR.
            DISPLAY 'ALUNOS TURMA INVALID.: ' WRK-QTTURMA-INV.
            DISPLAY 'MEDIAS PONDERADAS....: ' WRK-QTPONDERADAS.
