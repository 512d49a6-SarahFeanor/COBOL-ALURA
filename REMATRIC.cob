       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMATRIC.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: REMATRICULA DE FIM DE ANO EM LOTE - A SECRETARIA
      *           DEIXA DE PASSAR ALUNO POR ALUNO NO MATMANUT
      *           PARA CADA MATRICULA ATIVA LE O RESULTADO FINAL DO
      *           PERIODO NO ALUNOS.HST (REMATRIC_TERM, EM BRANCO =
      *           ANO CORRENTE, COMO O ALUNOS_TERM):
      *             APROVADO  - VAI PARA A TURMA SEGUINTE DA TABELA
      *                         DE PROGRESSAO (TURMPROG.CFG); TURMA
      *                         SEGUINTE EM BRANCO = CONCLUINTE, A
      *                         MATRICULA E TRANCADA
      *             REPROVADO - FICA NA MESMA TURMA (MESMO NIVEL)
      *           A CAPACIDADE DO TURMAS.DAT E RESPEITADA - OS
      *           RETIDOS SAO ACOMODADOS PRIMEIRO, DEPOIS OS
      *           PROMOVIDOS, EM ORDEM DE MATRICULA
      *           VAO PARA A LISTA DE EXCECOES (REMATEXC.RPT), SEM
      *           MEXER NA MATRICULA: RESPONSAVEL COM MENSALIDADE EM
      *           ATRASO (MENSCHK), ALUNO SEM RESULTADO FINAL
      *           (RECUPERACAO PENDENTE OU SEM HISTORICO), TURMA SEM
      *           PROGRESSAO, TURMA DESTINO INEXISTENTE/INATIVA OU
      *           LOTADA - A SECRETARIA RESOLVE NO MATMANUT
      *           AS RENOVACOES SAEM EM REMATRIC.RPT
      *           REMATRIC_SIMULAR = S SO IMPRIME A PREVIA, SEM
      *           GRAVAR; O PERIODO JA VIRADO FICA EM REMATRIC.CTL
      *           E NAO E VIRADO DE NOVO
      *           TURMPROG.CFG: TURMA ATUAL X(06) + TURMA SEGUINTE
      *           X(06) POR LINHA (EDITOR, COMO O FRETE.CFG) -
      *           LINHA SEM TURMA ATUAL E IGNORADA
      * DATA = 15/10/2026
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULAS ASSIGN TO 'MATRICUL.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
           SELECT TURMAS ASSIGN TO 'TURMAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT ALUNOS-HIST ASSIGN TO 'ALUNOS.HST'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-CHAVE
             FILE STATUS IS HIST-STATUS.
           SELECT TURMPROG-CFG ASSIGN TO 'TURMPROG.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRG-STATUS.
           SELECT REMATRIC-CTL ASSIGN TO 'REMATRIC.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTL-STATUS.
           SELECT REMATRIC-RPT ASSIGN TO 'REMATRIC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT REMATEXC-RPT ASSIGN TO 'REMATEXC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
           COPY MATRICUL.

       FD TURMAS.
           COPY TURMAS.

       FD ALUNOS-HIST.
           COPY ALUNOSH.

       FD TURMPROG-CFG.
       01 PRG-LINHA.
           05 PRG-ATUAL    PIC X(06).
           05 PRG-PROXIMA  PIC X(06).

       FD REMATRIC-CTL.
       01 REMATRIC-LINHA.
           05 CTL-ULTTERM  PIC X(06).

       FD REMATRIC-RPT.
       01 RPT-LINHA PIC X(80).

       FD REMATEXC-RPT.
       01 EXC-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 MAT-STATUS       PIC 9(02).
       77 TURMAS-STATUS    PIC 9(02).
       77 HIST-STATUS      PIC 9(02).
       77 PRG-STATUS       PIC 9(02).
       77 CTL-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 EXC-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-TERM         PIC X(06) VALUE SPACES.
       77 WRK-ULTTERM      PIC X(06) VALUE SPACES.
       77 WRK-SIMULAR      PIC X(01) VALUE SPACES.
           88 SO-SIMULACAO VALUE 'S' 's'.
       77 WRK-ABERTOS      PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-FIMMAT       PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S'.
      *    FASE DA VARREDURA: R RETIDOS (E PENDENTES), A APROVADOS
       77 WRK-FASE         PIC X(01) VALUE SPACES.
           88 FASE-RETIDOS   VALUE 'R'.
           88 FASE-APROVADOS VALUE 'A'.
      *    RESULTADO FINAL DO ALUNO NO PERIODO
       77 WRK-RESULTADO    PIC X(01) VALUE SPACES.
           88 RES-APROVADO  VALUE 'A'.
           88 RES-REPROVADO VALUE 'R'.
           88 RES-PENDENTE  VALUE 'P'.
       77 WRK-DESTINO      PIC X(06) VALUE SPACES.
       77 WRK-OCORRENCIA   PIC X(24) VALUE SPACES.
       77 WRK-QTATRASO     PIC 9(03) VALUE 0.
       77 WRK-QTPRG        PIC 9(03) VALUE 0.
       77 WRK-IX-PRG       PIC 9(03) VALUE 0.
       77 WRK-QTTURMAS     PIC 9(03) VALUE 0.
       77 WRK-IX-TUR       PIC 9(03) VALUE 0.
       77 WRK-QTPROMOVIDOS PIC 9(05) VALUE 0.
       77 WRK-QTRETIDOS    PIC 9(05) VALUE 0.
       77 WRK-QTCONCLUINTES PIC 9(05) VALUE 0.
       77 WRK-QTEXCECOES   PIC 9(05) VALUE 0.
       01 WRK-TAB-PROGRESSAO.
           05 WRK-PRG OCCURS 200 TIMES.
               10 WRK-PRG-ATUAL   PIC X(06).
               10 WRK-PRG-PROXIMA PIC X(06).
       01 WRK-TAB-TURMAS.
      *    VAGAS DO ANO NOVO - SO CONTA QUEM ESTE LOTE RENOVA
           05 WRK-TUR OCCURS 200 TIMES.
               10 WRK-TUR-CODIGO  PIC X(06).
               10 WRK-TUR-CAPAC   PIC 9(03).
               10 WRK-TUR-ATIVA   PIC X(01).
               10 WRK-TUR-OCUPA   PIC 9(03).

       01 RPT-CABECALHO.
           05 FILLER     PIC X(34) VALUE
              'REMATRICULA - PERIODO ENCERRADO: '.
           05 RPT-TERM   PIC X(06).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-MODO   PIC X(20).
       01 RPT-COLUNAS.
           05 FILLER PIC X(08) VALUE 'MATRIC'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(08) VALUE 'TURMA'.
           05 FILLER PIC X(08) VALUE 'DESTINO'.
           05 FILLER PIC X(24) VALUE 'SITUACAO'.
       01 RPT-DETALHE.
           05 RPT-MATRICULA PIC 9(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-NOME      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-TURMA     PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-DESTINO   PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-SITUACAO  PIC X(24).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            IF RETURN-CODE = 0
                PERFORM 2000-CARREGAR-TABELAS
            END-IF.
            IF RETURN-CODE = 0
                MOVE 'R' TO WRK-FASE
                PERFORM 3000-VARRER-MATRICULAS
                MOVE 'A' TO WRK-FASE
                PERFORM 3000-VARRER-MATRICULAS
                PERFORM 4000-GRAVAR-CONTROLE
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-TERM FROM ENVIRONMENT 'REMATRIC_TERM'.
            IF WRK-TERM = SPACES
                MOVE WRK-DATA-SISTEMA (1:4) TO WRK-TERM
            END-IF.
            ACCEPT WRK-SIMULAR FROM ENVIRONMENT 'REMATRIC_SIMULAR'.
            IF NOT SO-SIMULACAO
                OPEN INPUT REMATRIC-CTL
                IF CTL-STATUS = 0
                    READ REMATRIC-CTL
                        AT END CONTINUE
                        NOT AT END MOVE CTL-ULTTERM TO WRK-ULTTERM
                    END-READ
                    CLOSE REMATRIC-CTL
                END-IF
                IF WRK-ULTTERM = WRK-TERM
                    DISPLAY 'REMATRIC: PERIODO ' WRK-TERM
                            ' JA VIRADO - VER REMATRIC.CTL'
                    MOVE 12 TO RETURN-CODE
                    GO TO 1000-SAIDA
                END-IF
            END-IF.
            OPEN I-O MATRICULAS.
            IF MAT-STATUS NOT = 0
                DISPLAY 'REMATRIC: NAO ABRIU MATRICUL.DAT - STATUS '
                        MAT-STATUS
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN INPUT ALUNOS-HIST.
            IF HIST-STATUS NOT = 0
                DISPLAY 'REMATRIC: NAO ABRIU ALUNOS.HST - STATUS '
                        HIST-STATUS
                CLOSE MATRICULAS
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN OUTPUT REMATRIC-RPT.
            OPEN OUTPUT REMATEXC-RPT.
            MOVE 'S' TO WRK-ABERTOS.
            MOVE WRK-TERM TO RPT-TERM.
            IF SO-SIMULACAO
                MOVE '(PREVIA - SEM GRAVAR)' TO RPT-MODO
            ELSE
                MOVE SPACES TO RPT-MODO
            END-IF.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'EXCECOES DA REMATRICULA - NAO RENOVADOS'
                TO EXC-LINHA.
            WRITE EXC-LINHA.
            MOVE RPT-COLUNAS TO EXC-LINHA.
            WRITE EXC-LINHA.
       1000-SAIDA.
            EXIT.

       2000-CARREGAR-TABELAS.
            MOVE 0 TO WRK-QTPRG.
            OPEN INPUT TURMPROG-CFG.
            IF PRG-STATUS NOT = 0
                DISPLAY 'REMATRIC: SEM TURMPROG.CFG'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-LER-PROGRESSAO UNTIL PRG-STATUS NOT = 0.
            CLOSE TURMPROG-CFG.
            MOVE 0 TO WRK-QTTURMAS.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                DISPLAY 'REMATRIC: NAO ABRIU TURMAS.DAT - STATUS '
                        TURMAS-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO TUR-CHAVE.
            START TURMAS KEY IS NOT LESS THAN TUR-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF TURMAS-STATUS = 0
                PERFORM 2200-LER-TURMA UNTIL TURMAS-STATUS NOT = 0
            END-IF.
            CLOSE TURMAS.

       2100-LER-PROGRESSAO.
            READ TURMPROG-CFG
                AT END CONTINUE
                NOT AT END
                    IF PRG-ATUAL NOT = SPACES AND WRK-QTPRG < 200
                        ADD 1 TO WRK-QTPRG
                        MOVE PRG-ATUAL   TO WRK-PRG-ATUAL(WRK-QTPRG)
                        MOVE PRG-PROXIMA TO WRK-PRG-PROXIMA(WRK-QTPRG)
                    END-IF
            END-READ.

       2200-LER-TURMA.
            READ TURMAS NEXT
                AT END CONTINUE
                NOT AT END
                    IF WRK-QTTURMAS < 200
                        ADD 1 TO WRK-QTTURMAS
                        MOVE TUR-CODIGO
                            TO WRK-TUR-CODIGO(WRK-QTTURMAS)
                        MOVE TUR-CAPACIDADE
                            TO WRK-TUR-CAPAC(WRK-QTTURMAS)
                        MOVE TUR-STATUS-TURMA
                            TO WRK-TUR-ATIVA(WRK-QTTURMAS)
                        MOVE 0 TO WRK-TUR-OCUPA(WRK-QTTURMAS)
                    END-IF
            END-READ.

       3000-VARRER-MATRICULAS.
            MOVE 'N' TO WRK-FIMMAT.
            MOVE LOW-VALUES TO MAT-CHAVE.
            START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMMAT
            END-START.
            IF NOT FIM-MATRICULAS
                PERFORM 3100-LER-MATRICULA
            END-IF.
            PERFORM 3200-TRATAR-MATRICULA THRU 3200-PROXIMA
                UNTIL FIM-MATRICULAS.

       3100-LER-MATRICULA.
            READ MATRICULAS NEXT
                AT END MOVE 'S' TO WRK-FIMMAT
            END-READ.

       3200-TRATAR-MATRICULA.
            IF NOT MAT-ATIVO
                GO TO 3200-PROXIMA
            END-IF.
            PERFORM 3300-LER-RESULTADO.
            IF FASE-RETIDOS AND RES-APROVADO
                GO TO 3200-PROXIMA
            END-IF.
            IF FASE-APROVADOS AND NOT RES-APROVADO
                GO TO 3200-PROXIMA
            END-IF.
            MOVE SPACES TO WRK-DESTINO.
            IF RES-PENDENTE
                MOVE 'SEM RESULTADO FINAL' TO WRK-OCORRENCIA
                PERFORM 3800-LISTAR-EXCECAO
                GO TO 3200-PROXIMA
            END-IF.
            IF RES-REPROVADO
                MOVE MAT-TURMA TO WRK-DESTINO
            ELSE
                PERFORM 3400-ACHAR-PROGRESSAO
                IF WRK-IX-PRG > WRK-QTPRG
                    MOVE 'TURMA SEM PROGRESSAO' TO WRK-OCORRENCIA
                    PERFORM 3800-LISTAR-EXCECAO
                    GO TO 3200-PROXIMA
                END-IF
                MOVE WRK-PRG-PROXIMA(WRK-IX-PRG) TO WRK-DESTINO
                IF WRK-DESTINO = SPACES
      *            ULTIMA SERIE - CONCLUIU, NAO HA O QUE RENOVAR
                    PERFORM 3700-CONCLUIR
                    GO TO 3200-PROXIMA
                END-IF
            END-IF.
            MOVE 0 TO WRK-QTATRASO.
            CALL 'MENSCHK' USING MAT-NUMERO WRK-QTATRASO.
            IF WRK-QTATRASO > 0
                MOVE SPACES TO WRK-OCORRENCIA
                STRING 'MENSALIDADE ATRASO: ' WRK-QTATRASO
                    DELIMITED BY SIZE INTO WRK-OCORRENCIA
                PERFORM 3800-LISTAR-EXCECAO
                GO TO 3200-PROXIMA
            END-IF.
            PERFORM 3500-ACHAR-TURMA.
            IF WRK-IX-TUR > WRK-QTTURMAS
                MOVE 'TURMA DESTINO INEXISTENTE' TO WRK-OCORRENCIA
                PERFORM 3800-LISTAR-EXCECAO
                GO TO 3200-PROXIMA
            END-IF.
            IF WRK-TUR-ATIVA(WRK-IX-TUR) NOT = '1'
                MOVE 'TURMA DESTINO INATIVA' TO WRK-OCORRENCIA
                PERFORM 3800-LISTAR-EXCECAO
                GO TO 3200-PROXIMA
            END-IF.
            IF WRK-TUR-OCUPA(WRK-IX-TUR)
               NOT < WRK-TUR-CAPAC(WRK-IX-TUR)
                MOVE 'TURMA DESTINO LOTADA' TO WRK-OCORRENCIA
                PERFORM 3800-LISTAR-EXCECAO
                GO TO 3200-PROXIMA
            END-IF.
            PERFORM 3600-RENOVAR.
       3200-PROXIMA.
            PERFORM 3100-LER-MATRICULA.

       3300-LER-RESULTADO.
      *    APROVADO, APROVADO + BONUS E APROVADO RECUPER PASSAM;
      *    REPROVADO E REPROVADO FREQUENC FICAM; RECUPERACAO AINDA
      *    NAO TEM RESULTADO FINAL
            MOVE 'P' TO WRK-RESULTADO.
            MOVE MAT-NUMERO TO HIST-MATRICULA.
            MOVE WRK-TERM   TO HIST-TERM.
            READ ALUNOS-HIST
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF HIST-SITUACAO (1:8) = 'APROVADO'
                    MOVE 'A' TO WRK-RESULTADO
                END-IF
                IF HIST-SITUACAO (1:9) = 'REPROVADO'
                    MOVE 'R' TO WRK-RESULTADO
                END-IF
            END-READ.

       3400-ACHAR-PROGRESSAO.
            PERFORM VARYING WRK-IX-PRG FROM 1 BY 1
                    UNTIL WRK-IX-PRG > WRK-QTPRG
                    OR WRK-PRG-ATUAL(WRK-IX-PRG) = MAT-TURMA
                CONTINUE
            END-PERFORM.

       3500-ACHAR-TURMA.
            PERFORM VARYING WRK-IX-TUR FROM 1 BY 1
                    UNTIL WRK-IX-TUR > WRK-QTTURMAS
                    OR WRK-TUR-CODIGO(WRK-IX-TUR) = WRK-DESTINO
                CONTINUE
            END-PERFORM.

       3600-RENOVAR.
            ADD 1 TO WRK-TUR-OCUPA(WRK-IX-TUR).
            IF RES-REPROVADO
                MOVE 'RETIDO - RENOVADO' TO WRK-OCORRENCIA
                ADD 1 TO WRK-QTRETIDOS
            ELSE
                MOVE 'PROMOVIDO - RENOVADO' TO WRK-OCORRENCIA
                ADD 1 TO WRK-QTPROMOVIDOS
            END-IF.
            PERFORM 3900-LISTAR-RENOVACAO.
            IF NOT SO-SIMULACAO AND WRK-DESTINO NOT = MAT-TURMA
                MOVE WRK-DESTINO TO MAT-TURMA
                REWRITE MATRICULA-REG
                  INVALID KEY
                    DISPLAY 'REMATRIC: ERRO AO REGRAVAR MATRICULA '
                            MAT-NUMERO
                END-REWRITE
            END-IF.

       3700-CONCLUIR.
            MOVE 'CONCLUIU - TRANCADA' TO WRK-OCORRENCIA.
            ADD 1 TO WRK-QTCONCLUINTES.
            PERFORM 3900-LISTAR-RENOVACAO.
            IF NOT SO-SIMULACAO
                SET MAT-TRANCADO TO TRUE
                REWRITE MATRICULA-REG
                  INVALID KEY
                    DISPLAY 'REMATRIC: ERRO AO REGRAVAR MATRICULA '
                            MAT-NUMERO
                END-REWRITE
            END-IF.

       3800-LISTAR-EXCECAO.
            ADD 1 TO WRK-QTEXCECOES.
            MOVE MAT-NUMERO     TO RPT-MATRICULA.
            MOVE MAT-NOME       TO RPT-NOME.
            MOVE MAT-TURMA      TO RPT-TURMA.
            MOVE WRK-DESTINO    TO RPT-DESTINO.
            MOVE WRK-OCORRENCIA TO RPT-SITUACAO.
            MOVE RPT-DETALHE TO EXC-LINHA.
            WRITE EXC-LINHA.

       3900-LISTAR-RENOVACAO.
            MOVE MAT-NUMERO     TO RPT-MATRICULA.
            MOVE MAT-NOME       TO RPT-NOME.
            MOVE MAT-TURMA      TO RPT-TURMA.
            MOVE WRK-DESTINO    TO RPT-DESTINO.
            MOVE WRK-OCORRENCIA TO RPT-SITUACAO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       4000-GRAVAR-CONTROLE.
            IF SO-SIMULACAO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-TERM TO CTL-ULTTERM.
            OPEN OUTPUT REMATRIC-CTL.
            WRITE REMATRIC-LINHA.
            CLOSE REMATRIC-CTL.

       9000-FINALIZAR.
            IF ARQUIVOS-ABERTOS
                CLOSE MATRICULAS
                CLOSE ALUNOS-HIST
                CLOSE REMATRIC-RPT
                CLOSE REMATEXC-RPT
            END-IF.
            DISPLAY '===== REMATRIC - REMATRICULA ====='.
            DISPLAY 'PERIODO ENCERRADO....: ' WRK-TERM.
            DISPLAY 'PROMOVIDOS...........: ' WRK-QTPROMOVIDOS.
            DISPLAY 'RETIDOS..............: ' WRK-QTRETIDOS.
            DISPLAY 'CONCLUINTES..........: ' WRK-QTCONCLUINTES.
            DISPLAY 'EXCECOES.............: ' WRK-QTEXCECOES.
