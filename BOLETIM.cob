       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIM.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: IMPRIMIR O BOLETIM DO PERIODO - UMA PAGINA POR
      *           MATRICULA ATIVA DA TURMA (BOLETIM_TURMA, EM
      *           BRANCO = TODAS) NO PERIODO LETIVO (BOLETIM_TERM,
      *           EM BRANCO = ANO CORRENTE, COMO O ALUNOS_TERM),
      *           COM NOME (MATRICUL.DAT), DESCRICAO DA TURMA
      *           (TURMAS.DAT), NOTAS, MEDIA, FREQUENCIA E
      *           RESULTADO DO HISTORICO (ALUNOS.HST) E O FONE DO
      *           RESPONSAVEL - A SECRETARIA DEIXA DE DATILOGRAFAR
      *           OS BOLETINS. SAIDA EM BOLETIM.RPT, EM ORDEM DE
      *           TURMA E NOME DO ALUNO
      *           MATRICULA SEM HISTORICO NO PERIODO SAI COM O
      *           AVISO NO LUGAR DAS NOTAS
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
           SELECT BOLETIM-RPT ASSIGN TO 'BOLETIM.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT CLASSIF-TRABALHO ASSIGN TO 'BOLETIM.TMP'.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
           COPY MATRICUL.

       FD TURMAS.
           COPY TURMAS.

       FD ALUNOS-HIST.
           COPY ALUNOSH.

       FD BOLETIM-RPT.
       01 RPT-LINHA PIC X(80).

       SD CLASSIF-TRABALHO.
       01 CLASSIF-REG.
           05 CLASSIF-TURMA     PIC X(06).
           05 CLASSIF-NOME      PIC X(30).
           05 CLASSIF-MATRICULA PIC 9(06).
           05 CLASSIF-FONE-RESP PIC 9(11).

       WORKING-STORAGE SECTION.
       77 MAT-STATUS       PIC 9(02).
       77 TURMAS-STATUS    PIC 9(02).
       77 HIST-STATUS      PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-ABRIU-OK     PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-TURMAS-OK    PIC X(01) VALUE 'N'.
           88 TURMAS-ABERTO VALUE 'S'.
       77 WRK-FIMMAT       PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S'.
       77 WRK-FIMCLASSIF   PIC X(01) VALUE 'N'.
           88 FIM-CLASSIF VALUE 'S'.
       77 WRK-TURMA-FILTRO PIC X(06) VALUE SPACES.
       77 WRK-TERM         PIC X(06) VALUE SPACES.
       77 WRK-TURMA-ANT    PIC X(06) VALUE SPACES.
       77 WRK-TURMA-DESCR  PIC X(30) VALUE SPACES.
       77 WRK-QTBOLETINS   PIC 9(05) VALUE 0.
       77 WRK-QTSEM-HIST   PIC 9(05) VALUE 0.
       77 WRK-QTTURMAS     PIC 9(03) VALUE 0.
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).

       01 RPT-TITULO.
           05 FILLER      PIC X(38) VALUE
              'BOLETIM ESCOLAR - PERIODO LETIVO'.
           05 RPT-TERM    PIC X(06).
           05 FILLER      PIC X(14) VALUE '  EMITIDO EM '.
           05 RPT-DIA     PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-MES     PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 RPT-ANO     PIC 9999.
       01 RPT-TRACO       PIC X(72) VALUE ALL '-'.
       01 RPT-ALUNO.
           05 FILLER      PIC X(12) VALUE 'ALUNO......:'.
           05 RPT-NOME    PIC X(30).
           05 FILLER      PIC X(13) VALUE '  MATRICULA: '.
           05 RPT-MATRIC  PIC 9(06).
       01 RPT-TURMA.
           05 FILLER      PIC X(12) VALUE 'TURMA......:'.
           05 RPT-TURMA-COD   PIC X(06).
           05 FILLER      PIC X(03) VALUE ' - '.
           05 RPT-TURMA-DESCR PIC X(30).
       01 RPT-RESPONSAVEL.
           05 FILLER      PIC X(23) VALUE 'FONE DO RESPONSAVEL...:'.
           05 RPT-FONE-RESP PIC 9(11).
       01 RPT-COLUNAS.
           05 FILLER PIC X(60) VALUE
              '   NOTA 1   NOTA 2    MEDIA  FREQUENCIA  RESULTADO'.
       01 RPT-NOTAS.
           05 FILLER      PIC X(05) VALUE SPACES.
           05 RPT-NOTA1   PIC Z9.
           05 FILLER      PIC X(07) VALUE SPACES.
           05 RPT-NOTA2   PIC Z9.
           05 FILLER      PIC X(05) VALUE SPACES.
           05 RPT-MEDIA   PIC Z9,9.
           05 FILLER      PIC X(07) VALUE SPACES.
           05 RPT-FREQ    PIC ZZ9.
           05 FILLER      PIC X(03) VALUE '%  '.
           05 RPT-SITUACAO PIC X(18).
       01 RPT-SEM-HIST.
           05 FILLER PIC X(50) VALUE
              '   SEM NOTAS LANCADAS NO PERIODO'.
       01 RPT-ASSINATURA.
           05 FILLER PIC X(60) VALUE
              '______________________________ SECRETARIA'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            IF ABRIU-COM-SUCESSO
                SORT CLASSIF-TRABALHO
                    ON ASCENDING KEY CLASSIF-TURMA CLASSIF-NOME
                    INPUT PROCEDURE IS 2000-SELECIONAR-MATRICULAS
                    OUTPUT PROCEDURE IS 3000-IMPRIMIR-BOLETINS
            END-IF.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-TURMA-FILTRO FROM ENVIRONMENT 'BOLETIM_TURMA'.
            ACCEPT WRK-TERM FROM ENVIRONMENT 'BOLETIM_TERM'.
            IF WRK-TERM = SPACES
                MOVE WRK-DATA-SISTEMA (1:4) TO WRK-TERM
            END-IF.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                DISPLAY 'BOLETIM: NAO ABRIU MATRICUL.DAT'
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN INPUT ALUNOS-HIST.
            IF HIST-STATUS NOT = 0
                DISPLAY 'BOLETIM: NAO ABRIU ALUNOS.HST'
                CLOSE MATRICULAS
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
      *    SEM TURMAS.DAT O BOLETIM SAI SO COM O CODIGO DA TURMA
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS = 0
                SET TURMAS-ABERTO TO TRUE
            END-IF.
            OPEN OUTPUT BOLETIM-RPT.
            SET ABRIU-COM-SUCESSO TO TRUE.
       1000-SAIDA.
            EXIT.

       2000-SELECIONAR-MATRICULAS.
            MOVE LOW-VALUES TO MAT-CHAVE.
            START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMMAT
            END-START.
            IF NOT FIM-MATRICULAS
                PERFORM 2100-LER-MATRICULA
                PERFORM 2200-LIBERAR-MATRICULA UNTIL FIM-MATRICULAS
            END-IF.

       2100-LER-MATRICULA.
            READ MATRICULAS NEXT
                AT END MOVE 'S' TO WRK-FIMMAT
            END-READ.

       2200-LIBERAR-MATRICULA.
            IF MAT-ATIVO
             AND (WRK-TURMA-FILTRO = SPACES
                  OR WRK-TURMA-FILTRO = MAT-TURMA)
                MOVE MAT-TURMA     TO CLASSIF-TURMA
                MOVE MAT-NOME      TO CLASSIF-NOME
                MOVE MAT-NUMERO    TO CLASSIF-MATRICULA
                MOVE MAT-FONE-RESP TO CLASSIF-FONE-RESP
                RELEASE CLASSIF-REG
            END-IF.
            PERFORM 2100-LER-MATRICULA.

       3000-IMPRIMIR-BOLETINS.
            PERFORM 3100-RETORNAR-CLASSIF.
            PERFORM 3200-BOLETIM-ALUNO UNTIL FIM-CLASSIF.

       3100-RETORNAR-CLASSIF.
            RETURN CLASSIF-TRABALHO
                AT END SET FIM-CLASSIF TO TRUE
            END-RETURN.

       3200-BOLETIM-ALUNO.
            IF CLASSIF-TURMA NOT = WRK-TURMA-ANT
                PERFORM 3300-TROCAR-TURMA
            END-IF.
            ADD 1 TO WRK-QTBOLETINS.
            MOVE WRK-TERM   TO RPT-TERM.
            MOVE WRK-DIASIS TO RPT-DIA.
            MOVE WRK-MESSIS TO RPT-MES.
            MOVE WRK-ANOSIS TO RPT-ANO.
      *    CADA BOLETIM COMECA EM PAGINA NOVA
            IF WRK-QTBOLETINS = 1
                WRITE RPT-LINHA FROM RPT-TITULO
            ELSE
                WRITE RPT-LINHA FROM RPT-TITULO
                    AFTER ADVANCING PAGE
            END-IF.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE CLASSIF-NOME      TO RPT-NOME.
            MOVE CLASSIF-MATRICULA TO RPT-MATRIC.
            WRITE RPT-LINHA FROM RPT-ALUNO.
            MOVE CLASSIF-TURMA     TO RPT-TURMA-COD.
            MOVE WRK-TURMA-DESCR   TO RPT-TURMA-DESCR.
            WRITE RPT-LINHA FROM RPT-TURMA.
            MOVE CLASSIF-FONE-RESP TO RPT-FONE-RESP.
            WRITE RPT-LINHA FROM RPT-RESPONSAVEL.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE CLASSIF-MATRICULA TO HIST-MATRICULA.
            MOVE WRK-TERM          TO HIST-TERM.
            READ ALUNOS-HIST
              INVALID KEY
                ADD 1 TO WRK-QTSEM-HIST
                WRITE RPT-LINHA FROM RPT-SEM-HIST
                END-WRITE
              NOT INVALID KEY
                PERFORM 3400-IMPRIMIR-NOTAS
            END-READ.
            WRITE RPT-LINHA FROM RPT-TRACO.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            WRITE RPT-LINHA.
            WRITE RPT-LINHA FROM RPT-ASSINATURA.
            PERFORM 3100-RETORNAR-CLASSIF.

       3300-TROCAR-TURMA.
            ADD 1 TO WRK-QTTURMAS.
            MOVE CLASSIF-TURMA TO WRK-TURMA-ANT.
            MOVE 'TURMA NAO CADASTRADA' TO WRK-TURMA-DESCR.
            IF TURMAS-ABERTO
                MOVE CLASSIF-TURMA TO TUR-CODIGO
                READ TURMAS
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE TUR-DESCRICAO TO WRK-TURMA-DESCR
                END-READ
            END-IF.

       3400-IMPRIMIR-NOTAS.
            WRITE RPT-LINHA FROM RPT-COLUNAS.
            MOVE HIST-NOTA1      TO RPT-NOTA1.
            MOVE HIST-NOTA2      TO RPT-NOTA2.
            MOVE HIST-MEDIA      TO RPT-MEDIA.
            MOVE HIST-FREQUENCIA TO RPT-FREQ.
            MOVE HIST-SITUACAO   TO RPT-SITUACAO.
            WRITE RPT-LINHA FROM RPT-NOTAS.

       4000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                CLOSE BOLETIM-RPT
                CLOSE ALUNOS-HIST
                CLOSE MATRICULAS
                IF TURMAS-ABERTO
                    CLOSE TURMAS
                END-IF
            END-IF.
            DISPLAY '===== BOLETIM - BOLETINS DO PERIODO ====='.
            DISPLAY 'PERIODO LETIVO.......: ' WRK-TERM.
            DISPLAY 'TURMAS IMPRESSAS.....: ' WRK-QTTURMAS.
            DISPLAY 'BOLETINS IMPRESSOS...: ' WRK-QTBOLETINS.
            DISPLAY 'SEM HISTORICO........: ' WRK-QTSEM-HIST.
