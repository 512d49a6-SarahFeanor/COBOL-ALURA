      *            PELO MENSALID) E AVISO DE INADIMPLENCIA (CALL
      *            MENSCHK) NA CONSULTA E NA ALTERACAO, PARA A
      *            SECRETARIA VER O ATRASO ANTES DE RENOVAR
      * ALTERADO = 15/10/2026 - SARAH - DECLARACAO DE MATRICULA
      *            (OPCAO 5) SO PARA ALUNO ATIVO, NUMERADA EM
      *            SEQUENCIA SEM BURACO NEM REPETICAO E REGISTRADA COM
      *            EMITENTE E DATA EM DECLARA.DAT (COPY DECLARA); A
      *            OPCAO 6 CONFERE UM NUMERO IMPRESSO
      * ALTERADO = 15/10/2026 - SARAH - TURMA LOTADA OFERECE A LISTA
      *            DE ESPERA (ESPERA.DAT, COPY ESPERA); TRANCAMENTO
      *            E TROCA DE TURMA OFERECEM A CADEIRA AO PRIMEIRO DA
      *            FILA (CALL ESPVAGA) E A VAGA OFERECIDA NAO E DADA
      *            A QUEM CHEGA DEPOIS
      * ALTERADO = 15/10/2026 - SARAH - DESISTENCIA (OPCAO 7) E
      *            TRANSFERENCIA DE TURMA (OPCAO 8) COM DATA EFETIVA E
      *            MOTIVO, GRAVADAS EM MATMOV.DAT (COPY MATMOV) COM AS
      *            ENTRADAS; A TRANSFERENCIA MANTEM A MATRICULA E
      *            RESPEITA A CAPACIDADE; ALUNO ATIVO NAO TROCA MAIS DE
      *            TURMA PELO ALTERAR
      ************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT DECLARA ASSIGN TO 'DECLARA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS DECLARA-STATUS
             RECORD KEY IS DECL-CHAVE.
           SELECT DECLNUM-CTL ASSIGN TO 'DECLNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DECLNUM-STATUS.
           SELECT DECLARA-RPT ASSIGN TO 'DECLARA.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DECLRPT-STATUS.
           SELECT ESPERA ASSIGN TO 'ESPERA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESPERA-STATUS
             RECORD KEY IS ESP-CHAVE.
           SELECT ESPNUM-CTL ASSIGN TO 'ESPNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ESPNUM-STATUS.
           SELECT MATMOV ASSIGN TO 'MATMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MATMOV-STATUS.
           SELECT MENSFEIT ASSIGN TO 'MENSFEIT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FEI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
       FD TURMAS.
           COPY TURMAS.

       FD DECLARA.
           COPY DECLARA.

       FD DECLNUM-CTL.
       01 DECLNUM-LINHA.
           05 CTL-ULTDECL PIC 9(07).

       FD DECLARA-RPT.
       01 DECLRPT-LINHA PIC X(72).

       FD ESPERA.
           COPY ESPERA.

       FD ESPNUM-CTL.
       01 ESPNUM-LINHA.
           05 CTL-ULTESP PIC 9(07).

       FD MATMOV.
           COPY MATMOV.

       FD MENSFEIT.
      *    COBRANCAS DO MENSALID - SO A COMPETENCIA E A MATRICULA
       01 FEITO-REG.
           05 FEI-COMPETENCIA PIC 9(06).
           05 FEI-MATRICULA   PIC 9(06).

       WORKING-STORAGE SECTION.
       77 MAT-STATUS      PIC 9(02).
       77 WRK-OPCAO       PIC X(01).
       77 WRK-MAT-GUARDA  PIC 9(06) VALUE ZEROS.
       77 WRK-REG-GUARDA  PIC X(73) VALUE SPACES.
       77 WRK-QTATRASO    PIC 9(03) VALUE 0.
       77 DECLARA-STATUS  PIC 9(02).
       77 DECLNUM-STATUS  PIC 9(02).
       77 DECLRPT-STATUS  PIC 9(02).
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-HORA-SISTEMA PIC 9(06) VALUE ZEROS.
       77 WRK-DECL-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-DECL-OK     PIC X(01) VALUE 'N'.
           88 DECLARACAO-GRAVADA VALUE 'S'.
       77 WRK-DECL-FIM    PIC X(01) VALUE 'N'.
           88 FIM-NUMERACAO VALUE 'S'.
       77 WRK-TUR-DESCR   PIC X(30) VALUE SPACES.
       77 WRK-TUR-PERIODO PIC X(05) VALUE SPACES.
       77 ESPERA-STATUS   PIC 9(02).
       77 ESPNUM-STATUS   PIC 9(02).
       77 WRK-TURMA-CHEIA PIC X(01) VALUE 'N'.
           88 TURMA-LOTADA VALUE 'S'.
       77 WRK-ESP-OPERACAO PIC X(01) VALUE SPACES.
       77 WRK-ESP-VAGAS   PIC S9(03) VALUE ZEROS.
       77 WRK-ESP-QTDE    PIC 9(03) VALUE 0.
       77 WRK-ESP-PROTOCOLO PIC 9(07) VALUE ZEROS.
       77 WRK-TURMA-ANTES PIC X(06) VALUE SPACES.
       77 WRK-ERA-ATIVO   PIC X(01) VALUE 'N'.
           88 ERA-ATIVO VALUE 'S'.
       77 MATMOV-STATUS   PIC 9(02).
       77 FEI-STATUS      PIC 9(02).
       77 WRK-MOV-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-MOV-TURMA   PIC X(06) VALUE SPACES.
       77 WRK-MOV-MOTIVO  PIC X(30) VALUE SPACES.
       77 WRK-MOV-OK      PIC X(01) VALUE 'S'.
           88 MOVIMENTO-OK VALUE 'S'.
       01 WRK-DATA-PARTES.
           05 WRK-DP-ANO PIC 9(04).
           05 WRK-DP-MES PIC 9(02).
           05 WRK-DP-DIA PIC 9(02).
       01 DRP-TITULO.
           05 FILLER        PIC X(32) VALUE
              '     DECLARACAO DE MATRICULA  N.'.
           05 DRP-NUMERO    PIC 9(07).
       01 DRP-LINHA1.
           05 FILLER        PIC X(38) VALUE
              'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '.
           05 FILLER        PIC X(13) VALUE 'O(A) ALUNO(A)'.
       01 DRP-LINHA2.
           05 DRP-NOME      PIC X(30).
           05 FILLER        PIC X(13) VALUE ', MATRICULA '.
           05 DRP-MATRICULA PIC 9(06).
           05 FILLER        PIC X(08) VALUE ', ESTA'.
       01 DRP-LINHA3.
           05 FILLER        PIC X(42) VALUE
              'REGULARMENTE MATRICULADO(A) NESTA ESCOLA, '.
           05 FILLER        PIC X(09) VALUE 'NA TURMA '.
           05 DRP-TURMA     PIC X(06).
       01 DRP-LINHA4.
           05 DRP-TUR-DESCR PIC X(30).
           05 FILLER        PIC X(10) VALUE ', PERIODO '.
           05 DRP-PERIODO   PIC X(05).
           05 FILLER        PIC X(19) VALUE ', NO ANO LETIVO DE '.
           05 DRP-ANO-LETIVO PIC 9(04).
           05 FILLER        PIC X(01) VALUE '.'.
       01 DRP-DATA.
           05 FILLER        PIC X(30) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'EMITIDA EM'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 DRP-DIA       PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 DRP-MES       PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 DRP-ANO       PIC 9999.
       01 DRP-ASSINATURA.
           05 FILLER        PIC X(42) VALUE
              '______________________________ SECRETARIA'.
       01 DRP-EMISSOR.
           05 FILLER        PIC X(14) VALUE 'EMITIDA POR: '.
           05 DRP-USUARIO   PIC X(20).
       01 DRP-CONFERENCIA.
           05 FILLER        PIC X(60) VALUE
              'A AUTENTICIDADE PODE SER CONFERIDA NA SECRETARIA PELO'.
       01 DRP-CONFERENCIA2.
           05 FILLER        PIC X(30) VALUE
              'NUMERO DESTA DECLARACAO.'.

       SCREEN SECTION.
       01 TELA.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - TRANCAR'.
            05 LINE 11 COLUMN 15 VALUE '5 - DECLARACAO DE MATRICULA'.
            05 LINE 12 COLUMN 15 VALUE '6 - CONFERIR DECLARACAO'.
            05 LINE 13 COLUMN 15 VALUE '7 - DESISTENCIA'.
            05 LINE 14 COLUMN 15 VALUE '8 - TRANSFERENCIA DE TURMA'.
            05 LINE 15 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 17 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 17 COLUMN 28 USING WRK-OPCAO.
       01 TELA-MATRICULA.
            05 CHAVE-MAT FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'MATRICULA '.
               10 COLUMN PLUS 2 PIC 9(08) FROM MAT-DATA-INGRESSO.
               10 LINE 15 COLUMN 40 VALUE 'SITUACAO '.
               10 COLUMN PLUS 2 PIC X(01) FROM MAT-STATUS-ALUNO.
       01 TELA-DESISTENCIA.
            05 LINE 06 COLUMN 10 VALUE 'DATA EFET.'.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-MOV-DATA.
            05 LINE 07 COLUMN 10 VALUE 'MOTIVO... '.
            05 COLUMN PLUS 2 PIC X(30) USING WRK-MOV-MOTIVO.
       01 TELA-TRANSFERENCIA.
            05 LINE 05 COLUMN 10 VALUE 'NOVA TURMA'.
            05 COLUMN PLUS 2 PIC X(06) USING WRK-MOV-TURMA.
            05 LINE 06 COLUMN 10 VALUE 'DATA EFET.'.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-MOV-DATA.
            05 LINE 07 COLUMN 10 VALUE 'MOTIVO... '.
            05 COLUMN PLUS 2 PIC X(30) USING WRK-MOV-MOTIVO.
       01 TELA-EMISSOR.
            05 LINE 08 COLUMN 10 VALUE 'EMITENTE.. '.
            05 COLUMN PLUS 2 PIC X(20) USING WRK-USUARIO.
       01 TELA-DECLARACAO.
            05 CHAVE-DECL FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'DECLARACAO'.
               10 COLUMN PLUS 2 PIC 9(07) USING DECL-NUMERO
                   BLANK WHEN ZEROS.
            05 SS-DADOS-DECL.
               10 LINE 11 COLUMN 10 VALUE 'MATRICULA '.
               10 COLUMN PLUS 2 PIC 9(06) FROM DECL-MATRICULA.
               10 LINE 12 COLUMN 10 VALUE 'NOME..... '.
               10 COLUMN PLUS 2 PIC X(30) FROM DECL-NOME.
               10 LINE 13 COLUMN 10 VALUE 'TURMA.... '.
               10 COLUMN PLUS 2 PIC X(06) FROM DECL-TURMA.
               10 LINE 14 COLUMN 10 VALUE 'EMITIDA.. '.
               10 COLUMN PLUS 2 PIC 9(08) FROM DECL-DATA.
               10 LINE 15 COLUMN 10 VALUE 'EMITENTE. '.
               10 COLUMN PLUS 2 PIC X(20) FROM DECL-EMISSOR.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                PERFORM 7000-ALTERAR
              WHEN 4
                PERFORM 8000-TRANCAR
              WHEN 5
                PERFORM 9000-DECLARACAO
              WHEN 6
                PERFORM 9500-CONFERIR-DECLARACAO
              WHEN 7
                PERFORM 8100-DESISTENCIA
              WHEN 8
                PERFORM 8200-TRANSFERIR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                ELSE
                 PERFORM 5500-VALIDAR-TURMA
                 IF NOT TURMA-OK
                    IF TURMA-LOTADA
                        PERFORM 5800-OFERECER-ESPERA
                    ELSE
                        ACCEPT MOSTRA-ERRO
                    END-IF
                 ELSE
                    SET MAT-ATIVO TO TRUE
                    WRITE MATRICULA-REG
                      INVALID KEY
                        MOVE 'MATRICULA JA CADASTRADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
      *                 QUEM ESTAVA NA FILA DA TURMA SAI DELA
                        MOVE 'M' TO WRK-ESP-OPERACAO
                        CALL 'ESPVAGA' USING WRK-ESP-OPERACAO
                            MAT-TURMA MAT-CPF WRK-ESP-VAGAS
                            WRK-ESP-QTDE
                        MOVE 'E'       TO MMV-TIPO
                        MOVE SPACES    TO MMV-TURMA-ORIGEM
                        MOVE MAT-TURMA TO MMV-TURMA-DESTINO
                        MOVE MAT-DATA-INGRESSO TO WRK-MOV-DATA
                        MOVE 'MATRICULA NOVA' TO WRK-MOV-MOTIVO
                        PERFORM 8900-GRAVAR-MOVIMENTO
                    END-WRITE
                 END-IF
                END-IF
                MOVE 'MATRICULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE MAT-TURMA TO WRK-TURMA-ANTES
                PERFORM 6500-AVISAR-ATRASO
                IF WRK-QTATRASO > 0
                    ACCEPT MOSTRA-ERRO
                    MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
      *         ALUNO ATIVO TROCA DE TURMA PELA TRANSFERENCIA, QUE
      *         GUARDA A DATA E O MOTIVO NO MOVIMENTO
                 IF MAT-TURMA NOT = WRK-TURMA-ANTES AND MAT-ATIVO
                    MOVE 'TROCA DE TURMA: USE A OPCAO 8' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 ELSE
                 PERFORM 5500-VALIDAR-TURMA
                 IF NOT TURMA-OK
                    ACCEPT MOSTRA-ERRO
                        ACCEPT MOSTRA-ERRO
                    END-REWRITE
                 END-IF
                 END-IF
                END-IF
            END-READ.

      *    A CONTAGEM OLHA AS MATRICULAS ATIVAS DA MESMA TURMA,
      *    FORA A QUE ESTA SENDO GRAVADA
            MOVE 'S' TO WRK-TURMA-OK.
            MOVE 'N' TO WRK-TURMA-CHEIA.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                MOVE 'N' TO WRK-TURMA-OK
            CLOSE TURMAS.
            IF TURMA-OK
                PERFORM 5600-CONTAR-TURMA
      *        VAGA JA OFERECIDA A QUEM ESTA NA LISTA DE ESPERA NAO
      *        E DE QUEM CHEGA DEPOIS
                MOVE 'C' TO WRK-ESP-OPERACAO
                CALL 'ESPVAGA' USING WRK-ESP-OPERACAO MAT-TURMA
                    MAT-CPF WRK-ESP-VAGAS WRK-ESP-QTDE
                IF WRK-QTNA-TURMA + WRK-ESP-QTDE
                   NOT < TUR-CAPACIDADE
                    MOVE 'N' TO WRK-TURMA-OK
                    MOVE 'S' TO WRK-TURMA-CHEIA
                    MOVE 'TURMA LOTADA' TO WRK-MSGERRO
                END-IF
            END-IF.
            END-IF.
            MOVE WRK-REG-GUARDA TO MATRICULA-REG.

       5800-OFERECER-ESPERA.
      *    TURMA LOTADA - A FAMILIA PODE ENTRAR NA LISTA DE ESPERA
      *    E E AVISADA QUANDO ABRIR VAGA
            MOVE 'LOTADA-LISTA DE ESPERA (S/X)?' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5850-INCLUIR-ESPERA.
            ACCEPT MOSTRA-ERRO.

       5850-INCLUIR-ESPERA.
      *    O PROTOCOLO VEM DO ESPNUM.CTL, COMO O OCONUM - A ORDEM
      *    DO PROTOCOLO E A ORDEM DA FILA
            OPEN I-O ESPERA.
            IF ESPERA-STATUS = 35
                OPEN OUTPUT ESPERA
                CLOSE ESPERA
                OPEN I-O ESPERA
            END-IF.
            IF ESPERA-STATUS NOT = 0
                MOVE 'ESPERA.DAT INDISPONIVEL' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WRK-ESP-PROTOCOLO.
            OPEN INPUT ESPNUM-CTL.
            IF ESPNUM-STATUS = 0
                READ ESPNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTESP TO WRK-ESP-PROTOCOLO
                END-READ
                CLOSE ESPNUM-CTL
            END-IF.
            ADD 1 TO WRK-ESP-PROTOCOLO.
            MOVE WRK-ESP-PROTOCOLO TO CTL-ULTESP.
            OPEN OUTPUT ESPNUM-CTL.
            WRITE ESPNUM-LINHA.
            CLOSE ESPNUM-CTL.
            MOVE MAT-TURMA         TO ESP-TURMA.
            MOVE WRK-ESP-PROTOCOLO TO ESP-PROTOCOLO.
            MOVE MAT-NOME          TO ESP-NOME.
            MOVE MAT-CPF           TO ESP-CPF.
            MOVE MAT-FONE-RESP     TO ESP-FONE-RESP.
            MOVE WRK-DATA-SISTEMA  TO ESP-DATA-PEDIDO.
            MOVE ZEROS             TO ESP-DATA-OFERTA.
            SET ESP-AGUARDANDO     TO TRUE.
            WRITE ESPERA-REG
              INVALID KEY
                MOVE 'PROTOCOLO JA USADO-VER ESPNUM' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE SPACES TO WRK-MSGERRO
                STRING 'NA ESPERA - PROTOCOLO '
                       WRK-ESP-PROTOCOLO
                    DELIMITED BY SIZE INTO WRK-MSGERRO
            END-WRITE.
            CLOSE ESPERA.

       7500-TROCOU-TURMA.
      *    O ALUNO SAI DA FILA DA TURMA NOVA (SE ESTAVA NELA) E A
      *    CADEIRA DA TURMA ANTIGA VAI PARA A LISTA DE ESPERA
            MOVE 'M' TO WRK-ESP-OPERACAO.
            CALL 'ESPVAGA' USING WRK-ESP-OPERACAO MAT-TURMA
                MAT-CPF WRK-ESP-VAGAS WRK-ESP-QTDE.
            PERFORM 8500-OFERECER-VAGA.

       8000-TRANCAR.
            MOVE 'MODULO - TRANCAR ' TO WRK-MODULO.
            DISPLAY TELA.
              NOT INVALID KEY
                DISPLAY SS-DADOS-MAT
                MOVE 'TRANCAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                IF MAT-DESISTENTE
                    MOVE 'ALUNO DESISTENTE' TO WRK-MSGERRO
                END-IF
                ACCEPT MOSTRA-ERRO
                IF (WRK-TECLA = 'S' OR WRK-TECLA = 's')
                 AND NOT MAT-DESISTENTE
                    MOVE 'N' TO WRK-ERA-ATIVO
                    IF MAT-ATIVO
                        MOVE 'S' TO WRK-ERA-ATIVO
                    END-IF
                    SET MAT-TRANCADO TO TRUE
                    REWRITE MATRICULA-REG
                      INVALID KEY
                        MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        IF ERA-ATIVO
                            MOVE MAT-TURMA TO WRK-TURMA-ANTES
                            PERFORM 8500-OFERECER-VAGA
                        END-IF
                    END-REWRITE
                END-IF
            END-READ.

       8100-DESISTENCIA.
      *    SAIDA DEFINITIVA DO ALUNO ATIVO - A MATRICULA FICA
      *    DESISTENTE, O MENSALID COBRA O ULTIMO MES PROPORCIONAL
      *    ATE A DATA EFETIVA E NAO COBRA MAIS NADA DEPOIS DELA
            MOVE 'MODULO - DESISTENCIA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-MATRICULA.
            ACCEPT CHAVE-MAT.
            READ MATRICULAS
              INVALID KEY
                MOVE 'MATRICULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            DISPLAY SS-DADOS-MAT.
            IF NOT MAT-ATIVO
                MOVE 'MATRICULA NAO ESTA ATIVA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-DATA-SISTEMA TO WRK-MOV-DATA.
            MOVE SPACES TO WRK-MOV-MOTIVO.
            ACCEPT TELA-DESISTENCIA.
            PERFORM 8300-VALIDAR-MOVIMENTO.
            IF MOVIMENTO-OK
                PERFORM 8350-CONFERIR-COBRANCA
            END-IF.
            IF NOT MOVIMENTO-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'DESLIGAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                MOVE 'DESISTENCIA CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE MAT-TURMA TO WRK-TURMA-ANTES.
            SET MAT-DESISTENTE TO TRUE.
            REWRITE MATRICULA-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE 'D'             TO MMV-TIPO
                MOVE WRK-TURMA-ANTES TO MMV-TURMA-ORIGEM
                MOVE SPACES          TO MMV-TURMA-DESTINO
                PERFORM 8900-GRAVAR-MOVIMENTO
                MOVE 'DESISTENCIA REGISTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                PERFORM 8500-OFERECER-VAGA
            END-REWRITE.

       8200-TRANSFERIR.
      *    TROCA DE TURMA DO ALUNO ATIVO SEM FECHAR A MATRICULA - O
      *    NUMERO FICA O MESMO, ENTAO HISTORICO (ALUNOS.HST), NOTAS
      *    E FREQUENCIA DO PERIODO (FREQUENC.DAT) SEGUEM COM O ALUNO
      *    PARA A CHAMADA DA TURMA NOVA; A TURMA NOVA PRECISA TER
      *    CADEIRA, COMO NA INCLUSAO
            MOVE 'MODULO - TRANSFERENCIA ' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-MATRICULA.
            ACCEPT CHAVE-MAT.
            READ MATRICULAS
              INVALID KEY
                MOVE 'MATRICULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            DISPLAY SS-DADOS-MAT.
            IF NOT MAT-ATIVO
                MOVE 'MATRICULA NAO ESTA ATIVA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE MAT-TURMA TO WRK-TURMA-ANTES.
            MOVE SPACES TO WRK-MOV-TURMA WRK-MOV-MOTIVO.
            MOVE WRK-DATA-SISTEMA TO WRK-MOV-DATA.
            ACCEPT TELA-TRANSFERENCIA.
            PERFORM 8300-VALIDAR-MOVIMENTO.
            IF MOVIMENTO-OK
             AND (WRK-MOV-TURMA = SPACES
              OR WRK-MOV-TURMA = WRK-TURMA-ANTES)
                MOVE 'N' TO WRK-MOV-OK
                MOVE 'INFORME A TURMA NOVA' TO WRK-MSGERRO
            END-IF.
            IF NOT MOVIMENTO-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-MOV-TURMA TO MAT-TURMA.
            PERFORM 5500-VALIDAR-TURMA.
            IF NOT TURMA-OK
                MOVE WRK-TURMA-ANTES TO MAT-TURMA
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'TRANSFERIR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                MOVE WRK-TURMA-ANTES TO MAT-TURMA
                MOVE 'TRANSFERENCIA CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            REWRITE MATRICULA-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE 'T'             TO MMV-TIPO
                MOVE WRK-TURMA-ANTES TO MMV-TURMA-ORIGEM
                MOVE MAT-TURMA       TO MMV-TURMA-DESTINO
                PERFORM 8900-GRAVAR-MOVIMENTO
                MOVE 'TRANSFERENCIA REGISTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                PERFORM 7500-TROCOU-TURMA
            END-REWRITE.

       8300-VALIDAR-MOVIMENTO.
      *    DATA EFETIVA ENTRE O INGRESSO E HOJE, MOTIVO OBRIGATORIO
            MOVE 'S' TO WRK-MOV-OK.
            MOVE WRK-MOV-DATA TO WRK-DATA-PARTES.
            IF WRK-MOV-MOTIVO = SPACES
                MOVE 'N' TO WRK-MOV-OK
                MOVE 'MOTIVO OBRIGATORIO' TO WRK-MSGERRO
            ELSE IF WRK-DP-MES < 1 OR WRK-DP-MES > 12
                 OR WRK-DP-DIA < 1 OR WRK-DP-DIA > 31
                MOVE 'N' TO WRK-MOV-OK
                MOVE 'DATA EFETIVA INVALIDA' TO WRK-MSGERRO
            ELSE IF WRK-MOV-DATA < MAT-DATA-INGRESSO
                MOVE 'N' TO WRK-MOV-OK
                MOVE 'DATA ANTERIOR AO INGRESSO' TO WRK-MSGERRO
            ELSE IF WRK-MOV-DATA > WRK-DATA-SISTEMA
                MOVE 'N' TO WRK-MOV-OK
                MOVE 'DATA EFETIVA NO FUTURO' TO WRK-MSGERRO
            END-IF
            END-IF
            END-IF
            END-IF.

       8350-CONFERIR-COBRANCA.
      *    O MENSALID ACERTA SO O MES DA SAIDA - DESISTENCIA COM
      *    DATA ANTERIOR A UM MES JA COBRADO DEIXARIA MENSALIDADE
      *    DE MES SEM AULA; A SECRETARIA ESTORNA ANTES
            OPEN INPUT MENSFEIT.
            IF FEI-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ MENSFEIT
                AT END CONTINUE
            END-READ.
            PERFORM UNTIL FEI-STATUS NOT = 0 OR NOT MOVIMENTO-OK
                IF FEI-MATRICULA = MAT-NUMERO
                 AND FEI-COMPETENCIA > WRK-MOV-DATA(1:6)
                    MOVE 'N' TO WRK-MOV-OK
                    MOVE 'MES POSTERIOR JA COBRADO' TO WRK-MSGERRO
                END-IF
                READ MENSFEIT
                    AT END CONTINUE
                END-READ
            END-PERFORM.
            CLOSE MENSFEIT.

       8500-OFERECER-VAGA.
      *    ABRIU CADEIRA NA TURMA WRK-TURMA-ANTES - AS VAGAS LIVRES
      *    (CAPACIDADE MENOS ATIVOS) VAO AO PRIMEIRO DA FILA PELO
      *    ESPVAGA, QUE ENFILEIRA O AVISO AO RESPONSAVEL
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-TURMA-ANTES TO TUR-CODIGO.
            READ TURMAS
              INVALID KEY
                MOVE 'N' TO WRK-TURMA-OK
              NOT INVALID KEY
                MOVE 'S' TO WRK-TURMA-OK
            END-READ.
            CLOSE TURMAS.
            IF NOT TURMA-OK OR TUR-INATIVA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5600-CONTAR-TURMA.
            COMPUTE WRK-ESP-VAGAS = TUR-CAPACIDADE - WRK-QTNA-TURMA.
            MOVE 'O' TO WRK-ESP-OPERACAO.
            CALL 'ESPVAGA' USING WRK-ESP-OPERACAO TUR-CODIGO
                MAT-CPF WRK-ESP-VAGAS WRK-ESP-QTDE.
            IF WRK-ESP-QTDE > 0
                MOVE SPACES TO WRK-MSGERRO
                STRING 'VAGA OFERECIDA NA ESPERA: '
                       WRK-ESP-QTDE
                    DELIMITED BY SIZE INTO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-IF.

       8900-GRAVAR-MOVIMENTO.
      *    UMA LINHA POR MOVIMENTO EM MATMOV.DAT - O CHAMADOR JA
      *    PREENCHEU TIPO E TURMAS
            MOVE MAT-NUMERO       TO MMV-MATRICULA.
            MOVE MAT-NOME         TO MMV-NOME.
            MOVE WRK-MOV-DATA     TO MMV-DATA-EFETIVA.
            MOVE WRK-DATA-SISTEMA TO MMV-DATA-LANCTO.
            MOVE WRK-MOV-MOTIVO   TO MMV-MOTIVO.
            OPEN EXTEND MATMOV.
            IF MATMOV-STATUS = 35
                OPEN OUTPUT MATMOV
            END-IF.
            WRITE MATMOV-REG.
            CLOSE MATMOV.

       9000-DECLARACAO.
      *    SO ALUNO ATIVO RECEBE DECLARACAO - O NUMERO SO E DADO
      *    QUANDO O REGISTRO DA DECLARACAO JA ESTA GRAVADO
            MOVE 'MODULO - DECLARACAO ' TO WRK-MODULO.
            DISPLAY TELA.
            IF WRK-USUARIO = SPACES
                ACCEPT TELA-EMISSOR
            END-IF.
            IF WRK-USUARIO = SPACES
                MOVE 'EMITENTE OBRIGATORIO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY TELA-EMISSOR.
            DISPLAY TELA-MATRICULA.
            ACCEPT CHAVE-MAT.
            READ MATRICULAS
              INVALID KEY
                MOVE 'MATRICULA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            DISPLAY SS-DADOS-MAT.
            IF NOT MAT-ATIVO
                MOVE 'MATRICULA NAO ESTA ATIVA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'EMITIR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                MOVE 'EMISSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 9100-NUMERAR-DECLARACAO.
            IF NOT DECLARACAO-GRAVADA
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 9200-IMPRIMIR-DECLARACAO.
            MOVE SPACES TO WRK-MSGERRO.
            STRING 'DECLARACAO EMITIDA N. ' WRK-DECL-NUMERO
                DELIMITED BY SIZE INTO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       9100-NUMERAR-DECLARACAO.
      *    DECLNUM.CTL GUARDA O ULTIMO NUMERO, MAS QUEM MANDA E O
      *    DECLARA.DAT: SE O NUMERO SEGUINTE JA FOI GRAVADO POR
      *    OUTRA ESTACAO, TENTA O PROXIMO - NAO HA NUMERO REPETIDO
      *    NEM BURACO NA SEQUENCIA
            MOVE 'N' TO WRK-DECL-OK WRK-DECL-FIM.
            OPEN I-O DECLARA.
            IF DECLARA-STATUS = 35
                OPEN OUTPUT DECLARA
                CLOSE DECLARA
                OPEN I-O DECLARA
            END-IF.
            IF DECLARA-STATUS NOT = 0
                MOVE 'DECLARA.DAT INDISPONIVEL' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WRK-DECL-NUMERO.
            OPEN INPUT DECLNUM-CTL.
            IF DECLNUM-STATUS = 0
                READ DECLNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTDECL TO WRK-DECL-NUMERO
                END-READ
                CLOSE DECLNUM-CTL
            END-IF.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            PERFORM 9150-GRAVAR-DECLARACAO UNTIL FIM-NUMERACAO.
            CLOSE DECLARA.
            IF DECLARACAO-GRAVADA
                MOVE WRK-DECL-NUMERO TO CTL-ULTDECL
                OPEN OUTPUT DECLNUM-CTL
                WRITE DECLNUM-LINHA
                CLOSE DECLNUM-CTL
            END-IF.

       9150-GRAVAR-DECLARACAO.
            ADD 1 TO WRK-DECL-NUMERO.
            MOVE WRK-DECL-NUMERO  TO DECL-NUMERO.
            MOVE MAT-NUMERO       TO DECL-MATRICULA.
            MOVE MAT-NOME         TO DECL-NOME.
            MOVE MAT-TURMA        TO DECL-TURMA.
            MOVE WRK-DATA-SISTEMA TO DECL-DATA.
            MOVE WRK-HORA-SISTEMA TO DECL-HORA.
            MOVE WRK-USUARIO      TO DECL-EMISSOR.
            WRITE DECLARA-REG
              INVALID KEY
                IF DECLARA-STATUS NOT = 22
                    MOVE 'ERRO AO GRAVAR DECLARACAO' TO WRK-MSGERRO
                    MOVE 'S' TO WRK-DECL-FIM
                END-IF
              NOT INVALID KEY
                MOVE 'S' TO WRK-DECL-OK
                MOVE 'S' TO WRK-DECL-FIM
            END-WRITE.

       9200-IMPRIMIR-DECLARACAO.
      *    UMA DECLARACAO POR PAGINA EM DECLARA.RPT, QUE VAI PARA
      *    A IMPRESSORA DA SECRETARIA
            MOVE MAT-TURMA TO TUR-CODIGO.
            MOVE SPACES TO WRK-TUR-DESCR WRK-TUR-PERIODO.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS = 0
                READ TURMAS
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE TUR-DESCRICAO TO WRK-TUR-DESCR
                    EVALUATE TUR-PERIODO
                      WHEN 'M' MOVE 'MANHA' TO WRK-TUR-PERIODO
                      WHEN 'T' MOVE 'TARDE' TO WRK-TUR-PERIODO
                      WHEN 'N' MOVE 'NOITE' TO WRK-TUR-PERIODO
                    END-EVALUATE
                END-READ
                CLOSE TURMAS
            END-IF.
            OPEN EXTEND DECLARA-RPT.
            IF DECLRPT-STATUS = 35
                OPEN OUTPUT DECLARA-RPT
            END-IF.
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-PARTES.
            MOVE WRK-DECL-NUMERO TO DRP-NUMERO.
            WRITE DECLRPT-LINHA FROM DRP-TITULO
                AFTER ADVANCING PAGE.
            MOVE SPACES TO DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA FROM DRP-LINHA1.
            MOVE MAT-NOME   TO DRP-NOME.
            MOVE MAT-NUMERO TO DRP-MATRICULA.
            WRITE DECLRPT-LINHA FROM DRP-LINHA2.
            MOVE MAT-TURMA  TO DRP-TURMA.
            WRITE DECLRPT-LINHA FROM DRP-LINHA3.
            MOVE WRK-TUR-DESCR   TO DRP-TUR-DESCR.
            MOVE WRK-TUR-PERIODO TO DRP-PERIODO.
            MOVE WRK-DP-ANO      TO DRP-ANO-LETIVO.
            WRITE DECLRPT-LINHA FROM DRP-LINHA4.
            MOVE SPACES TO DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            MOVE WRK-DP-DIA TO DRP-DIA.
            MOVE WRK-DP-MES TO DRP-MES.
            MOVE WRK-DP-ANO TO DRP-ANO.
            WRITE DECLRPT-LINHA FROM DRP-DATA.
            MOVE SPACES TO DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA FROM DRP-ASSINATURA.
            MOVE WRK-USUARIO TO DRP-USUARIO.
            WRITE DECLRPT-LINHA FROM DRP-EMISSOR.
            MOVE SPACES TO DECLRPT-LINHA.
            WRITE DECLRPT-LINHA.
            WRITE DECLRPT-LINHA FROM DRP-CONFERENCIA.
            WRITE DECLRPT-LINHA FROM DRP-CONFERENCIA2.
            CLOSE DECLARA-RPT.

       9500-CONFERIR-DECLARACAO.
      *    O NUMERO IMPRESSO TEM QUE ESTAR NO REGISTRO, COM O
      *    MESMO ALUNO - SENAO A DECLARACAO NAO E DA ESCOLA
            MOVE 'MODULO - CONFERENCIA ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO DECL-NUMERO.
            DISPLAY TELA-DECLARACAO.
            ACCEPT CHAVE-DECL.
            OPEN INPUT DECLARA.
            IF DECLARA-STATUS NOT = 0
                MOVE 'NENHUMA DECLARACAO EMITIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            READ DECLARA
              INVALID KEY
                MOVE 'DECLARACAO NAO EMITIDA AQUI' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE '-- DECLARACAO AUTENTICA --' TO WRK-MSGERRO
                DISPLAY SS-DADOS-DECL
            END-READ.
            CLOSE DECLARA.
            ACCEPT MOSTRA-ERRO.
