      *           CODIGO CONTRA UMA SALA DE VERDADE, COM
      *           CAPACIDADE CONTROLADA
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - AUMENTO DE CAPACIDADE OFERECE
      *            AS CADEIRAS NOVAS AOS PRIMEIROS DA LISTA DE ESPERA
      *            (CALL ESPVAGA)
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT MATRICULAS ASSIGN TO 'MATRICUL.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
           COPY TURMAS.

       FD MATRICULAS.
           COPY MATRICUL.

       WORKING-STORAGE SECTION.
       77 TURMAS-STATUS PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 MAT-STATUS      PIC 9(02).
       77 WRK-CAPAC-ANTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTATIVOS    PIC 9(03) VALUE 0.
       77 WRK-FIMMAT      PIC X(01) VALUE 'N'.
           88 FIM-MATRICULAS VALUE 'S'.
       77 WRK-ESP-OPERACAO PIC X(01) VALUE 'O'.
       77 WRK-ESP-CPF     PIC X(11) VALUE SPACES.
       77 WRK-ESP-VAGAS   PIC S9(03) VALUE ZEROS.
       77 WRK-ESP-QTDE    PIC 9(03) VALUE 0.

       SCREEN SECTION.
       01 TELA.
                MOVE 'TURMA NAO ENCONTRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                MOVE TUR-CAPACIDADE TO WRK-CAPAC-ANTES
                ACCEPT SS-DADOS-TURMA
                MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        MOVE 'TURMA ALTERADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                        IF TUR-CAPACIDADE > WRK-CAPAC-ANTES
                         AND TUR-ATIVA
                            PERFORM 7500-OFERECER-VAGAS
                        END-IF
                    END-REWRITE
                END-IF
            END-READ.

       7500-OFERECER-VAGAS.
      *    AUMENTO DE CAPACIDADE ABRE CADEIRA - AS VAGAS LIVRES
      *    (CAPACIDADE MENOS ATIVOS) VAO AOS PRIMEIROS DA LISTA DE
      *    ESPERA PELO ESPVAGA, QUE AVISA O RESPONSAVEL
            MOVE 0 TO WRK-QTATIVOS.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMMAT.
            MOVE LOW-VALUES TO MAT-CHAVE.
            START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMMAT
            END-START.
            PERFORM UNTIL FIM-MATRICULAS
                READ MATRICULAS NEXT
                    AT END
                        MOVE 'S' TO WRK-FIMMAT
                    NOT AT END
                        IF MAT-TURMA = TUR-CODIGO AND MAT-ATIVO
                            ADD 1 TO WRK-QTATIVOS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MATRICULAS.
            COMPUTE WRK-ESP-VAGAS = TUR-CAPACIDADE - WRK-QTATIVOS.
            CALL 'ESPVAGA' USING WRK-ESP-OPERACAO TUR-CODIGO
                WRK-ESP-CPF WRK-ESP-VAGAS WRK-ESP-QTDE.
            IF WRK-ESP-QTDE > 0
                MOVE SPACES TO WRK-MSGERRO
                STRING 'VAGA OFERECIDA NA ESPERA: '
                       WRK-ESP-QTDE
                    DELIMITED BY SIZE INTO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-IF.

       8000-DESATIVAR.
            MOVE 'MODULO - DESATIVAR ' TO WRK-MODULO.
            DISPLAY TELA.
