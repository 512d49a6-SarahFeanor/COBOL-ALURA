      *           APONTADA NO FIM - E SOBRA DA EPOCA EM QUE A
      *           TURMA ERA TEXTO LIVRE
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - TAMANHO DA LISTA DE ESPERA
      *            (ESPERA.DAT) AO LADO DAS VAGAS LIVRES
      * ALTERADO = 15/10/2026 - SARAH - ROTINAS COM DESVIO PARA A
      *            SAIDA EXECUTADAS COM THRU - O DESVIO CAIA NA ROTINA
      *            SEGUINTE
      * ALTERADO = 15/10/2026 - SARAH - ALUNO DESISTENTE NAO ENTRA
      *            NA CONTAGEM DE TRANCADOS
      ************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
           SELECT ESPERA ASSIGN TO 'ESPERA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESPERA-STATUS
             RECORD KEY IS ESP-CHAVE.
           SELECT OCUPACAO-RPT ASSIGN TO 'TURMOCUP.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD MATRICULAS.
           COPY MATRICUL.

       FD ESPERA.
           COPY ESPERA.

       FD OCUPACAO-RPT.
       01 RPT-LINHA PIC X(80).

       77 TURMAS-STATUS   PIC 9(02).
       77 MAT-STATUS      PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 ESPERA-STATUS   PIC 9(02).
       77 WRK-FIMESP      PIC X(01) VALUE 'N'.
           88 FIM-ESPERA VALUE 'S'.
       77 WRK-QTESPERA    PIC 9(05) VALUE 0.
       77 WRK-FIMTUR      PIC X(01) VALUE 'N'.
           88 FIM-TURMAS VALUE 'S'.
       77 WRK-QTTURMAS    PIC 9(03) VALUE 0.
               10 WRK-TUR-SIT    PIC X(01).
               10 WRK-TUR-ATIVOS PIC 9(03).
               10 WRK-TUR-TRANC  PIC 9(03).
               10 WRK-TUR-ESPERA PIC 9(03).

       01 RPT-CABECALHO.
           05 FILLER PIC X(50) VALUE
              'TURMA  DESCRICAO                      P CAP ATIVOS'.
           05 FILLER PIC X(12) VALUE ' TRANC VAGAS'.
           05 FILLER PIC X(07) VALUE ' ESPERA'.
       01 RPT-DETALHE.
           05 RPT-CODIGO PIC X(06).
           05 FILLER     PIC X(01) VALUE SPACES.
           05 RPT-TRANC  PIC ZZ9.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-VAGAS  PIC -ZZ9.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 RPT-ESPERA PIC ZZ9.
           05 FILLER     PIC X(01) VALUE SPACES.
           05 RPT-MARCA  PIC X(08).
       01 RPT-ORFA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            PERFORM 2000-CONTAR-MATRICULAS THRU 2000-SAIDA.
            PERFORM 2500-CONTAR-ESPERA THRU 2500-SAIDA.
            PERFORM 3000-FINALIZAR.
            GOBACK.

                MOVE TUR-STATUS-TURMA TO WRK-TUR-SIT(WRK-QTTURMAS)
                MOVE 0 TO WRK-TUR-ATIVOS(WRK-QTTURMAS)
                MOVE 0 TO WRK-TUR-TRANC(WRK-QTTURMAS)
                MOVE 0 TO WRK-TUR-ESPERA(WRK-QTTURMAS)
            END-IF.
            PERFORM 1150-LER-TURMA.

                    MOVE 'S' TO WRK-TUR-ACHADA
                    IF MAT-ATIVO
                        ADD 1 TO WRK-TUR-ATIVOS(WRK-IX-TUR)
                    END-IF
                    IF MAT-TRANCADO
                        ADD 1 TO WRK-TUR-TRANC(WRK-IX-TUR)
                    END-IF
                END-IF
            END-IF.
            PERFORM 2100-LER-MATRICULA.

       2500-CONTAR-ESPERA.
      *    FILA DE ESPERA DE CADA TURMA: AGUARDANDO E COM VAGA
      *    OFERECIDA AINDA NAO MATRICULADOS - SEM O ARQUIVO, ZERO
            IF RETURN-CODE NOT = 0
                GO TO 2500-SAIDA
            END-IF.
            OPEN INPUT ESPERA.
            IF ESPERA-STATUS NOT = 0
                GO TO 2500-SAIDA
            END-IF.
            PERFORM 2550-LER-ESPERA.
            PERFORM 2600-SOMAR-ESPERA UNTIL FIM-ESPERA.
            CLOSE ESPERA.
       2500-SAIDA.
            EXIT.

       2550-LER-ESPERA.
            READ ESPERA NEXT
                AT END MOVE 'S' TO WRK-FIMESP
            END-READ.

       2600-SOMAR-ESPERA.
            IF ESP-NA-FILA
                MOVE 'N' TO WRK-TUR-ACHADA
                PERFORM VARYING WRK-IX-TUR FROM 1 BY 1
                        UNTIL WRK-IX-TUR > WRK-QTTURMAS
                        OR WRK-TUR-ACHADA = 'S'
                    IF WRK-TUR-CODIGO(WRK-IX-TUR) = ESP-TURMA
                        MOVE 'S' TO WRK-TUR-ACHADA
                        ADD 1 TO WRK-TUR-ESPERA(WRK-IX-TUR)
                        ADD 1 TO WRK-QTESPERA
                    END-IF
                END-PERFORM
            END-IF.
            PERFORM 2550-LER-ESPERA.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                PERFORM 3100-IMPRIMIR-TURMA
            DISPLAY 'TURMAS NO MESTRE.....: ' WRK-QTTURMAS.
            DISPLAY 'TURMAS LOTADAS.......: ' WRK-QTLOTADAS.
            DISPLAY 'MATRICULAS SEM TURMA.: ' WRK-QTORFAS.
            DISPLAY 'NA LISTA DE ESPERA...: ' WRK-QTESPERA.

       3100-IMPRIMIR-TURMA.
            MOVE WRK-TUR-CODIGO(WRK-IX-TUR) TO RPT-CODIGO.
            COMPUTE WRK-VAGAS = WRK-TUR-CAPAC(WRK-IX-TUR)
                - WRK-TUR-ATIVOS(WRK-IX-TUR).
            MOVE WRK-VAGAS TO RPT-VAGAS.
            MOVE WRK-TUR-ESPERA(WRK-IX-TUR) TO RPT-ESPERA.
            MOVE SPACES TO RPT-MARCA.
            IF WRK-TUR-SIT(WRK-IX-TUR) = '2'
                MOVE 'INATIVA' TO RPT-MARCA
