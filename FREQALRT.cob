       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQALRT.
      ************************************
      * AREA DE COMENTARIOS -REMARK
      * AUTHOR = SARAH
      * OBJETIVO: AVISO NOTURNO DE FREQUENCIA BAIXA AO RESPONSAVEL -
      *           O FREQCAP SO MOSTRA O ALERTA DE 75 PORCENTO NA
      *           TELA DO PROFESSOR
      *           LE O FREQUENC.DAT DO PERIODO (FREQALRT_TERM, EM
      *           BRANCO = ANO CORRENTE, COMO O ALUNOS_TERM) E, PARA
      *           CADA MATRICULA ATIVA QUE CAIU ABAIXO DE UMA FAIXA,
      *           ENFILEIRA O EVENTO NO NOTIFICA PARA O FONE DO
      *           RESPONSAVEL (MAT-FONE-RESP), COM A MATRICULA NO
      *           DOCUMENTO:
      *             FAIXA 1 - AVISO   (FREQALRT_AVISO,  PADRAO 80)
      *                       EVENTO A
      *             FAIXA 2 - MINIMO  (FREQALRT_MINIMO, PADRAO 75)
      *                       EVENTO B
      *           CADA FAIXA E AVISADA UMA VEZ SO POR MATRICULA E
      *           PERIODO - O AVISO DADO FICA ANOTADO EM
      *           FREQALRT.DAT, E QUEM JA RECEBEU A FAIXA MAIS
      *           GRAVE NAO RECEBE A MAIS BRANDA DEPOIS
      *           A COORDENACAO RECEBE FREQALRT.RPT COM OS AVISADOS
      *           E OS QUE FICARAM SEM AVISO POR FALTA DE
      *           RESPONSAVEL NO MESTRE DE MATRICULAS
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
           SELECT FREQUENCIA ASSIGN TO 'FREQUENC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRQ-STATUS.
           SELECT AVISOS ASSIGN TO 'FREQALRT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALR-STATUS.
           SELECT FREQALRT-RPT ASSIGN TO 'FREQALRT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULAS.
           COPY MATRICUL.

       FD FREQUENCIA.
       01 FRQ-REG.
            05 FRQ-MATRICULA   PIC 9(06).
            05 FRQ-TERM        PIC X(06).
            05 FRQ-DADAS       PIC 9(03).
            05 FRQ-ASSISTIDAS  PIC 9(03).

       FD AVISOS.
       01 ALR-REG.
            05 ALR-MATRICULA   PIC 9(06).
            05 ALR-TERM        PIC X(06).
            05 ALR-FAIXA       PIC 9(01).
            05 ALR-PERCENTUAL  PIC 9(03).
            05 ALR-DATA        PIC 9(08).

       FD FREQALRT-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 MAT-STATUS       PIC 9(02).
       77 FRQ-STATUS       PIC 9(02).
       77 ALR-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-TERM         PIC X(06) VALUE SPACES.
       77 WRK-PARM         PIC X(02) VALUE SPACES.
       77 WRK-MATR-BUSCA   PIC 9(06) VALUE ZEROS.
       77 WRK-AVISO        PIC 9(03) VALUE 80.
       77 WRK-MINIMO       PIC 9(03) VALUE 75.
       77 WRK-FIMFRQ       PIC X(01) VALUE 'N'.
           88 FIM-FREQUENCIA VALUE 'S'.
       77 WRK-ABERTOS      PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-PERCENTUAL   PIC 9(03) VALUE 0.
       77 WRK-FAIXA        PIC 9(01) VALUE 0.
       77 WRK-FAIXA-DADA   PIC 9(01) VALUE 0.
       77 WRK-QTAVISOS     PIC 9(04) VALUE 0.
       77 WRK-IX-ALR       PIC 9(04) VALUE 0.
       77 WRK-TIPO-EVENTO  PIC X(01) VALUE SPACES.
       77 WRK-DOCUMENTO    PIC 9(07) VALUE ZEROS.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTABAIXO     PIC 9(05) VALUE 0.
       77 WRK-QTNOTIF      PIC 9(05) VALUE 0.
       77 WRK-QTJA-AVISADO PIC 9(05) VALUE 0.
       77 WRK-QTSEM-RESP   PIC 9(05) VALUE 0.
       01 WRK-TAB-AVISOS.
      *    AVISOS JA DADOS NO PERIODO - A MAIOR FAIXA POR MATRICULA
           05 WRK-ALR OCCURS 2000 TIMES.
               10 WRK-ALR-MATR  PIC 9(06).
               10 WRK-ALR-FAIXA PIC 9(01).

       01 RPT-CABECALHO.
           05 FILLER     PIC X(36) VALUE
              'AVISOS DE FREQUENCIA - PERIODO '.
           05 RPT-TERM   PIC X(06).
           05 FILLER     PIC X(09) VALUE '  AVISO <'.
           05 RPT-AVISO  PIC ZZ9.
           05 FILLER     PIC X(10) VALUE '%  MINIMO<'.
           05 RPT-MINIMO PIC ZZ9.
           05 FILLER     PIC X(01) VALUE '%'.
       01 RPT-COLUNAS.
           05 FILLER PIC X(07) VALUE 'MATRIC'.
           05 FILLER PIC X(31) VALUE 'NOME'.
           05 FILLER PIC X(07) VALUE 'TURMA'.
           05 FILLER PIC X(05) VALUE 'FREQ'.
           05 FILLER PIC X(07) VALUE 'FAIXA'.
           05 FILLER PIC X(12) VALUE 'FONE RESP'.
       01 RPT-DETALHE.
           05 RPT-MATRICULA PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-NOME      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-TURMA     PIC X(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-PERC      PIC ZZ9.
           05 FILLER        PIC X(02) VALUE '% '.
           05 RPT-FAIXA     PIC X(06).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-FONE      PIC X(11).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-OBS       PIC X(11).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR THRU 1000-SAIDA.
            IF RETURN-CODE = 0
                PERFORM 2000-AVALIAR-FREQUENCIA THRU 2000-PROXIMO
                    UNTIL FIM-FREQUENCIA
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-TERM FROM ENVIRONMENT 'FREQALRT_TERM'.
            IF WRK-TERM = SPACES
                MOVE WRK-DATA-SISTEMA (1:4) TO WRK-TERM
            END-IF.
            ACCEPT WRK-PARM FROM ENVIRONMENT 'FREQALRT_AVISO'.
            IF WRK-PARM IS NUMERIC
                MOVE WRK-PARM TO WRK-AVISO
            END-IF.
            MOVE SPACES TO WRK-PARM.
            ACCEPT WRK-PARM FROM ENVIRONMENT 'FREQALRT_MINIMO'.
            IF WRK-PARM IS NUMERIC
                MOVE WRK-PARM TO WRK-MINIMO
            END-IF.
            IF WRK-MINIMO NOT < WRK-AVISO
                DISPLAY 'FREQALRT: FAIXAS INVALIDAS - AVISO '
                        WRK-AVISO ' MINIMO ' WRK-MINIMO
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            PERFORM 1100-CARREGAR-AVISOS.
            OPEN INPUT FREQUENCIA.
            IF FRQ-STATUS NOT = 0
                DISPLAY 'FREQALRT: SEM FREQUENC.DAT'
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                DISPLAY 'FREQALRT: NAO ABRIU MATRICUL.DAT - STATUS '
                        MAT-STATUS
                CLOSE FREQUENCIA
                MOVE 16 TO RETURN-CODE
                GO TO 1000-SAIDA
            END-IF.
            OPEN EXTEND AVISOS.
            IF ALR-STATUS = 35
                OPEN OUTPUT AVISOS
            END-IF.
            OPEN OUTPUT FREQALRT-RPT.
            MOVE 'S' TO WRK-ABERTOS.
            MOVE WRK-TERM   TO RPT-TERM.
            MOVE WRK-AVISO  TO RPT-AVISO.
            MOVE WRK-MINIMO TO RPT-MINIMO.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 1300-LER-FREQUENCIA.
       1000-SAIDA.
            EXIT.

       1100-CARREGAR-AVISOS.
      *    SO OS AVISOS DO PERIODO INTERESSAM - FICA A MAIOR FAIXA
      *    JA AVISADA DE CADA MATRICULA
            MOVE 0 TO WRK-QTAVISOS.
            OPEN INPUT AVISOS.
            IF ALR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1200-GUARDAR-AVISO UNTIL ALR-STATUS NOT = 0.
            CLOSE AVISOS.

       1200-GUARDAR-AVISO.
            READ AVISOS
                AT END CONTINUE
                NOT AT END
                    IF ALR-TERM = WRK-TERM
                        MOVE ALR-MATRICULA TO WRK-MATR-BUSCA
                        PERFORM 2300-BUSCAR-AVISO
                        IF WRK-IX-ALR > WRK-QTAVISOS
                            PERFORM 2400-ANOTAR-AVISO
                        ELSE
                            IF ALR-FAIXA > WRK-ALR-FAIXA(WRK-IX-ALR)
                                MOVE ALR-FAIXA
                                    TO WRK-ALR-FAIXA(WRK-IX-ALR)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       1300-LER-FREQUENCIA.
            READ FREQUENCIA
                AT END MOVE 'S' TO WRK-FIMFRQ
            END-READ.

       2000-AVALIAR-FREQUENCIA.
            IF FRQ-TERM NOT = WRK-TERM OR FRQ-DADAS = 0
                GO TO 2000-PROXIMO
            END-IF.
            ADD 1 TO WRK-QTLIDOS.
      *    MESMA CONTA DO ALUNOS: ASSISTIDAS X 100 / DADAS
            COMPUTE WRK-PERCENTUAL =
                FRQ-ASSISTIDAS * 100 / FRQ-DADAS.
            EVALUATE TRUE
              WHEN WRK-PERCENTUAL < WRK-MINIMO
                MOVE 2 TO WRK-FAIXA
              WHEN WRK-PERCENTUAL < WRK-AVISO
                MOVE 1 TO WRK-FAIXA
              WHEN OTHER
                GO TO 2000-PROXIMO
            END-EVALUATE.
            MOVE FRQ-MATRICULA TO MAT-NUMERO.
            READ MATRICULAS
              INVALID KEY
                GO TO 2000-PROXIMO
            END-READ.
            IF NOT MAT-ATIVO
                GO TO 2000-PROXIMO
            END-IF.
            ADD 1 TO WRK-QTABAIXO.
            MOVE MAT-NUMERO TO WRK-MATR-BUSCA.
            PERFORM 2300-BUSCAR-AVISO.
            MOVE 0 TO WRK-FAIXA-DADA.
            IF WRK-IX-ALR NOT > WRK-QTAVISOS
                MOVE WRK-ALR-FAIXA(WRK-IX-ALR) TO WRK-FAIXA-DADA
            END-IF.
            IF WRK-FAIXA-DADA NOT < WRK-FAIXA
                ADD 1 TO WRK-QTJA-AVISADO
                GO TO 2000-PROXIMO
            END-IF.
            PERFORM 2100-IMPRIMIR.
            IF MAT-FONE-RESP = ZEROS
                ADD 1 TO WRK-QTSEM-RESP
                GO TO 2000-PROXIMO
            END-IF.
            PERFORM 2200-NOTIFICAR.
       2000-PROXIMO.
            PERFORM 1300-LER-FREQUENCIA.

       2100-IMPRIMIR.
            MOVE MAT-NUMERO     TO RPT-MATRICULA.
            MOVE MAT-NOME       TO RPT-NOME.
            MOVE MAT-TURMA      TO RPT-TURMA.
            MOVE WRK-PERCENTUAL TO RPT-PERC.
            IF WRK-FAIXA = 2
                MOVE 'MINIMO' TO RPT-FAIXA
            ELSE
                MOVE 'AVISO ' TO RPT-FAIXA
            END-IF.
            IF MAT-FONE-RESP = ZEROS
                MOVE SPACES           TO RPT-FONE
                MOVE 'SEM RESPONS'    TO RPT-OBS
            ELSE
                MOVE MAT-FONE-RESP    TO RPT-FONE
                MOVE 'NOTIFICADO'     TO RPT-OBS
            END-IF.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       2200-NOTIFICAR.
      *    O AVISO SO E ANOTADO DEPOIS DE ENFILEIRADO - RERODAR A
      *    NOITE NAO REPETE A FAIXA
            IF WRK-FAIXA = 2
                MOVE 'B' TO WRK-TIPO-EVENTO
            ELSE
                MOVE 'A' TO WRK-TIPO-EVENTO
            END-IF.
            MOVE MAT-NUMERO TO WRK-DOCUMENTO.
            CALL 'NOTIFICA' USING WRK-TIPO-EVENTO MAT-FONE-RESP
                                  WRK-DOCUMENTO.
            MOVE MAT-NUMERO       TO ALR-MATRICULA.
            MOVE WRK-TERM         TO ALR-TERM.
            MOVE WRK-FAIXA        TO ALR-FAIXA.
            MOVE WRK-PERCENTUAL   TO ALR-PERCENTUAL.
            MOVE WRK-DATA-SISTEMA TO ALR-DATA.
            WRITE ALR-REG.
            IF WRK-IX-ALR > WRK-QTAVISOS
                PERFORM 2400-ANOTAR-AVISO
            ELSE
                MOVE WRK-FAIXA TO WRK-ALR-FAIXA(WRK-IX-ALR)
            END-IF.
            ADD 1 TO WRK-QTNOTIF.

       2300-BUSCAR-AVISO.
            PERFORM VARYING WRK-IX-ALR FROM 1 BY 1
                    UNTIL WRK-IX-ALR > WRK-QTAVISOS
                    OR WRK-ALR-MATR(WRK-IX-ALR) = WRK-MATR-BUSCA
                CONTINUE
            END-PERFORM.

       2400-ANOTAR-AVISO.
            IF WRK-QTAVISOS < 2000
                ADD 1 TO WRK-QTAVISOS
                MOVE ALR-MATRICULA TO WRK-ALR-MATR(WRK-QTAVISOS)
                MOVE ALR-FAIXA     TO WRK-ALR-FAIXA(WRK-QTAVISOS)
            END-IF.

       9000-FINALIZAR.
            IF ARQUIVOS-ABERTOS
                CLOSE FREQUENCIA
                CLOSE MATRICULAS
                CLOSE AVISOS
                CLOSE FREQALRT-RPT
            END-IF.
            DISPLAY '===== FREQALRT - AVISOS DE FREQUENCIA ====='.
            DISPLAY 'PERIODO..............: ' WRK-TERM.
            DISPLAY 'FREQUENCIAS LIDAS....: ' WRK-QTLIDOS.
            DISPLAY 'ATIVOS ABAIXO DA FAIXA: ' WRK-QTABAIXO.
            DISPLAY 'RESPONSAVEIS AVISADOS: ' WRK-QTNOTIF.
            DISPLAY 'JA AVISADOS ANTES....: ' WRK-QTJA-AVISADO.
            DISPLAY 'SEM RESPONSAVEL......: ' WRK-QTSEM-RESP.
