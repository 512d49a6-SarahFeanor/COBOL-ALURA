       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEGFUNC.
      *******************************************
      * AULA:      AUDITORIA MENSAL DE SEGREGACAO DE FUNCOES
      * OBJETIVO:  CRUZAR EM SEGFUNC.RPT AS TRILHAS DOS CONTROLES
      *            DE DUAS PESSOAS - REVISAO DE LIMITE
      *            (LIMPROP.LOG), BAIXA DE DIVIDA (BAIXAPRO.LOG),
      *            ESQUECIMENTO LGPD (LGPDFILA.DAT), RETENCAO DE
      *            CREDITO (CREDHOLD.LOG), PARAMETROS (CONFIG.LOG)
      *            E FECHAMENTO (PERIODOS.LOG) - COM OS PERFIS DE
      *            SENHAS.DAT/PERFIS.DAT, APONTANDO:
      *              1 QUEM APROVOU O PROPRIO PEDIDO
      *              2 O MESMO USUARIO NOS DOIS PASSOS DO MESMO
      *                CLIENTE (OU DA MESMA COMPETENCIA) DENTRO
      *                DA JANELA
      *              3 DECISAO DE QUEM NAO E ADM OU DE FUNCAO
      *                FORA DO PERFIL DO USUARIO
      *              4 DECISAO DE USUARIO DESATIVADO OU QUE NAO
      *                EXISTE MAIS (DATA DA DESATIVACAO TIRADA DO
      *                USUARIOS.LOG)
      *            COMPETENCIA: VARIAVEL SEGFUNC_COMPETENCIA
      *            (AAAAMM) - SEM ELA VALE O MES ANTERIOR, QUE E O
      *            QUE O AGENDADOR FECHA NO COMECO DO MES
      *            JANELA: VARIAVEL SEGFUNC_JANELA (DIAS, BASE
      *            30/360 DO DATAPRAZ) - SEM ELA, 30
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
           SELECT PERFIS ASSIGN TO 'PERFIS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PRF-STATUS.
           SELECT USUARIOS-LOG ASSIGN TO 'USUARIOS.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS USULOG-STATUS.
           SELECT LIMPROP-LOG ASSIGN TO 'LIMPROP.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LIPLOG-STATUS.
           SELECT BAIXAPRO-LOG ASSIGN TO 'BAIXAPRO.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BXPLOG-STATUS.
           SELECT LGPDFILA ASSIGN TO 'LGPDFILA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LGP-STATUS.
           SELECT CREDHOLD-LOG ASSIGN TO 'CREDHOLD.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CRHLOG-STATUS.
           SELECT CONFIG-LOG ASSIGN TO 'CONFIG.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFGLOG-STATUS.
           SELECT PERIODOS-LOG ASSIGN TO 'PERIODOS.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERLOG-STATUS.
           SELECT SEGFUNC-RPT ASSIGN TO 'SEGFUNC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).
           05 SEN-SITUACAO PIC X(01).
           05 SEN-DATATROCA PIC 9(08).
           05 SEN-TENTATIVAS PIC 9(02).
           05 SEN-PERFIL  PIC X(10).

       FD PERFIS.
       01 PRF-LINHA.
           05 PRF-PERFIL PIC X(10).
           05 PRF-FUNCAO PIC X(12).

       FD USUARIOS-LOG.
       01 USULOG-LINHA.
           05 USULOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01).
           05 USULOG-HORA    PIC 9(06).
           05 FILLER         PIC X(01).
           05 USULOG-ADM     PIC X(20).
           05 FILLER         PIC X(01).
           05 USULOG-ALVO    PIC X(20).
           05 FILLER         PIC X(01).
           05 USULOG-ACAO    PIC X(12).

       FD LIMPROP-LOG.
       01 LIPLOG-LINHA.
           05 LIPLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01).
           05 LIPLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01).
           05 LIPLOG-FONE    PIC 9(11).
           05 FILLER         PIC X(01).
           05 LIPLOG-ATUAL   PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 LIPLOG-NOVO    PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 LIPLOG-DECISAO PIC X(08).

       FD BAIXAPRO-LOG.
       01 BXPLOG-LINHA.
           05 BXPLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01).
           05 BXPLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01).
           05 BXPLOG-FONE    PIC 9(11).
           05 FILLER         PIC X(01).
           05 BXPLOG-PEDIDO  PIC 9(07).
           05 FILLER         PIC X(01).
           05 BXPLOG-VALOR   PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 BXPLOG-DECISAO PIC X(08).

       FD LGPDFILA.
           COPY LGPDFILA.

       FD CREDHOLD-LOG.
       01 CRHLOG-LINHA.
           05 CRHLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01).
           05 CRHLOG-USUARIO PIC X(20).
           05 FILLER         PIC X(01).
           05 CRHLOG-PEDIDO  PIC 9(07).
           05 FILLER         PIC X(01).
           05 CRHLOG-FONE    PIC 9(11).
           05 FILLER         PIC X(01).
           05 CRHLOG-VALOR   PIC 9(07)V99.
           05 FILLER         PIC X(01).
           05 CRHLOG-DECISAO PIC X(08).
           05 FILLER         PIC X(01).
           05 CRHLOG-MOTIVO  PIC X(20).

       FD CONFIG-LOG.
       01 CFGLOG-LINHA.
           05 CFGLOG-DATA    PIC 9(08).
           05 FILLER         PIC X(01).
           05 CFGLOG-HORA    PIC 9(06).
           05 FILLER         PIC X(01).
           05 CFGLOG-ADM     PIC X(20).
           05 FILLER         PIC X(01).
           05 CFGLOG-ARQUIVO PIC X(12).
           05 FILLER         PIC X(01).
           05 CFGLOG-ANTES   PIC X(20).
           05 FILLER         PIC X(01).
           05 CFGLOG-DEPOIS  PIC X(20).

       FD PERIODOS-LOG.
       01 PERLOG-LINHA.
           05 PERLOG-DATA        PIC 9(08).
           05 FILLER             PIC X(01).
           05 PERLOG-ADM         PIC X(20).
           05 FILLER             PIC X(01).
           05 PERLOG-COMPETENCIA PIC 9(06).
           05 FILLER             PIC X(01).
           05 PERLOG-ACAO        PIC X(08).
           05 FILLER             PIC X(01).
           05 PERLOG-MOTIVO      PIC X(20).

       FD SEGFUNC-RPT.
       01 RPT-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 SEN-STATUS       PIC 9(02).
       77 PRF-STATUS       PIC 9(02).
       77 USULOG-STATUS    PIC 9(02).
       77 LIPLOG-STATUS    PIC 9(02).
       77 BXPLOG-STATUS    PIC 9(02).
       77 LGP-STATUS       PIC 9(02).
       77 CRHLOG-STATUS    PIC 9(02).
       77 CFGLOG-STATUS    PIC 9(02).
       77 PERLOG-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-INF     PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-JANELA-INF   PIC X(03) VALUE SPACES.
       77 WRK-JANELA       PIC 9(03) VALUE 30.
      *    EVENTO MAIS ANTIGO QUE AINDA PODE FORMAR PAR COM UM DO
      *    MES - A JANELA ARREDONDADA PARA MESES INTEIROS, MAIS UM
       01 WRK-CORTE.
           05 WRK-CORTE-ANO PIC 9(04).
           05 WRK-CORTE-MES PIC 9(02).
           05 WRK-CORTE-DIA PIC 9(02).
       01 WRK-DATA-CORTE   REDEFINES WRK-CORTE PIC 9(08).
       77 WRK-MESES-CORTE  PIC 9(03) VALUE 0.
       77 WRK-MESES-TOTAL  PIC 9(06) VALUE 0.
       77 WRK-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU VALUE 'S'.
       77 WRK-QTSEN        PIC 9(03) VALUE 0.
       77 WRK-IX-SEN       PIC 9(03) VALUE 0.
       77 WRK-QTPRF        PIC 9(03) VALUE 0.
       77 WRK-IX-PRF       PIC 9(03) VALUE 0.
       77 WRK-QTEVT        PIC 9(04) VALUE 0.
       77 WRK-IX-EVT       PIC 9(04) VALUE 0.
       77 WRK-IX-PAR       PIC 9(04) VALUE 0.
       77 WRK-IX-CEDO      PIC 9(04) VALUE 0.
       77 WRK-IX-TARDE     PIC 9(04) VALUE 0.
       77 WRK-QTAUTO       PIC 9(03) VALUE 0.
       77 WRK-IX-AUTO      PIC 9(03) VALUE 0.
       77 WRK-QTACHADOS    PIC 9(05) VALUE 0.
       77 WRK-QTPARES      PIC 9(05) VALUE 0.
       77 WRK-QTPERFIL     PIC 9(05) VALUE 0.
       77 WRK-QTDESATIV    PIC 9(05) VALUE 0.
       77 WRK-IX-PASSO     PIC 9(01) VALUE 0.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(34) VALUE SPACES.
       77 WRK-DATA-ED      PIC 9(08) VALUE ZEROS.
       77 WRK-OBJETO       PIC X(12) VALUE SPACES.

      *    PASSOS DE CADA TRILHA - A FUNCAO E A DO PERFCHK
      *    (PERFIS.DAT); SO O PEDIDO LGPD NAO E DECISAO
       01 WRK-TAB-PASSOS-V.
           05 FILLER PIC X(36) VALUE
              'LIMOPCAO L     LIMITE (DECISAO)    S'.
           05 FILLER PIC X(36) VALUE
              'BXABAIXAREV    BAIXA (DECISAO)     S'.
           05 FILLER PIC X(36) VALUE
              'LGSLGPDPED     LGPD (PEDIDO)       N'.
           05 FILLER PIC X(36) VALUE
              'LGALGPDREV     LGPD (DECISAO)      S'.
           05 FILLER PIC X(36) VALUE
              'CRDCREDMESA    CREDITO (DECISAO)   S'.
           05 FILLER PIC X(36) VALUE
              'CFGCFGMANT     PARAMETRO ALTERADO  S'.
           05 FILLER PIC X(36) VALUE
              'PFEPERFECHA    COMPETENCIA FECHADA S'.
           05 FILLER PIC X(36) VALUE
              'PREPERFECHA    COMPETENCIA REABERTAS'.
       01 WRK-TAB-PASSOS REDEFINES WRK-TAB-PASSOS-V.
           05 WRK-PASSO OCCURS 8 TIMES.
               10 WRK-PAS-CODIGO PIC X(03).
               10 WRK-PAS-FUNCAO PIC X(12).
               10 WRK-PAS-DESC   PIC X(20).
               10 WRK-PAS-DECIDE PIC X(01).

       01 WRK-TAB-SENHAS.
      *    SENHAS.DAT INTEIRO MAIS A ULTIMA DESATIVACAO DO
      *    USUARIOS.LOG (ZEROS SE REATIVADO DEPOIS)
           05 WRK-SEN OCCURS 100 TIMES.
               10 WRK-SEN-USUARIO PIC X(20).
               10 WRK-SEN-NIVEL   PIC 9(02).
               10 WRK-SEN-SITU    PIC X(01).
               10 WRK-SEN-PERFIL  PIC X(10).
               10 WRK-SEN-DESATIV PIC 9(08).

       01 WRK-TAB-PERFIS.
           05 WRK-PRF OCCURS 300 TIMES.
               10 WRK-PRF-PERFIL PIC X(10).
               10 WRK-PRF-FUNCAO PIC X(12).

       01 WRK-TAB-EVENTOS.
      *    UM EVENTO POR PASSO EXECUTADO - OBJETO E O FONE DO
      *    CLIENTE, O ARQUIVO DE PARAMETRO OU A COMPETENCIA
           05 WRK-EVT OCCURS 3000 TIMES.
               10 WRK-EVT-DATA    PIC 9(08).
               10 WRK-EVT-USUARIO PIC X(20).
               10 WRK-EVT-PASSO   PIC 9(01).
               10 WRK-EVT-OBJETO  PIC X(12).

       01 WRK-TAB-AUTO.
      *    PEDIDO LGPD DECIDIDO NO MES PELO PROPRIO SOLICITANTE
           05 WRK-AUTO OCCURS 200 TIMES.
               10 WRK-AUTO-USUARIO PIC X(20).
               10 WRK-AUTO-FONE    PIC 9(11).
               10 WRK-AUTO-PEDIDO  PIC 9(08).
               10 WRK-AUTO-DECISAO PIC 9(08).

       01 RPT-TITULO.
           05 FILLER       PIC X(48) VALUE
              'AUDITORIA DE SEGREGACAO DE FUNCOES - COMPETENCIA'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-TIT-COMP PIC 9(06).
           05 FILLER       PIC X(10) VALUE '  JANELA '.
           05 RPT-TIT-JAN  PIC ZZ9.
           05 FILLER       PIC X(05) VALUE ' DIAS'.
       01 RPT-SECAO.
           05 RPT-SEC-TEXTO PIC X(80).
       01 RPT-AUTO-DET.
           05 RPT-AUT-USUARIO PIC X(20).
           05 FILLER          PIC X(07) VALUE '  FONE '.
           05 RPT-AUT-FONE    PIC 9(11).
           05 FILLER          PIC X(12) VALUE '  PEDIU EM '.
           05 RPT-AUT-PEDIDO  PIC 9(08).
           05 FILLER          PIC X(14) VALUE '  DECIDIU EM '.
           05 RPT-AUT-DECISAO PIC 9(08).
       01 RPT-PAR-DET.
           05 RPT-PAR-USUARIO PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-PAR-OBJETO  PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-PAR-DESC1   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RPT-PAR-DATA1   PIC 9(08).
           05 FILLER          PIC X(03) VALUE ' E '.
           05 RPT-PAR-DESC2   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RPT-PAR-DATA2   PIC 9(08).
       01 RPT-EVT-DET.
           05 RPT-EVT-USUARIO PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-EVT-OBJETO  PIC X(12).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-EVT-DESC    PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 RPT-EVT-DATA    PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RPT-EVT-MOTIVO  PIC X(34).
       01 RPT-NADA.
           05 FILLER PIC X(30) VALUE '  NENHUMA OCORRENCIA'.
       01 RPT-TOTAL.
           05 RPT-TOT-TEXTO PIC X(40).
           05 RPT-TOT-QTDE  PIC ZZZZ9.
       01 RPT-BRANCO.
           05 FILLER PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 1500-CARREGAR-USUARIOS.
            PERFORM 2000-CARREGAR-TRILHAS.
            IF TABELA-ESTOURADA
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN OUTPUT SEGFUNC-RPT.
            MOVE WRK-COMPETENCIA TO RPT-TIT-COMP.
            MOVE WRK-JANELA TO RPT-TIT-JAN.
            MOVE RPT-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3000-IMPRIMIR-AUTO-APROVACAO.
            PERFORM 4000-IMPRIMIR-DOIS-PASSOS.
            PERFORM 5000-IMPRIMIR-FORA-PERFIL.
            PERFORM 6000-IMPRIMIR-DESATIVADOS.
            PERFORM 7000-IMPRIMIR-RESUMO.
            CLOSE SEGFUNC-RPT.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WRK-COMP-INF FROM ENVIRONMENT
                'SEGFUNC_COMPETENCIA'.
            IF WRK-COMP-INF IS NUMERIC AND WRK-COMP-INF NOT = SPACES
                MOVE WRK-COMP-INF TO WRK-COMPETENCIA
            ELSE
                MOVE WRK-DATA-SISTEMA(1:6) TO WRK-CORTE
                IF WRK-CORTE-MES = 01
                    MOVE 12 TO WRK-CORTE-MES
                    SUBTRACT 1 FROM WRK-CORTE-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-CORTE-MES
                END-IF
                MOVE WRK-CORTE(1:6) TO WRK-COMPETENCIA
            END-IF.
            ACCEPT WRK-JANELA-INF FROM ENVIRONMENT 'SEGFUNC_JANELA'.
            IF WRK-JANELA-INF IS NUMERIC AND WRK-JANELA-INF NOT = SPACES
                MOVE WRK-JANELA-INF TO WRK-JANELA
            END-IF.
            MOVE WRK-COMPETENCIA TO WRK-CORTE(1:6).
            MOVE 01 TO WRK-CORTE-DIA.
            COMPUTE WRK-MESES-CORTE = WRK-JANELA / 30 + 1.
            COMPUTE WRK-MESES-TOTAL = WRK-CORTE-ANO * 12
                + WRK-CORTE-MES - 1 - WRK-MESES-CORTE.
            DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-CORTE-ANO
                REMAINDER WRK-CORTE-MES.
            ADD 1 TO WRK-CORTE-MES.

       1500-CARREGAR-USUARIOS.
            OPEN INPUT CLIENTES-SEN.
            IF SEN-STATUS = 0
                PERFORM 1510-LER-SENHA
                PERFORM UNTIL SEN-STATUS NOT = 0
                    IF WRK-QTSEN < 100
                        ADD 1 TO WRK-QTSEN
                        MOVE SEN-USUARIO  TO WRK-SEN-USUARIO(WRK-QTSEN)
                        MOVE SEN-NIVEL    TO WRK-SEN-NIVEL(WRK-QTSEN)
                        MOVE SEN-SITUACAO TO WRK-SEN-SITU(WRK-QTSEN)
                        MOVE SEN-PERFIL   TO WRK-SEN-PERFIL(WRK-QTSEN)
                        MOVE ZEROS TO WRK-SEN-DESATIV(WRK-QTSEN)
                    ELSE
                        DISPLAY 'SEGFUNC: SENHAS.DAT ACIMA DE 100 '
                                'USUARIOS - AUDITORIA CANCELADA'
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1510-LER-SENHA
                END-PERFORM
                CLOSE CLIENTES-SEN
            END-IF.
      *    SEM PERFIS.DAT NINGUEM TEM FUNCAO NO PERFIL - O MESMO
      *    "NEGA TUDO" DO PERFCHK
            OPEN INPUT PERFIS.
            IF PRF-STATUS = 0
                PERFORM 1520-LER-PERFIL
                PERFORM UNTIL PRF-STATUS NOT = 0
                    IF WRK-QTPRF < 300
                        ADD 1 TO WRK-QTPRF
                        MOVE PRF-PERFIL TO WRK-PRF-PERFIL(WRK-QTPRF)
                        MOVE PRF-FUNCAO TO WRK-PRF-FUNCAO(WRK-QTPRF)
                    ELSE
                        DISPLAY 'SEGFUNC: PERFIS.DAT ACIMA DE 300 '
                                'LINHAS - AUDITORIA CANCELADA'
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1520-LER-PERFIL
                END-PERFORM
                CLOSE PERFIS
            END-IF.
      *    A ULTIMA DESATIVACAO VALE; REATIVACAO DEPOIS ZERA
            OPEN INPUT USUARIOS-LOG.
            IF USULOG-STATUS = 0
                PERFORM 1530-LER-USUARIOS-LOG
                PERFORM UNTIL USULOG-STATUS NOT = 0
                    MOVE USULOG-ALVO TO WRK-USUARIO
                    PERFORM 8000-BUSCAR-USUARIO
                    IF ACHOU
                        IF USULOG-ACAO = 'DESATIVADO  '
                            MOVE USULOG-DATA TO
                                WRK-SEN-DESATIV(WRK-IX-SEN)
                        END-IF
                        IF USULOG-ACAO = 'REATIVADO   '
                            MOVE ZEROS TO WRK-SEN-DESATIV(WRK-IX-SEN)
                        END-IF
                    END-IF
                    PERFORM 1530-LER-USUARIOS-LOG
                END-PERFORM
                CLOSE USUARIOS-LOG
            END-IF.

       1510-LER-SENHA.
            READ CLIENTES-SEN
                AT END CONTINUE
            END-READ.

       1520-LER-PERFIL.
            READ PERFIS
                AT END CONTINUE
            END-READ.

       1530-LER-USUARIOS-LOG.
            READ USUARIOS-LOG
                AT END CONTINUE
            END-READ.

       2000-CARREGAR-TRILHAS.
            PERFORM 2100-CARREGAR-LIMITES.
            PERFORM 2200-CARREGAR-BAIXAS.
            PERFORM 2300-CARREGAR-LGPD.
            PERFORM 2400-CARREGAR-CREDITO.
            PERFORM 2500-CARREGAR-CONFIG.
            PERFORM 2600-CARREGAR-PERIODOS.

       2100-CARREGAR-LIMITES.
            OPEN INPUT LIMPROP-LOG.
            IF LIPLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ LIMPROP-LOG AT END CONTINUE END-READ.
            PERFORM UNTIL LIPLOG-STATUS NOT = 0
                MOVE 1 TO WRK-IX-PASSO
                MOVE SPACES TO WRK-OBJETO
                MOVE LIPLOG-FONE TO WRK-OBJETO(1:11)
                MOVE LIPLOG-USUARIO TO WRK-USUARIO
                MOVE LIPLOG-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                READ LIMPROP-LOG AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE LIMPROP-LOG.

       2200-CARREGAR-BAIXAS.
            OPEN INPUT BAIXAPRO-LOG.
            IF BXPLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ BAIXAPRO-LOG AT END CONTINUE END-READ.
            PERFORM UNTIL BXPLOG-STATUS NOT = 0
                MOVE 2 TO WRK-IX-PASSO
                MOVE SPACES TO WRK-OBJETO
                MOVE BXPLOG-FONE TO WRK-OBJETO(1:11)
                MOVE BXPLOG-USUARIO TO WRK-USUARIO
                MOVE BXPLOG-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                READ BAIXAPRO-LOG AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE BAIXAPRO-LOG.

       2300-CARREGAR-LGPD.
      *    A FILA GUARDA OS DOIS PASSOS NO MESMO REGISTRO - O
      *    PEDIDO SEMPRE, A DECISAO QUANDO JA HOUVE
            OPEN INPUT LGPDFILA.
            IF LGP-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ LGPDFILA AT END CONTINUE END-READ.
            PERFORM UNTIL LGP-STATUS NOT = 0
                MOVE SPACES TO WRK-OBJETO
                MOVE LGP-FONE TO WRK-OBJETO(1:11)
                MOVE 3 TO WRK-IX-PASSO
                MOVE LGP-SOLICITANTE TO WRK-USUARIO
                MOVE LGP-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                IF LGP-APROVADOR NOT = SPACES
                    MOVE 4 TO WRK-IX-PASSO
                    MOVE LGP-APROVADOR TO WRK-USUARIO
                    MOVE LGP-DECISAO TO WRK-DATA-ED
                    PERFORM 2900-GUARDAR-EVENTO
                    IF LGP-APROVADOR = LGP-SOLICITANTE
                     AND LGP-DECISAO(1:6) = WRK-COMPETENCIA
                        PERFORM 2350-GUARDAR-AUTO
                    END-IF
                END-IF
                READ LGPDFILA AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE LGPDFILA.

       2350-GUARDAR-AUTO.
            IF WRK-QTAUTO < 200
                ADD 1 TO WRK-QTAUTO
                MOVE LGP-APROVADOR TO WRK-AUTO-USUARIO(WRK-QTAUTO)
                MOVE LGP-FONE      TO WRK-AUTO-FONE(WRK-QTAUTO)
                MOVE LGP-DATA      TO WRK-AUTO-PEDIDO(WRK-QTAUTO)
                MOVE LGP-DECISAO   TO WRK-AUTO-DECISAO(WRK-QTAUTO)
            ELSE
                DISPLAY 'SEGFUNC: MAIS DE 200 AUTO-APROVACOES - '
                        'AUDITORIA CANCELADA'
                MOVE 'S' TO WRK-TAB-CHEIA
            END-IF.

       2400-CARREGAR-CREDITO.
            OPEN INPUT CREDHOLD-LOG.
            IF CRHLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ CREDHOLD-LOG AT END CONTINUE END-READ.
            PERFORM UNTIL CRHLOG-STATUS NOT = 0
                MOVE 5 TO WRK-IX-PASSO
                MOVE SPACES TO WRK-OBJETO
                MOVE CRHLOG-FONE TO WRK-OBJETO(1:11)
                MOVE CRHLOG-USUARIO TO WRK-USUARIO
                MOVE CRHLOG-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                READ CREDHOLD-LOG AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE CREDHOLD-LOG.

       2500-CARREGAR-CONFIG.
            OPEN INPUT CONFIG-LOG.
            IF CFGLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ CONFIG-LOG AT END CONTINUE END-READ.
            PERFORM UNTIL CFGLOG-STATUS NOT = 0
                MOVE 6 TO WRK-IX-PASSO
                MOVE SPACES TO WRK-OBJETO
                MOVE CFGLOG-ARQUIVO TO WRK-OBJETO(1:12)
                MOVE CFGLOG-ADM TO WRK-USUARIO
                MOVE CFGLOG-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                READ CONFIG-LOG AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE CONFIG-LOG.

       2600-CARREGAR-PERIODOS.
      *    FECHAR E REABRIR A MESMA COMPETENCIA SAO OS DOIS PASSOS
      *    DO FECHAMENTO - QUEM REABRE NAO DEVIA REFECHAR SOZINHO
            OPEN INPUT PERIODOS-LOG.
            IF PERLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            READ PERIODOS-LOG AT END CONTINUE END-READ.
            PERFORM UNTIL PERLOG-STATUS NOT = 0
                IF PERLOG-ACAO = 'REABERTA'
                    MOVE 8 TO WRK-IX-PASSO
                ELSE
                    MOVE 7 TO WRK-IX-PASSO
                END-IF
                MOVE SPACES TO WRK-OBJETO
                MOVE PERLOG-COMPETENCIA TO WRK-OBJETO(1:6)
                MOVE PERLOG-ADM TO WRK-USUARIO
                MOVE PERLOG-DATA TO WRK-DATA-ED
                PERFORM 2900-GUARDAR-EVENTO
                READ PERIODOS-LOG AT END CONTINUE END-READ
            END-PERFORM.
            CLOSE PERIODOS-LOG.

       2900-GUARDAR-EVENTO.
      *    SO ENTRA O QUE PODE CAIR NO MES OU FAZER PAR COM ELE
            IF WRK-DATA-ED < WRK-DATA-CORTE
             OR WRK-DATA-ED(1:6) > WRK-COMPETENCIA
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTEVT < 3000
                ADD 1 TO WRK-QTEVT
                MOVE WRK-DATA-ED  TO WRK-EVT-DATA(WRK-QTEVT)
                MOVE WRK-USUARIO  TO WRK-EVT-USUARIO(WRK-QTEVT)
                MOVE WRK-IX-PASSO TO WRK-EVT-PASSO(WRK-QTEVT)
                MOVE WRK-OBJETO TO WRK-EVT-OBJETO(WRK-QTEVT)
            ELSE
                IF NOT TABELA-ESTOURADA
                    DISPLAY 'SEGFUNC: MAIS DE 3000 EVENTOS NA '
                            'JANELA - AUDITORIA CANCELADA'
                END-IF
                MOVE 'S' TO WRK-TAB-CHEIA
            END-IF.

       3000-IMPRIMIR-AUTO-APROVACAO.
            MOVE '1 - APROVOU O PROPRIO PEDIDO (LGPDFILA)'
                TO RPT-SEC-TEXTO.
            MOVE RPT-SECAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-AUTO FROM 1 BY 1
                    UNTIL WRK-IX-AUTO > WRK-QTAUTO
                MOVE WRK-AUTO-USUARIO(WRK-IX-AUTO) TO RPT-AUT-USUARIO
                MOVE WRK-AUTO-FONE(WRK-IX-AUTO)    TO RPT-AUT-FONE
                MOVE WRK-AUTO-PEDIDO(WRK-IX-AUTO)  TO RPT-AUT-PEDIDO
                MOVE WRK-AUTO-DECISAO(WRK-IX-AUTO) TO RPT-AUT-DECISAO
                MOVE RPT-AUTO-DET TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM.
            IF WRK-QTAUTO = 0
                MOVE RPT-NADA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.

       4000-IMPRIMIR-DOIS-PASSOS.
            MOVE '2 - MESMO USUARIO NOS DOIS PASSOS DENTRO DA JANELA'
                TO RPT-SEC-TEXTO.
            MOVE RPT-SECAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-EVT FROM 1 BY 1
                    UNTIL WRK-IX-EVT > WRK-QTEVT
                PERFORM VARYING WRK-IX-PAR FROM WRK-IX-EVT BY 1
                        UNTIL WRK-IX-PAR > WRK-QTEVT
                    PERFORM 4100-CONFERIR-PAR
                END-PERFORM
            END-PERFORM.
            IF WRK-QTPARES = 0
                MOVE RPT-NADA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.

       4100-CONFERIR-PAR.
      *    PAR = MESMO USUARIO, MESMO OBJETO, PASSOS DIFERENTES -
      *    PEDIDO E DECISAO LGPD PELA MESMA PESSOA JA SAO A
      *    SECAO 1, QUE OLHA O PROPRIO REGISTRO DA FILA
            IF WRK-EVT-USUARIO(WRK-IX-EVT) NOT =
               WRK-EVT-USUARIO(WRK-IX-PAR)
             OR WRK-EVT-OBJETO(WRK-IX-EVT) NOT =
                WRK-EVT-OBJETO(WRK-IX-PAR)
             OR WRK-EVT-PASSO(WRK-IX-EVT) =
                WRK-EVT-PASSO(WRK-IX-PAR)
                EXIT PARAGRAPH
            END-IF.
            IF WRK-EVT-DATA(WRK-IX-EVT) > WRK-EVT-DATA(WRK-IX-PAR)
                MOVE WRK-IX-PAR TO WRK-IX-CEDO
                MOVE WRK-IX-EVT TO WRK-IX-TARDE
            ELSE
                MOVE WRK-IX-EVT TO WRK-IX-CEDO
                MOVE WRK-IX-PAR TO WRK-IX-TARDE
            END-IF.
            IF WRK-EVT-DATA(WRK-IX-TARDE)(1:6) NOT = WRK-COMPETENCIA
                EXIT PARAGRAPH
            END-IF.
            IF WRK-EVT-PASSO(WRK-IX-CEDO) +
               WRK-EVT-PASSO(WRK-IX-TARDE) = 7
             AND (WRK-EVT-PASSO(WRK-IX-CEDO) = 3
              OR WRK-EVT-PASSO(WRK-IX-CEDO) = 4)
                EXIT PARAGRAPH
            END-IF.
            CALL 'DATAPRAZ' USING WRK-EVT-DATA(WRK-IX-CEDO)
                WRK-JANELA WRK-DATA-LIMITE.
            IF WRK-EVT-DATA(WRK-IX-TARDE) > WRK-DATA-LIMITE
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTPARES.
            MOVE WRK-EVT-USUARIO(WRK-IX-CEDO) TO RPT-PAR-USUARIO.
            MOVE WRK-EVT-OBJETO(WRK-IX-CEDO)  TO RPT-PAR-OBJETO.
            MOVE WRK-EVT-PASSO(WRK-IX-CEDO)   TO WRK-IX-PASSO.
            MOVE WRK-PAS-DESC(WRK-IX-PASSO)   TO RPT-PAR-DESC1.
            MOVE WRK-EVT-DATA(WRK-IX-CEDO)    TO RPT-PAR-DATA1.
            MOVE WRK-EVT-PASSO(WRK-IX-TARDE)  TO WRK-IX-PASSO.
            MOVE WRK-PAS-DESC(WRK-IX-PASSO)   TO RPT-PAR-DESC2.
            MOVE WRK-EVT-DATA(WRK-IX-TARDE)   TO RPT-PAR-DATA2.
            MOVE RPT-PAR-DET TO RPT-LINHA.
            WRITE RPT-LINHA.

       5000-IMPRIMIR-FORA-PERFIL.
            MOVE '3 - DECISAO SEM NIVEL ADM OU FORA DO PERFIL'
                TO RPT-SEC-TEXTO.
            MOVE RPT-SECAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-EVT FROM 1 BY 1
                    UNTIL WRK-IX-EVT > WRK-QTEVT
                MOVE WRK-EVT-PASSO(WRK-IX-EVT) TO WRK-IX-PASSO
                IF WRK-EVT-DATA(WRK-IX-EVT)(1:6) = WRK-COMPETENCIA
                 AND WRK-PAS-DECIDE(WRK-IX-PASSO) = 'S'
                    PERFORM 5100-CONFERIR-PERFIL
                END-IF
            END-PERFORM.
            IF WRK-QTPERFIL = 0
                MOVE RPT-NADA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.

       5100-CONFERIR-PERFIL.
      *    USUARIO QUE NAO EXISTE MAIS E DA SECAO 4
            MOVE WRK-EVT-USUARIO(WRK-IX-EVT) TO WRK-USUARIO.
            PERFORM 8000-BUSCAR-USUARIO.
            IF NOT ACHOU
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WRK-MOTIVO.
            IF WRK-SEN-NIVEL(WRK-IX-SEN) NOT = 01
                MOVE 'DECIDIU SEM SER ADM' TO WRK-MOTIVO
            ELSE
                IF WRK-SEN-PERFIL(WRK-IX-SEN) NOT = SPACES
                    PERFORM 8100-BUSCAR-PERMISSAO
                    IF NOT ACHOU
                        STRING 'PERFIL ' DELIMITED BY SIZE
                            WRK-SEN-PERFIL(WRK-IX-SEN)
                                DELIMITED BY SPACE
                            ' SEM ' DELIMITED BY SIZE
                            WRK-PAS-FUNCAO(WRK-IX-PASSO)
                                DELIMITED BY SIZE
                            INTO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO NOT = SPACES
                ADD 1 TO WRK-QTPERFIL
                PERFORM 8200-LINHA-EVENTO
            END-IF.

       6000-IMPRIMIR-DESATIVADOS.
            MOVE '4 - DECISAO DE USUARIO DESATIVADO OU INEXISTENTE'
                TO RPT-SEC-TEXTO.
            MOVE RPT-SECAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-EVT FROM 1 BY 1
                    UNTIL WRK-IX-EVT > WRK-QTEVT
                MOVE WRK-EVT-PASSO(WRK-IX-EVT) TO WRK-IX-PASSO
                IF WRK-EVT-DATA(WRK-IX-EVT)(1:6) = WRK-COMPETENCIA
                 AND WRK-PAS-DECIDE(WRK-IX-PASSO) = 'S'
                    PERFORM 6100-CONFERIR-SITUACAO
                END-IF
            END-PERFORM.
            IF WRK-QTDESATIV = 0
                MOVE RPT-NADA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.

       6100-CONFERIR-SITUACAO.
      *    SITUACAO 2 E DESATIVADO PELO USUARIOS; O BLOQUEIO POR
      *    TENTATIVAS (3) NAO TIRA A PESSOA DA EMPRESA
            MOVE WRK-EVT-USUARIO(WRK-IX-EVT) TO WRK-USUARIO.
            PERFORM 8000-BUSCAR-USUARIO.
            MOVE SPACES TO WRK-MOTIVO.
            IF NOT ACHOU
                MOVE 'USUARIO FORA DO SENHAS.DAT' TO WRK-MOTIVO
            ELSE
                IF WRK-SEN-SITU(WRK-IX-SEN) = '2'
                    IF WRK-SEN-DESATIV(WRK-IX-SEN) = ZEROS
                        MOVE 'DESATIVADO DEPOIS' TO WRK-MOTIVO
                    ELSE
                        IF WRK-SEN-DESATIV(WRK-IX-SEN) >
                           WRK-EVT-DATA(WRK-IX-EVT)
                            STRING 'DESATIVADO DEPOIS, EM '
                                DELIMITED BY SIZE
                                WRK-SEN-DESATIV(WRK-IX-SEN)
                                DELIMITED BY SIZE
                                INTO WRK-MOTIVO
                        ELSE
                            STRING 'JA DESATIVADO DESDE '
                                DELIMITED BY SIZE
                                WRK-SEN-DESATIV(WRK-IX-SEN)
                                DELIMITED BY SIZE
                                INTO WRK-MOTIVO
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO NOT = SPACES
                ADD 1 TO WRK-QTDESATIV
                PERFORM 8200-LINHA-EVENTO
            END-IF.

       7000-IMPRIMIR-RESUMO.
            COMPUTE WRK-QTACHADOS = WRK-QTAUTO + WRK-QTPARES
                + WRK-QTPERFIL + WRK-QTDESATIV.
            MOVE 'RESUMO' TO RPT-SEC-TEXTO.
            MOVE RPT-SECAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'EVENTOS LIDOS NA JANELA...............'
                TO RPT-TOT-TEXTO.
            MOVE WRK-QTEVT TO RPT-TOT-QTDE.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE '1 - APROVOU O PROPRIO PEDIDO..........'
                TO RPT-TOT-TEXTO.
            MOVE WRK-QTAUTO TO RPT-TOT-QTDE.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE '2 - DOIS PASSOS PELO MESMO USUARIO....'
                TO RPT-TOT-TEXTO.
            MOVE WRK-QTPARES TO RPT-TOT-QTDE.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE '3 - SEM NIVEL ADM OU FORA DO PERFIL...'
                TO RPT-TOT-TEXTO.
            MOVE WRK-QTPERFIL TO RPT-TOT-QTDE.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE '4 - USUARIO DESATIVADO OU INEXISTENTE.'
                TO RPT-TOT-TEXTO.
            MOVE WRK-QTDESATIV TO RPT-TOT-QTDE.
            MOVE RPT-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            DISPLAY '===== SEGFUNC - SEGREGACAO DE FUNCOES ====='.
            DISPLAY 'COMPETENCIA..........: ' WRK-COMPETENCIA.
            DISPLAY 'EVENTOS NA JANELA....: ' WRK-QTEVT.
            DISPLAY 'OCORRENCIAS..........: ' WRK-QTACHADOS.

       8000-BUSCAR-USUARIO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-SEN FROM 1 BY 1
                    UNTIL WRK-IX-SEN > WRK-QTSEN OR ACHOU
                IF WRK-SEN-USUARIO(WRK-IX-SEN) = WRK-USUARIO
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-SEN
                END-IF
            END-PERFORM.

       8100-BUSCAR-PERMISSAO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-PRF FROM 1 BY 1
                    UNTIL WRK-IX-PRF > WRK-QTPRF OR ACHOU
                IF WRK-PRF-PERFIL(WRK-IX-PRF) =
                   WRK-SEN-PERFIL(WRK-IX-SEN)
                 AND WRK-PRF-FUNCAO(WRK-IX-PRF) =
                     WRK-PAS-FUNCAO(WRK-IX-PASSO)
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-PERFORM.

       8200-LINHA-EVENTO.
            MOVE WRK-EVT-USUARIO(WRK-IX-EVT) TO RPT-EVT-USUARIO.
            MOVE WRK-EVT-OBJETO(WRK-IX-EVT)  TO RPT-EVT-OBJETO.
            MOVE WRK-PAS-DESC(WRK-IX-PASSO)  TO RPT-EVT-DESC.
            MOVE WRK-EVT-DATA(WRK-IX-EVT)    TO RPT-EVT-DATA.
            MOVE WRK-MOTIVO                  TO RPT-EVT-MOTIVO.
            MOVE RPT-EVT-DET TO RPT-LINHA.
            WRITE RPT-LINHA.
