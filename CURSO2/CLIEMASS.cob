       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLIEMASS.
      *******************************************
      * AULA:      ATUALIZACAO EM MASSA DO MESTRE DE CLIENTES
      * OBJETIVO:  TROCAR DE UMA VEZ UM CAMPO (UF, CIDADE, CEP,
      *            SITUACAO OU VENDEDOR) DE TODOS OS CLIENTES QUE
      *            ATENDEM AOS CRITERIOS INFORMADOS (UF, CIDADE,
      *            FAIXA DE CEP, SITUACAO E VENDEDOR) - SO ADM
      *            PRIMEIRO GRAVA A PREVIA EM CLIEMASS.RPT (CODIGO,
      *            NOME, VALOR ATUAL E NOVO VALOR) E ESPERA A
      *            CONFIRMACAO; SO ENTAO REGRAVA O MESTRE, PASSANDO
      *            CADA REGRAVACAO PELO CLIEJRNL COM O IDENTIFICADOR
      *            DA EXECUCAO (DATA E HORA DO INICIO) - CLIEMASS.LOG
      *            GUARDA UMA LINHA POR EXECUCAO APLICADA
      *            MODO D DESFAZ UMA EXECUCAO INTEIRA: ACHA NO
      *            CLIENTES.JNL AS REGRAVACOES DAQUELA EXECUCAO E
      *            DEVOLVE O VALOR ANTERIOR, COM PREVIA E
      *            CONFIRMACAO DO MESMO JEITO
      *            CLIENTE QUE MUDOU O CAMPO ENTRE A PREVIA (OU A
      *            EXECUCAO DESFEITA) E A APLICACAO E IGNORADO E
      *            LISTADO - O QUE OUTRA ROTINA GRAVOU NAO E PISADO
      *            UF, CIDADE E CEP SAO ENDERECO (DADO SENSIVEL):
      *            A CONFIRMACAO EXIGE O LOGIN DE UM SEGUNDO ADM,
      *            COMO NA APROVACAO DO MENU DE CLIENTES
      *            TROCA DE VENDEDOR (CAMPO V) TAMBEM VAI PARA O
      *            HISTORICO DA CARTEIRA (CARTHIST.DAT)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT CLIENTES-JNL ASSIGN TO 'CLIENTES.JNL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JNL-STATUS.
           SELECT CLIEMASS-WRK ASSIGN TO 'CLIEMASS.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MSW-STATUS.
           SELECT CLIEMASS-RPT ASSIGN TO 'CLIEMASS.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT CLIEMASS-LOG ASSIGN TO 'CLIEMASS.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOG-STATUS.
           SELECT CARTHIST ASSIGN TO 'CARTHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).
           05 SEN-SITUACAO PIC X(01).
           05 SEN-DATATROCA PIC 9(08).
           05 SEN-TENTATIVAS PIC 9(02).

       FD VENDEDOR.
           COPY VENDEDOR.

       FD CLIENTES-JNL.
           COPY CLIEJNL.

       FD CLIEMASS-WRK.
      *    UM CLIENTE ATINGIDO - VALOR DO CAMPO NA PREVIA E O QUE
      *    VAI SER GRAVADO
       01 MSW-REG.
           05 MSW-CODIGO     PIC 9(07).
           05 MSW-NOME       PIC X(30).
           05 MSW-VAL-ANTES  PIC X(20).
           05 MSW-VAL-DEPOIS PIC X(20).

       FD CLIEMASS-RPT.
       01 RPT-LINHA PIC X(100).

       FD CLIEMASS-LOG.
      *    UMA LINHA POR EXECUCAO APLICADA (A) OU DESFEITA (D)
       01 MSL-REG.
           05 MSL-EXECUCAO      PIC X(14).
           05 MSL-MODO          PIC X(01).
               88 MSL-APLICACAO    VALUE 'A'.
               88 MSL-DESFAZIMENTO VALUE 'D'.
           05 MSL-ADM           PIC X(20).
      *    SEGUNDO ADM - SO NOS CAMPOS DE ENDERECO
           05 MSL-CONFERENTE    PIC X(20).
           05 MSL-CAMPO         PIC X(01).
           05 MSL-VALOR         PIC X(20).
           05 MSL-CRIT-UF       PIC X(02).
           05 MSL-CRIT-CIDADE   PIC X(20).
           05 MSL-CRIT-CEP-DE   PIC 9(08).
           05 MSL-CRIT-CEP-ATE  PIC 9(08).
           05 MSL-CRIT-SITUACAO PIC X(01).
           05 MSL-CRIT-VENDEDOR PIC X(03).
      *    EXECUCAO DESFEITA - SO NO MODO D
           05 MSL-ORIGEM        PIC X(14).
           05 MSL-QTAPLICADOS   PIC 9(05).
           05 MSL-QTIGNORADOS   PIC 9(05).

       FD CARTHIST.
           COPY CARTHIST.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 SEN-STATUS       PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 JNL-STATUS       PIC 9(02).
       77 MSW-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 LOG-STATUS       PIC 9(02).
       77 CARTHIST-STATUS  PIC 9(02).
       77 WRK-RC           PIC 9(02) VALUE 0.
       77 WRK-ADMIN        PIC X(20) VALUE SPACES.
       77 WRK-CONFERENTE   PIC X(20) VALUE SPACES.
       77 WRK-USUARIO-LOG  PIC X(20) VALUE SPACES.
       77 WRK-PROMPT       PIC X(26) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
       77 WRK-ADM-OK       PIC X(01) VALUE 'N'.
           88 ADM-VALIDO VALUE 'S'.
       77 WRK-FIMSEN       PIC X(01) VALUE 'N'.
           88 FIM-SENHAS VALUE 'S'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE SPACES.
           88 MODO-APLICAR  VALUE 'A'.
           88 MODO-DESFAZER VALUE 'D'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WRK-ABRIU-MESTRE PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       77 WRK-ABRIU-RPT    PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77 WRK-ATENDE       PIC X(01) VALUE 'N'.
           88 ATENDE-CRITERIOS VALUE 'S'.
       77 WRK-JA-DESFEITA  PIC X(01) VALUE 'N'.
           88 EXECUCAO-JA-DESFEITA VALUE 'S'.
       77 WRK-ACHOU-ORIGEM PIC X(01) VALUE 'N'.
           88 ORIGEM-ACHADA VALUE 'S'.
       77 WRK-IX-UF        PIC 9(02) VALUE 0.
       77 WRK-UF-OK        PIC X(01) VALUE 'N'.
           88 UF-VALIDA VALUE 'S'.
       77 WRK-CEP-X        PIC X(08) VALUE SPACES.
       77 WRK-ORIGEM       PIC X(14) VALUE SPACES.
       77 WRK-VAL          PIC X(20) VALUE SPACES.
       77 WRK-OBS          PIC X(17) VALUE SPACES.
       77 WRK-QTLIDOS      PIC 9(07) VALUE 0.
       77 WRK-QTSELECIONADOS PIC 9(05) VALUE 0.
       77 WRK-QTJA-IGUAIS  PIC 9(05) VALUE 0.
       77 WRK-QTAPLICADOS  PIC 9(05) VALUE 0.
       77 WRK-QTIGNORADOS  PIC 9(05) VALUE 0.
       77 WRK-HORA-CHEIA   PIC 9(08) VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CLIEMASS'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-FUNCAO-PERF  PIC X(12) VALUE SPACES.
       77 WRK-PERMITIDO    PIC X(01) VALUE 'S'.
           88 FUNCAO-PERMITIDA VALUE 'S'.

      *    IDENTIFICADOR DA EXECUCAO - DATA E HORA DO INICIO
       01 WRK-EXECUCAO.
           05 WRK-EXEC-DATA PIC 9(08).
           05 WRK-EXEC-HORA PIC 9(06).

       01 WRK-CRITERIOS.
           05 WRK-CRIT-UF       PIC X(02).
           05 WRK-CRIT-CIDADE   PIC X(20).
           05 WRK-CRIT-CEP-DE   PIC 9(08).
           05 WRK-CRIT-CEP-ATE  PIC 9(08).
           05 WRK-CRIT-SITUACAO PIC X(01).
           05 WRK-CRIT-VENDEDOR PIC X(03).
           05 WRK-CRIT-VEND-N REDEFINES WRK-CRIT-VENDEDOR
                                PIC 9(03).

      *    CAMPO A ALTERAR E O NOVO VALOR, COMO DIGITADO
       77 WRK-CAMPO        PIC X(01) VALUE SPACES.
           88 CAMPO-UF       VALUE 'U'.
           88 CAMPO-CIDADE   VALUE 'C'.
           88 CAMPO-CEP      VALUE 'P'.
           88 CAMPO-SITUACAO VALUE 'S'.
           88 CAMPO-VENDEDOR VALUE 'V'.
           88 CAMPO-VALIDO   VALUE 'U' 'C' 'P' 'S' 'V'.
           88 CAMPO-SENSIVEL VALUE 'U' 'C' 'P'.
       77 WRK-CAMPO-NOME   PIC X(10) VALUE SPACES.
       01 WRK-VALOR        PIC X(20) VALUE SPACES.
       01 WRK-VALOR-CEP REDEFINES WRK-VALOR.
           05 WRK-VAL-CEP  PIC 9(08).
           05 FILLER       PIC X(12).
       01 WRK-VALOR-VEND REDEFINES WRK-VALOR.
           05 WRK-VAL-VEND PIC 9(03).
           05 FILLER       PIC X(17).

       01 WRK-REG-VISTA.
      *    VISTA ESTRUTURADA SOBRE O REGISTRO E AS IMAGENS DO
      *    JORNAL - MESMAS POSICOES DO CLIENTES-REG
           05 WRK-V-CODIGO   PIC 9(07).
           05 WRK-V-FONE     PIC 9(11).
           05 WRK-V-NOME     PIC X(30).
           05 WRK-V-EMAIL    PIC X(40).
           05 WRK-V-STATUS   PIC X(01).
           05 WRK-V-DATACAD  PIC 9(08).
           05 WRK-V-ENDERECO PIC X(40).
           05 WRK-V-CIDADE   PIC X(20).
           05 WRK-V-UF       PIC X(02).
           05 WRK-V-CEP      PIC 9(08).
           05 WRK-V-CPF      PIC X(11).
           05 WRK-V-SALDO    PIC S9(07)V99.
           05 WRK-V-LIMITE   PIC 9(07)V99.
           05 WRK-V-CONSENT  PIC X(01).
           05 WRK-V-TIPO     PIC X(01).
           05 WRK-V-CNPJ     PIC X(14).
           05 WRK-V-IE       PIC X(14).
           05 WRK-V-VENDEDOR PIC 9(03).

       01 TAB-UF-DADOS.
      *    AS 27 UNIDADES DA FEDERACAO, LADO A LADO
           05 FILLER PIC X(54) VALUE
              'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.
       01 TAB-UF REDEFINES TAB-UF-DADOS.
           05 TAB-UF-OCR OCCURS 27 TIMES.
               10 TAB-UF-SIGLA PIC X(02).

       01 RPT-CABECALHO.
           05 FILLER        PIC X(44) VALUE
              'ATUALIZACAO EM MASSA DE CLIENTES - EXECUCAO '.
           05 RPT-EXECUCAO  PIC X(14).
       01 RPT-CAB-CAMPO.
           05 FILLER        PIC X(07) VALUE 'CAMPO: '.
           05 RPT-CAMPO     PIC X(10).
           05 FILLER        PIC X(14) VALUE ' NOVO VALOR: '.
           05 RPT-VALOR     PIC X(20).
           05 FILLER        PIC X(04) VALUE ' ADM'.
           05 FILLER        PIC X(02) VALUE ': '.
           05 RPT-ADM       PIC X(20).
       01 RPT-CAB-CRIT.
           05 FILLER        PIC X(16) VALUE 'CRITERIOS - UF: '.
           05 RPT-CRIT-UF   PIC X(02).
           05 FILLER        PIC X(09) VALUE ' CIDADE: '.
           05 RPT-CRIT-CIDADE PIC X(20).
           05 FILLER        PIC X(06) VALUE ' CEP: '.
           05 RPT-CRIT-CEP-DE PIC 9(08).
           05 FILLER        PIC X(03) VALUE ' A '.
           05 RPT-CRIT-CEP-ATE PIC 9(08).
           05 FILLER        PIC X(06) VALUE ' SIT: '.
           05 RPT-CRIT-SITUACAO PIC X(01).
           05 FILLER        PIC X(07) VALUE ' VEND: '.
           05 RPT-CRIT-VENDEDOR PIC X(03).
       01 RPT-CAB-DESFAZ.
           05 FILLER        PIC X(28) VALUE
              'DESFAZ A EXECUCAO.........: '.
           05 RPT-ORIGEM    PIC X(14).
       01 RPT-TITULO.
           05 FILLER        PIC X(40) VALUE
              'CODIGO   NOME'.
           05 FILLER        PIC X(42) VALUE
              'VALOR ATUAL          NOVO VALOR'.
       01 RPT-TITULO-PREVIA.
           05 FILLER        PIC X(40) VALUE
              '----- PREVIA -----'.
       01 RPT-TITULO-IGNORADOS.
           05 FILLER        PIC X(40) VALUE
              '----- IGNORADOS NA APLICACAO -----'.
       01 RPT-DETALHE.
           05 RPT-CODIGO    PIC 9(07).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RPT-NOME      PIC X(30).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-ANTES     PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-DEPOIS    PIC X(20).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 RPT-OBS       PIC X(17).
       01 RPT-TOTAL.
           05 RPT-TOT-TEXTO PIC X(30).
           05 RPT-TOT-QTDE  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            MOVE 'USUARIO ADM..............' TO WRK-PROMPT.
            PERFORM 0500-LOGIN-ADM.
            MOVE WRK-USUARIO-LOG TO WRK-ADMIN.
            IF ADM-VALIDO
      *        ADM COM PERFIL TAMBEM PRECISA DO CLIEMASS NA LISTA
                MOVE 'CLIEMASS    ' TO WRK-FUNCAO-PERF
                CALL 'PERFCHK' USING WRK-ADMIN WRK-FUNCAO-PERF
                    WRK-PERMITIDO
                IF NOT FUNCAO-PERMITIDA
                    MOVE 'N' TO WRK-ADM-OK
                END-IF
            END-IF.
            IF ADM-VALIDO
                PERFORM 0100-PROCESSAR
            ELSE
                DISPLAY 'CLIEMASS: ACESSO RESTRITO A ADM'
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       0100-PROCESSAR.
            PERFORM 1000-INICIAR.
            IF WRK-RC = 0
                IF MODO-APLICAR
                    PERFORM 2000-PEDIR-CRITERIOS
                ELSE
                    PERFORM 2500-PEDIR-EXECUCAO
                END-IF
            END-IF.
            IF WRK-RC = 0
                PERFORM 3000-GERAR-PREVIA
                PERFORM 4000-CONFIRMAR
            END-IF.
            IF WRK-RC = 0 AND WRK-QTSELECIONADOS > 0
                PERFORM 5000-APLICAR
                PERFORM 6000-GRAVAR-LOG
            END-IF.
            PERFORM 9000-FINALIZAR.

      *----------------------------------------------------------------
      *    LOGIN ADM PELO CONSOLE - SENHAS.DAT, NIVEL 01 ATIVO
      *----------------------------------------------------------------
       0500-LOGIN-ADM.
            MOVE 'N' TO WRK-ADM-OK WRK-FIMSEN.
            DISPLAY WRK-PROMPT.
            ACCEPT WRK-USUARIO-LOG.
            DISPLAY 'SENHA.....................'.
            ACCEPT WRK-SENHA WITH NO ECHO.
            OPEN INPUT CLIENTES-SEN.
            IF SEN-STATUS = 0
                PERFORM 0550-LER-SENHA
                PERFORM UNTIL FIM-SENHAS OR ADM-VALIDO
                    IF SEN-USUARIO = WRK-USUARIO-LOG
                     AND SEN-SENHA = WRK-SENHA
                     AND SEN-NIVEL = 01
                     AND SEN-SITUACAO NOT = '2'
                     AND SEN-SITUACAO NOT = '3'
                        MOVE 'S' TO WRK-ADM-OK
                    END-IF
                    PERFORM 0550-LER-SENHA
                END-PERFORM
                CLOSE CLIENTES-SEN
            END-IF.

       0550-LER-SENHA.
            READ CLIENTES-SEN
                AT END MOVE 'S' TO WRK-FIMSEN
            END-READ.

       1000-INICIAR.
            ACCEPT WRK-EXEC-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-CHEIA FROM TIME.
            MOVE WRK-HORA-CHEIA(1:6) TO WRK-EXEC-HORA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CLIEMASS: NAO ABRIU CLIENTES.DAT - STATUS '
                        CLIENTES-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-ABRIU-MESTRE.
            DISPLAY '===== CLIEMASS - ATUALIZACAO EM MASSA ====='.
            DISPLAY 'EXECUCAO ' WRK-EXECUCAO.
            DISPLAY 'MODO: A-APLICAR ALTERACAO  D-DESFAZER EXECUCAO'.
            ACCEPT WRK-MODO.
            INSPECT WRK-MODO CONVERTING 'ad' TO 'AD'.
            IF NOT MODO-APLICAR AND NOT MODO-DESFAZER
                DISPLAY 'CLIEMASS: MODO INVALIDO'
                MOVE 8 TO WRK-RC
            END-IF.

      *----------------------------------------------------------------
      *    MODO A - CRITERIOS DE SELECAO, CAMPO E NOVO VALOR
      *----------------------------------------------------------------
       2000-PEDIR-CRITERIOS.
            INITIALIZE WRK-CRITERIOS.
            DISPLAY 'UF (BRANCO = TODAS)..........'.
            ACCEPT WRK-CRIT-UF.
            INSPECT WRK-CRIT-UF CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            DISPLAY 'CIDADE (BRANCO = TODAS)......'.
            ACCEPT WRK-CRIT-CIDADE.
            INSPECT WRK-CRIT-CIDADE CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            DISPLAY 'CEP INICIAL (BRANCO = SEM)...'.
            ACCEPT WRK-CEP-X.
            IF WRK-CEP-X NOT = SPACES
                IF WRK-CEP-X IS NOT NUMERIC
                    DISPLAY 'CLIEMASS: CEP INICIAL INVALIDO'
                    MOVE 8 TO WRK-RC
                    EXIT PARAGRAPH
                END-IF
                MOVE WRK-CEP-X TO WRK-CRIT-CEP-DE
            END-IF.
            DISPLAY 'CEP FINAL (BRANCO = SEM).....'.
            ACCEPT WRK-CEP-X.
            IF WRK-CEP-X = SPACES
                MOVE 99999999 TO WRK-CRIT-CEP-ATE
            ELSE
                IF WRK-CEP-X IS NOT NUMERIC
                    DISPLAY 'CLIEMASS: CEP FINAL INVALIDO'
                    MOVE 8 TO WRK-RC
                    EXIT PARAGRAPH
                END-IF
                MOVE WRK-CEP-X TO WRK-CRIT-CEP-ATE
            END-IF.
            IF WRK-CRIT-CEP-DE > WRK-CRIT-CEP-ATE
                DISPLAY 'CLIEMASS: FAIXA DE CEP INVERTIDA'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'SITUACAO 1/2 (BRANCO = TODAS)'.
            ACCEPT WRK-CRIT-SITUACAO.
            IF WRK-CRIT-SITUACAO NOT = SPACES
             AND WRK-CRIT-SITUACAO NOT = '1'
             AND WRK-CRIT-SITUACAO NOT = '2'
                DISPLAY 'CLIEMASS: SITUACAO INVALIDA'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'VENDEDOR (BRANCO = TODOS)....'.
            ACCEPT WRK-CRIT-VENDEDOR.
            IF WRK-CRIT-VENDEDOR NOT = SPACES
                INSPECT WRK-CRIT-VENDEDOR
                    REPLACING LEADING SPACE BY ZERO
                IF WRK-CRIT-VENDEDOR IS NOT NUMERIC
                    DISPLAY 'CLIEMASS: VENDEDOR INVALIDO'
                    MOVE 8 TO WRK-RC
                    EXIT PARAGRAPH
                END-IF
            END-IF.
      *    SEM NENHUM CRITERIO A ALTERACAO PEGARIA O CADASTRO
      *    INTEIRO - ISSO NAO E ATUALIZACAO EM MASSA, E ACIDENTE
            IF WRK-CRIT-UF = SPACES AND WRK-CRIT-CIDADE = SPACES
             AND WRK-CRIT-CEP-DE = ZEROS
             AND WRK-CRIT-CEP-ATE = 99999999
             AND WRK-CRIT-SITUACAO = SPACES
             AND WRK-CRIT-VENDEDOR = SPACES
                DISPLAY 'CLIEMASS: INFORME AO MENOS UM CRITERIO'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'CAMPO: U-UF C-CIDADE P-CEP S-SITUACAO '
                    'V-VENDEDOR'.
            ACCEPT WRK-CAMPO.
            INSPECT WRK-CAMPO CONVERTING 'ucpsv' TO 'UCPSV'.
            IF NOT CAMPO-VALIDO
                DISPLAY 'CLIEMASS: CAMPO INVALIDO'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'NOVO VALOR...................'.
            ACCEPT WRK-VALOR.
            INSPECT WRK-VALOR CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            PERFORM 2100-VALIDAR-VALOR.

       2100-VALIDAR-VALOR.
            EVALUATE TRUE
              WHEN CAMPO-UF
                MOVE 'N' TO WRK-UF-OK
                PERFORM VARYING WRK-IX-UF FROM 1 BY 1
                    UNTIL WRK-IX-UF > 27 OR UF-VALIDA
                    IF TAB-UF-SIGLA(WRK-IX-UF) = WRK-VALOR(1:2)
                        MOVE 'S' TO WRK-UF-OK
                    END-IF
                END-PERFORM
                IF NOT UF-VALIDA OR WRK-VALOR(3:18) NOT = SPACES
                    DISPLAY 'CLIEMASS: UF INVALIDA'
                    MOVE 8 TO WRK-RC
                END-IF
              WHEN CAMPO-CIDADE
                IF WRK-VALOR = SPACES
                    DISPLAY 'CLIEMASS: CIDADE EM BRANCO'
                    MOVE 8 TO WRK-RC
                END-IF
              WHEN CAMPO-CEP
                IF WRK-VALOR(1:8) IS NOT NUMERIC
                 OR WRK-VALOR(9:12) NOT = SPACES
                    DISPLAY 'CLIEMASS: CEP DEVE TER 8 DIGITOS'
                    MOVE 8 TO WRK-RC
                END-IF
              WHEN CAMPO-SITUACAO
                IF (WRK-VALOR(1:1) NOT = '1'
                    AND WRK-VALOR(1:1) NOT = '2')
                 OR WRK-VALOR(2:19) NOT = SPACES
                    DISPLAY 'CLIEMASS: SITUACAO DEVE SER 1 OU 2'
                    MOVE 8 TO WRK-RC
                END-IF
              WHEN CAMPO-VENDEDOR
                PERFORM 2150-VALIDAR-VENDEDOR
            END-EVALUATE.

       2150-VALIDAR-VENDEDOR.
      *    000 TIRA O VENDEDOR DO CLIENTE; OUTRO CODIGO PRECISA
      *    ESTAR ATIVO NO CADASTRO DE VENDEDORES
            INSPECT WRK-VALOR(1:3) REPLACING LEADING SPACE BY ZERO.
            IF WRK-VALOR(1:3) IS NOT NUMERIC
             OR WRK-VALOR(4:17) NOT = SPACES
                DISPLAY 'CLIEMASS: VENDEDOR DEVE TER 3 DIGITOS'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            IF WRK-VAL-VEND = ZEROS
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT VENDEDOR.
            IF VENDEDOR-STATUS NOT = 0
                DISPLAY 'CLIEMASS: NAO ABRIU VENDEDOR.DAT'
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-VAL-VEND TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                DISPLAY 'CLIEMASS: VENDEDOR NAO CADASTRADO'
                MOVE 8 TO WRK-RC
              NOT INVALID KEY
                IF NOT VEN-ATIVO
                    DISPLAY 'CLIEMASS: VENDEDOR INATIVO'
                    MOVE 8 TO WRK-RC
                END-IF
            END-READ.
            CLOSE VENDEDOR.

      *----------------------------------------------------------------
      *    MODO D - EXECUCAO A DESFAZER, CONFERIDA NO CLIEMASS.LOG
      *----------------------------------------------------------------
       2500-PEDIR-EXECUCAO.
            DISPLAY 'EXECUCAO A DESFAZER (AAAAMMDDHHMMSS)'.
            ACCEPT WRK-ORIGEM.
            MOVE 'N' TO WRK-ACHOU-ORIGEM WRK-JA-DESFEITA WRK-FIMARQ.
            OPEN INPUT CLIEMASS-LOG.
            IF LOG-STATUS NOT = 0
                DISPLAY 'CLIEMASS: SEM CLIEMASS.LOG - NENHUMA '
                        'EXECUCAO PARA DESFAZER'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2550-LER-LOG.
            PERFORM UNTIL FIM-ARQUIVO
                IF MSL-APLICACAO AND MSL-EXECUCAO = WRK-ORIGEM
                    MOVE 'S' TO WRK-ACHOU-ORIGEM
                    MOVE MSL-CAMPO TO WRK-CAMPO
                    MOVE MSL-VALOR TO WRK-VALOR
                    MOVE MSL-CRIT-UF       TO WRK-CRIT-UF
                    MOVE MSL-CRIT-CIDADE   TO WRK-CRIT-CIDADE
                    MOVE MSL-CRIT-CEP-DE   TO WRK-CRIT-CEP-DE
                    MOVE MSL-CRIT-CEP-ATE  TO WRK-CRIT-CEP-ATE
                    MOVE MSL-CRIT-SITUACAO TO WRK-CRIT-SITUACAO
                    MOVE MSL-CRIT-VENDEDOR TO WRK-CRIT-VENDEDOR
                END-IF
                IF MSL-DESFAZIMENTO AND MSL-ORIGEM = WRK-ORIGEM
                    MOVE 'S' TO WRK-JA-DESFEITA
                END-IF
                PERFORM 2550-LER-LOG
            END-PERFORM.
            CLOSE CLIEMASS-LOG.
            IF NOT ORIGEM-ACHADA
                DISPLAY 'CLIEMASS: EXECUCAO ' WRK-ORIGEM
                        ' NAO ENCONTRADA NO CLIEMASS.LOG'
                MOVE 8 TO WRK-RC
            ELSE IF EXECUCAO-JA-DESFEITA
                DISPLAY 'CLIEMASS: EXECUCAO ' WRK-ORIGEM
                        ' JA FOI DESFEITA'
                MOVE 8 TO WRK-RC
            END-IF
            END-IF.

       2550-LER-LOG.
            READ CLIEMASS-LOG
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *----------------------------------------------------------------
      *    PREVIA - SELECIONA EM CLIEMASS.WRK E LISTA NO RELATORIO
      *----------------------------------------------------------------
       3000-GERAR-PREVIA.
            EVALUATE TRUE
              WHEN CAMPO-UF       MOVE 'UF'       TO WRK-CAMPO-NOME
              WHEN CAMPO-CIDADE   MOVE 'CIDADE'   TO WRK-CAMPO-NOME
              WHEN CAMPO-CEP      MOVE 'CEP'      TO WRK-CAMPO-NOME
              WHEN CAMPO-SITUACAO MOVE 'SITUACAO' TO WRK-CAMPO-NOME
              WHEN CAMPO-VENDEDOR MOVE 'VENDEDOR' TO WRK-CAMPO-NOME
            END-EVALUATE.
            OPEN OUTPUT CLIEMASS-WRK.
            OPEN OUTPUT CLIEMASS-RPT.
            MOVE 'S' TO WRK-ABRIU-RPT.
            MOVE WRK-EXECUCAO TO RPT-EXECUCAO.
            WRITE RPT-LINHA FROM RPT-CABECALHO.
            MOVE WRK-CAMPO-NOME TO RPT-CAMPO.
            MOVE WRK-ADMIN TO RPT-ADM.
            IF MODO-DESFAZER
                MOVE 'VALOR ANTERIOR' TO RPT-VALOR
            ELSE
                MOVE WRK-VALOR TO RPT-VALOR
            END-IF.
            WRITE RPT-LINHA FROM RPT-CAB-CAMPO.
            MOVE WRK-CRIT-UF       TO RPT-CRIT-UF.
            MOVE WRK-CRIT-CIDADE   TO RPT-CRIT-CIDADE.
            MOVE WRK-CRIT-CEP-DE   TO RPT-CRIT-CEP-DE.
            MOVE WRK-CRIT-CEP-ATE  TO RPT-CRIT-CEP-ATE.
            MOVE WRK-CRIT-SITUACAO TO RPT-CRIT-SITUACAO.
            MOVE WRK-CRIT-VENDEDOR TO RPT-CRIT-VENDEDOR.
            WRITE RPT-LINHA FROM RPT-CAB-CRIT.
            IF MODO-DESFAZER
                MOVE WRK-ORIGEM TO RPT-ORIGEM
                WRITE RPT-LINHA FROM RPT-CAB-DESFAZ
            END-IF.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            WRITE RPT-LINHA FROM RPT-TITULO-PREVIA.
            WRITE RPT-LINHA FROM RPT-TITULO.
            IF MODO-APLICAR
                PERFORM 3100-SELECIONAR-CLIENTES
            ELSE
                PERFORM 3500-SELECIONAR-JORNAL
            END-IF.
            CLOSE CLIEMASS-WRK.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'CLIENTES A ALTERAR...........' TO RPT-TOT-TEXTO.
            MOVE WRK-QTSELECIONADOS TO RPT-TOT-QTDE.
            WRITE RPT-LINHA FROM RPT-TOTAL.
            IF MODO-APLICAR
                MOVE 'JA COM O NOVO VALOR..........' TO RPT-TOT-TEXTO
                MOVE WRK-QTJA-IGUAIS TO RPT-TOT-QTDE
                WRITE RPT-LINHA FROM RPT-TOTAL
            END-IF.

       3100-SELECIONAR-CLIENTES.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE ZEROS TO CLIENTES-CODIGO.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 3150-LER-CLIENTE
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-QTLIDOS
                PERFORM 3200-CONFERIR-CRITERIOS
                IF ATENDE-CRITERIOS
                    MOVE CLIENTES-REG TO WRK-REG-VISTA
                    PERFORM 8100-EXTRAIR-VALOR
                    IF WRK-VAL = WRK-VALOR
                        ADD 1 TO WRK-QTJA-IGUAIS
                    ELSE
                        MOVE CLIENTES-CODIGO TO MSW-CODIGO
                        MOVE CLIENTES-NOME   TO MSW-NOME
                        MOVE WRK-VAL         TO MSW-VAL-ANTES
                        MOVE WRK-VALOR       TO MSW-VAL-DEPOIS
                        PERFORM 3300-GRAVAR-SELECIONADO
                    END-IF
                END-IF
                PERFORM 3150-LER-CLIENTE
            END-PERFORM.

       3150-LER-CLIENTE.
            READ CLIENTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3200-CONFERIR-CRITERIOS.
            MOVE 'S' TO WRK-ATENDE.
            IF WRK-CRIT-UF NOT = SPACES
             AND CLIENTES-UF NOT = WRK-CRIT-UF
                MOVE 'N' TO WRK-ATENDE
            END-IF.
            IF WRK-CRIT-CIDADE NOT = SPACES
             AND CLIENTES-CIDADE NOT = WRK-CRIT-CIDADE
                MOVE 'N' TO WRK-ATENDE
            END-IF.
            IF CLIENTES-CEP < WRK-CRIT-CEP-DE
             OR CLIENTES-CEP > WRK-CRIT-CEP-ATE
                MOVE 'N' TO WRK-ATENDE
            END-IF.
            IF WRK-CRIT-SITUACAO NOT = SPACES
             AND CLIENTES-STATUS-CLIENTE NOT = WRK-CRIT-SITUACAO
                MOVE 'N' TO WRK-ATENDE
            END-IF.
            IF WRK-CRIT-VENDEDOR NOT = SPACES
             AND CLIENTES-VENDEDOR NOT = WRK-CRIT-VEND-N
                MOVE 'N' TO WRK-ATENDE
            END-IF.

       3300-GRAVAR-SELECIONADO.
            WRITE MSW-REG.
            ADD 1 TO WRK-QTSELECIONADOS.
            MOVE MSW-CODIGO     TO RPT-CODIGO.
            MOVE MSW-NOME       TO RPT-NOME.
            MOVE MSW-VAL-ANTES  TO RPT-ANTES.
            MOVE MSW-VAL-DEPOIS TO RPT-DEPOIS.
            MOVE SPACES         TO RPT-OBS.
            WRITE RPT-LINHA FROM RPT-DETALHE.

       3500-SELECIONAR-JORNAL.
      *    AS REGRAVACOES DA EXECUCAO DESFEITA, NA ORDEM DO JORNAL -
      *    O VALOR QUE ELA GRAVOU E O ATUAL ESPERADO, E O QUE ELA
      *    ENCONTROU VOLTA PARA O CADASTRO
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT CLIENTES-JNL.
            IF JNL-STATUS NOT = 0
                DISPLAY 'CLIEMASS: NAO ABRIU CLIENTES.JNL'
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3550-LER-JORNAL.
            PERFORM UNTIL FIM-ARQUIVO
                IF CJN-EXECUCAO = WRK-ORIGEM
                 AND CJN-PROGRAMA = 'CLIEMASS'
                 AND CJN-REGRAVACAO
                    MOVE CJN-IMAGEM-DEPOIS TO WRK-REG-VISTA
                    PERFORM 8100-EXTRAIR-VALOR
                    MOVE WRK-V-CODIGO TO MSW-CODIGO
                    MOVE WRK-V-NOME   TO MSW-NOME
                    MOVE WRK-VAL      TO MSW-VAL-ANTES
                    MOVE CJN-IMAGEM-ANTES TO WRK-REG-VISTA
                    PERFORM 8100-EXTRAIR-VALOR
                    MOVE WRK-VAL      TO MSW-VAL-DEPOIS
                    PERFORM 3300-GRAVAR-SELECIONADO
                END-IF
                PERFORM 3550-LER-JORNAL
            END-PERFORM.
            CLOSE CLIENTES-JNL.

       3550-LER-JORNAL.
            READ CLIENTES-JNL
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *----------------------------------------------------------------
      *    CONFIRMACAO - ENDERECO EXIGE UM SEGUNDO ADM
      *----------------------------------------------------------------
       4000-CONFIRMAR.
            IF WRK-RC NOT = 0
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTSELECIONADOS = 0
                DISPLAY 'CLIEMASS: NENHUM CLIENTE A ALTERAR - '
                        'NADA FOI GRAVADO'
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'PREVIA EM CLIEMASS.RPT - ' WRK-QTSELECIONADOS
                    ' CLIENTE(S) TERAO O CAMPO ' WRK-CAMPO-NOME
                    ' ALTERADO'.
            DISPLAY 'CONFIRMA A ATUALIZACAO? (S/N)'.
            ACCEPT WRK-RESPOSTA.
            IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
                DISPLAY 'CLIEMASS: ATUALIZACAO CANCELADA - NENHUM '
                        'CLIENTE FOI ALTERADO'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            IF NOT CAMPO-SENSIVEL
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'ENDERECO E DADO SENSIVEL - CONFIRMACAO DE '
                    'OUTRO ADM'.
            MOVE 'USUARIO CONFERENTE.......' TO WRK-PROMPT.
            PERFORM 0500-LOGIN-ADM.
            MOVE WRK-USUARIO-LOG TO WRK-CONFERENTE.
            IF ADM-VALIDO
                MOVE 'CLIEMASS    ' TO WRK-FUNCAO-PERF
                CALL 'PERFCHK' USING WRK-CONFERENTE WRK-FUNCAO-PERF
                    WRK-PERMITIDO
                IF NOT FUNCAO-PERMITIDA
                    MOVE 'N' TO WRK-ADM-OK
                END-IF
            END-IF.
            IF NOT ADM-VALIDO OR WRK-CONFERENTE = WRK-ADMIN
                DISPLAY 'CLIEMASS: CONFERENTE RECUSADO - PRECISA SER '
                        'OUTRO ADM'
                MOVE 8 TO WRK-RC
            END-IF.

      *----------------------------------------------------------------
      *    APLICACAO - REGRAVA O MESTRE COM A EXECUCAO NO JORNAL
      *----------------------------------------------------------------
       5000-APLICAR.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            WRITE RPT-LINHA FROM RPT-TITULO-IGNORADOS.
      *    OPERACAO E: AS REGRAVACOES A SEGUIR SAEM NO JORNAL COM
      *    O IDENTIFICADOR DESTA EXECUCAO
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            MOVE WRK-EXECUCAO TO WRK-REG-ANTES(1:14).
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-ADMIN WRK-REG-ANTES CLIENTES-REG.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT CLIEMASS-WRK.
            PERFORM 5050-LER-SELECIONADO.
            PERFORM UNTIL FIM-ARQUIVO
                PERFORM 5100-APLICAR-CLIENTE
                PERFORM 5050-LER-SELECIONADO
            END-PERFORM.
            CLOSE CLIEMASS-WRK.
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-ADMIN WRK-REG-ANTES CLIENTES-REG.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'CLIENTES ALTERADOS...........' TO RPT-TOT-TEXTO.
            MOVE WRK-QTAPLICADOS TO RPT-TOT-QTDE.
            WRITE RPT-LINHA FROM RPT-TOTAL.
            MOVE 'IGNORADOS NA APLICACAO.......' TO RPT-TOT-TEXTO.
            MOVE WRK-QTIGNORADOS TO RPT-TOT-QTDE.
            WRITE RPT-LINHA FROM RPT-TOTAL.

       5050-LER-SELECIONADO.
            READ CLIEMASS-WRK
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5100-APLICAR-CLIENTE.
            MOVE MSW-CODIGO TO CLIENTES-CODIGO.
            READ CLIENTES
              INVALID KEY
                MOVE 'NAO ENCONTRADO' TO WRK-OBS
                PERFORM 5200-LISTAR-IGNORADO
              NOT INVALID KEY
                MOVE CLIENTES-REG TO WRK-REG-VISTA WRK-REG-ANTES
                PERFORM 8100-EXTRAIR-VALOR
                IF WRK-VAL NOT = MSW-VAL-ANTES
                    MOVE 'CAMPO JA MUDOU' TO WRK-OBS
                    PERFORM 5200-LISTAR-IGNORADO
                ELSE
                    MOVE MSW-VAL-DEPOIS TO WRK-VAL
                    PERFORM 8200-GRAVAR-VALOR
                    MOVE WRK-REG-VISTA TO CLIENTES-REG
                    REWRITE CLIENTES-REG
                      INVALID KEY
                        MOVE 'ERRO NA GRAVACAO' TO WRK-OBS
                        PERFORM 5200-LISTAR-IGNORADO
                      NOT INVALID KEY
                        ADD 1 TO WRK-QTAPLICADOS
                        MOVE 'R' TO WRK-JNL-OPER
                        CALL 'CLIEJRNL' USING WRK-JNL-OPER
                            WRK-JNL-PROGRAMA WRK-ADMIN
                            WRK-REG-ANTES CLIENTES-REG
                        IF CAMPO-VENDEDOR
                            PERFORM 5150-GRAVAR-HIST-CARTEIRA
                        END-IF
                    END-REWRITE
                END-IF
            END-READ.

      *    TROCA DE VENDEDOR EM MASSA TAMBEM E TROCA DE CARTEIRA
       5150-GRAVAR-HIST-CARTEIRA.
            ACCEPT WRK-HORA-CHEIA FROM TIME.
            MOVE WRK-EXEC-DATA       TO CTH-DATA.
            MOVE WRK-HORA-CHEIA(1:6) TO CTH-HORA.
            SET CTH-CLIENTE TO TRUE.
            MOVE CLIENTES-CODIGO     TO CTH-CODIGO.
            MOVE CLIENTES-UF         TO CTH-UF.
            MOVE CLIENTES-CIDADE     TO CTH-CIDADE.
            MOVE WRK-REG-ANTES(227:3) TO CTH-VEND-ANTES.
            MOVE CLIENTES-VENDEDOR   TO CTH-VEND-DEPOIS.
            MOVE 'CLIEMASS'          TO CTH-ORIGEM.
            MOVE WRK-ADMIN           TO CTH-USUARIO.
            OPEN EXTEND CARTHIST.
            IF CARTHIST-STATUS = 35
                OPEN OUTPUT CARTHIST
            END-IF.
            WRITE CARTHIST-REG.
            CLOSE CARTHIST.

       5200-LISTAR-IGNORADO.
            ADD 1 TO WRK-QTIGNORADOS.
            MOVE MSW-CODIGO     TO RPT-CODIGO.
            MOVE MSW-NOME       TO RPT-NOME.
            MOVE MSW-VAL-ANTES  TO RPT-ANTES.
            MOVE MSW-VAL-DEPOIS TO RPT-DEPOIS.
            MOVE WRK-OBS        TO RPT-OBS.
            WRITE RPT-LINHA FROM RPT-DETALHE.

       6000-GRAVAR-LOG.
            MOVE WRK-EXECUCAO   TO MSL-EXECUCAO.
            MOVE WRK-MODO       TO MSL-MODO.
            MOVE WRK-ADMIN      TO MSL-ADM.
            MOVE WRK-CONFERENTE TO MSL-CONFERENTE.
            MOVE WRK-CAMPO      TO MSL-CAMPO.
            MOVE WRK-VALOR      TO MSL-VALOR.
            MOVE WRK-CRIT-UF       TO MSL-CRIT-UF.
            MOVE WRK-CRIT-CIDADE   TO MSL-CRIT-CIDADE.
            MOVE WRK-CRIT-CEP-DE   TO MSL-CRIT-CEP-DE.
            MOVE WRK-CRIT-CEP-ATE  TO MSL-CRIT-CEP-ATE.
            MOVE WRK-CRIT-SITUACAO TO MSL-CRIT-SITUACAO.
            MOVE WRK-CRIT-VENDEDOR TO MSL-CRIT-VENDEDOR.
            IF MODO-DESFAZER
                MOVE WRK-ORIGEM TO MSL-ORIGEM
            ELSE
                MOVE SPACES TO MSL-ORIGEM
            END-IF.
            MOVE WRK-QTAPLICADOS TO MSL-QTAPLICADOS.
            MOVE WRK-QTIGNORADOS TO MSL-QTIGNORADOS.
            OPEN EXTEND CLIEMASS-LOG.
            IF LOG-STATUS = 35
                OPEN OUTPUT CLIEMASS-LOG
            END-IF.
            WRITE MSL-REG.
            CLOSE CLIEMASS-LOG.

      *----------------------------------------------------------------
      *    VALOR DO CAMPO ESCOLHIDO DENTRO DA VISTA DO REGISTRO
      *----------------------------------------------------------------
       8100-EXTRAIR-VALOR.
            MOVE SPACES TO WRK-VAL.
            EVALUATE TRUE
              WHEN CAMPO-UF       MOVE WRK-V-UF       TO WRK-VAL
              WHEN CAMPO-CIDADE   MOVE WRK-V-CIDADE   TO WRK-VAL
              WHEN CAMPO-CEP      MOVE WRK-V-CEP      TO WRK-VAL
              WHEN CAMPO-SITUACAO MOVE WRK-V-STATUS   TO WRK-VAL
              WHEN CAMPO-VENDEDOR MOVE WRK-V-VENDEDOR TO WRK-VAL
            END-EVALUATE.

       8200-GRAVAR-VALOR.
            EVALUATE TRUE
              WHEN CAMPO-UF       MOVE WRK-VAL(1:2)  TO WRK-V-UF
              WHEN CAMPO-CIDADE   MOVE WRK-VAL(1:20) TO WRK-V-CIDADE
              WHEN CAMPO-CEP      MOVE WRK-VAL(1:8)  TO WRK-V-CEP
              WHEN CAMPO-SITUACAO MOVE WRK-VAL(1:1)  TO WRK-V-STATUS
              WHEN CAMPO-VENDEDOR MOVE WRK-VAL(1:3)
                                       TO WRK-V-VENDEDOR
            END-EVALUATE.

       9000-FINALIZAR.
            IF RELATORIO-ABERTO
                CLOSE CLIEMASS-RPT
            END-IF.
            IF MESTRE-ABERTO
                CLOSE CLIENTES
            END-IF.
            DISPLAY 'CLIENTES LIDOS..........: ' WRK-QTLIDOS.
            DISPLAY 'CLIENTES SELECIONADOS...: ' WRK-QTSELECIONADOS.
            DISPLAY 'CLIENTES ALTERADOS......: ' WRK-QTAPLICADOS.
            DISPLAY 'IGNORADOS NA APLICACAO..: ' WRK-QTIGNORADOS.
            IF WRK-RC = 0 AND WRK-QTIGNORADOS > 0
                MOVE 4 TO WRK-RC
            END-IF.
            MOVE WRK-RC TO RETURN-CODE.
