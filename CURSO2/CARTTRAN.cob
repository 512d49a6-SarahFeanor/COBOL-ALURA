       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARTTRAN.
      *******************************************
      * AULA:      TRANSFERENCIA DE CARTEIRA ENTRE VENDEDORES
      * OBJETIVO:  REGISTRAR A TRANSFERENCIA DA CARTEIRA INTEIRA DE
      *            UM VENDEDOR PARA OUTRO A PARTIR DE UMA DATA
      *            (CARTTRF.DAT), COM OU SEM OS TERRITORIOS DELE -
      *            SO ADM
      *            DATA EFETIVA DE HOJE OU PASSADA: O CARTAPLI E
      *            CHAMADO NA HORA E A CARTEIRA JA MUDA DE DONO;
      *            DATA FUTURA: A TRANSFERENCIA FICA PENDENTE ATE A
      *            RODADA DIARIA DO CARTAPLI NO AGENDADOR
      *            MODO C CANCELA UMA TRANSFERENCIA AINDA PENDENTE
      *            DESTINO TEM QUE EXISTIR E ESTAR ATIVO; A ORIGEM
      *            PODE ESTAR DESATIVADA (VENDEDOR QUE SAIU)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
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
           SELECT CARTTRF ASSIGN TO 'CARTTRF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTF-STATUS.
           SELECT CARTTRF-WRK ASSIGN TO 'CARTTRF.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRW-STATUS.
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

       FD CARTTRF.
           COPY CARTTRF.

       FD CARTTRF-WRK.
       01 TRW-REG         PIC X(68).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 SEN-STATUS       PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 CTF-STATUS       PIC 9(02).
       77 TRW-STATUS       PIC 9(02).
       77 WRK-RC           PIC 9(02) VALUE 0.
       77 WRK-ADMIN        PIC X(20) VALUE SPACES.
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
           88 MODO-REGISTRAR VALUE 'R'.
           88 MODO-CANCELAR  VALUE 'C'.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-HORA-CHEIA   PIC 9(08) VALUE ZEROS.
       77 WRK-DIASEM       PIC 9(01) VALUE 0.
       77 WRK-ENTRADA      PIC X(08) VALUE SPACES.
       77 WRK-QTCARTEIRA   PIC 9(05) VALUE 0.
       77 WRK-QTPENDENTES  PIC 9(05) VALUE 0.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 TRANSFERENCIA-ACHADA VALUE 'S'.
       77 WRK-FUNCAO-PERF  PIC X(12) VALUE SPACES.
       77 WRK-PERMITIDO    PIC X(01) VALUE 'S'.
           88 FUNCAO-PERMITIDA VALUE 'S'.

       01 WRK-TRANSFERENCIA.
           05 WRK-VEND-ORIGEM  PIC 9(03) VALUE ZEROS.
           05 WRK-VEND-DESTINO PIC 9(03) VALUE ZEROS.
           05 WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROS.
           05 WRK-TERRITORIOS  PIC X(01) VALUE 'N'.
       01 WRK-NOME-ORIGEM  PIC X(30) VALUE SPACES.
       01 WRK-NOME-DESTINO PIC X(30) VALUE SPACES.

      *    IDENTIFICADOR DA TRANSFERENCIA - DATA E HORA DO REGISTRO
       01 WRK-REGISTRO.
           05 WRK-REG-DATA PIC 9(08).
           05 WRK-REG-HORA PIC 9(06).
       01 WRK-CANCELAR.
           05 WRK-CAN-DATA PIC 9(08).
           05 WRK-CAN-HORA PIC 9(06).
       01 WRK-CANCELAR-X REDEFINES WRK-CANCELAR PIC X(14).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            MOVE 'USUARIO ADM..............' TO WRK-PROMPT.
            PERFORM 0500-LOGIN-ADM.
            MOVE WRK-USUARIO-LOG TO WRK-ADMIN.
            IF ADM-VALIDO
      *        ADM COM PERFIL TAMBEM PRECISA DO CARTTRAN NA LISTA
                MOVE 'CARTTRAN    ' TO WRK-FUNCAO-PERF
                CALL 'PERFCHK' USING WRK-ADMIN WRK-FUNCAO-PERF
                    WRK-PERMITIDO
                IF NOT FUNCAO-PERMITIDA
                    MOVE 'N' TO WRK-ADM-OK
                END-IF
            END-IF.
            IF ADM-VALIDO
                PERFORM 0100-PROCESSAR
                MOVE WRK-RC TO RETURN-CODE
            ELSE
                DISPLAY 'CARTTRAN: ACESSO RESTRITO A ADM'
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       0100-PROCESSAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            DISPLAY '===== CARTTRAN - TRANSFERENCIA DE CARTEIRA ====='.
            DISPLAY 'MODO: R-REGISTRAR TRANSFERENCIA  C-CANCELAR '
                    'PENDENTE'.
            ACCEPT WRK-MODO.
            INSPECT WRK-MODO CONVERTING 'rc' TO 'RC'.
            EVALUATE TRUE
              WHEN MODO-REGISTRAR
                PERFORM 2000-PEDIR-TRANSFERENCIA
                IF WRK-RC = 0
                    PERFORM 3000-CONFIRMAR
                END-IF
              WHEN MODO-CANCELAR
                PERFORM 5000-CANCELAR
              WHEN OTHER
                DISPLAY 'CARTTRAN: MODO INVALIDO'
                MOVE 8 TO WRK-RC
            END-EVALUATE.

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

      *----------------------------------------------------------------
      *    MODO R - ORIGEM, DESTINO, DATA EFETIVA E TERRITORIOS
      *----------------------------------------------------------------
       2000-PEDIR-TRANSFERENCIA.
            OPEN INPUT VENDEDOR.
            IF VENDEDOR-STATUS NOT = 0
                DISPLAY 'CARTTRAN: NAO ABRIU VENDEDOR.DAT - STATUS '
                        VENDEDOR-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'VENDEDOR DE ORIGEM...........'.
            ACCEPT WRK-VEND-ORIGEM.
            MOVE WRK-VEND-ORIGEM TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                DISPLAY 'CARTTRAN: VENDEDOR DE ORIGEM NAO CADASTRADO'
                MOVE 8 TO WRK-RC
            END-READ.
            IF WRK-RC NOT = 0
                CLOSE VENDEDOR
                EXIT PARAGRAPH
            END-IF.
            MOVE VEN-NOME TO WRK-NOME-ORIGEM.
            DISPLAY 'VENDEDOR DE DESTINO..........'.
            ACCEPT WRK-VEND-DESTINO.
            MOVE WRK-VEND-DESTINO TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                DISPLAY 'CARTTRAN: VENDEDOR DE DESTINO NAO CADASTRADO'
                MOVE 8 TO WRK-RC
              NOT INVALID KEY
                IF NOT VEN-ATIVO
                    DISPLAY 'CARTTRAN: VENDEDOR DE DESTINO DESATIVADO'
                    MOVE 8 TO WRK-RC
                END-IF
            END-READ.
            MOVE VEN-NOME TO WRK-NOME-DESTINO.
            CLOSE VENDEDOR.
            IF WRK-RC NOT = 0
                EXIT PARAGRAPH
            END-IF.
            IF WRK-VEND-DESTINO = WRK-VEND-ORIGEM
                DISPLAY 'CARTTRAN: ORIGEM E DESTINO IGUAIS'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'DATA EFETIVA AAAAMMDD (BRANCO = HOJE)'.
            ACCEPT WRK-ENTRADA.
            IF WRK-ENTRADA = SPACES
                MOVE WRK-DATA-SISTEMA TO WRK-DATA-EFETIVA
            ELSE
                IF WRK-ENTRADA IS NOT NUMERIC
                    DISPLAY 'CARTTRAN: DATA EFETIVA INVALIDA'
                    MOVE 8 TO WRK-RC
                    EXIT PARAGRAPH
                END-IF
                MOVE WRK-ENTRADA TO WRK-DATA-EFETIVA
                CALL 'DIASEMAN' USING WRK-DATA-EFETIVA WRK-DIASEM
                IF WRK-DIASEM = 0
                    DISPLAY 'CARTTRAN: DATA EFETIVA INVALIDA'
                    MOVE 8 TO WRK-RC
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            DISPLAY 'LEVAR OS TERRITORIOS DA ORIGEM (S/N)'.
            ACCEPT WRK-TERRITORIOS.
            INSPECT WRK-TERRITORIOS CONVERTING 'sn' TO 'SN'.
            IF WRK-TERRITORIOS NOT = 'S'
                MOVE 'N' TO WRK-TERRITORIOS
            END-IF.
            PERFORM 2100-CONTAR-CARTEIRA.

      *    QUANTOS CLIENTES A ORIGEM TEM HOJE - SO PARA INFORMAR;
      *    QUEM MUDA DE DONO E DECIDIDO NA APLICACAO
       2100-CONTAR-CARTEIRA.
            MOVE 0 TO WRK-QTCARTEIRA.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 2150-LER-CLIENTE
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                IF CLIENTES-VENDEDOR = WRK-VEND-ORIGEM
                    ADD 1 TO WRK-QTCARTEIRA
                END-IF
                PERFORM 2150-LER-CLIENTE
            END-PERFORM.
            CLOSE CLIENTES.

       2150-LER-CLIENTE.
            READ CLIENTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       3000-CONFIRMAR.
            DISPLAY 'DE.......: ' WRK-VEND-ORIGEM ' ' WRK-NOME-ORIGEM.
            DISPLAY 'PARA.....: ' WRK-VEND-DESTINO ' '
                    WRK-NOME-DESTINO.
            DISPLAY 'A PARTIR.: ' WRK-DATA-EFETIVA
                    '  TERRITORIOS: ' WRK-TERRITORIOS.
            DISPLAY 'CLIENTES NA CARTEIRA HOJE: ' WRK-QTCARTEIRA.
            DISPLAY 'CONFIRMA A TRANSFERENCIA (S/N)'.
            ACCEPT WRK-RESPOSTA.
            IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
                DISPLAY 'CARTTRAN: TRANSFERENCIA CANCELADA'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            ACCEPT WRK-REG-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-CHEIA FROM TIME.
            MOVE WRK-HORA-CHEIA(1:6) TO WRK-REG-HORA.
            OPEN EXTEND CARTTRF.
            IF CTF-STATUS = 35
                OPEN OUTPUT CARTTRF
            END-IF.
            IF CTF-STATUS NOT = 0
                DISPLAY 'CARTTRAN: NAO ABRIU CARTTRF.DAT - STATUS '
                        CTF-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            INITIALIZE CARTTRF-REG.
            MOVE WRK-REG-DATA     TO CTF-DATA.
            MOVE WRK-REG-HORA     TO CTF-HORA.
            MOVE WRK-ADMIN        TO CTF-USUARIO.
            MOVE WRK-VEND-ORIGEM  TO CTF-VEND-ORIGEM.
            MOVE WRK-VEND-DESTINO TO CTF-VEND-DESTINO.
            MOVE WRK-DATA-EFETIVA TO CTF-DATA-EFETIVA.
            MOVE WRK-TERRITORIOS  TO CTF-TERRITORIOS.
            SET CTF-PENDENTE TO TRUE.
            WRITE CARTTRF-REG.
            CLOSE CARTTRF.
            DISPLAY 'CARTTRAN: TRANSFERENCIA ' WRK-REGISTRO
                    ' REGISTRADA'.
            IF WRK-DATA-EFETIVA > WRK-DATA-SISTEMA
                DISPLAY 'CARTTRAN: SERA APLICADA PELO AGENDADOR EM '
                        WRK-DATA-EFETIVA
            ELSE
                CALL 'CARTAPLI'
                MOVE RETURN-CODE TO WRK-RC
            END-IF.

      *----------------------------------------------------------------
      *    MODO C - LISTA AS PENDENTES E CANCELA A ESCOLHIDA PELO
      *    IDENTIFICADOR (DATA E HORA DO REGISTRO), VIA .WRK
      *----------------------------------------------------------------
       5000-CANCELAR.
            OPEN INPUT CARTTRF.
            IF CTF-STATUS NOT = 0
                DISPLAY 'CARTTRAN: NENHUMA TRANSFERENCIA REGISTRADA'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WRK-QTPENDENTES.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 5050-LER-TRANSFERENCIA.
            PERFORM UNTIL FIM-ARQUIVO
                IF CTF-PENDENTE
                    ADD 1 TO WRK-QTPENDENTES
                    DISPLAY CTF-DATA CTF-HORA ' DE ' CTF-VEND-ORIGEM
                            ' PARA ' CTF-VEND-DESTINO ' EM '
                            CTF-DATA-EFETIVA ' TERR ' CTF-TERRITORIOS
                END-IF
                PERFORM 5050-LER-TRANSFERENCIA
            END-PERFORM.
            CLOSE CARTTRF.
            IF WRK-QTPENDENTES = 0
                DISPLAY 'CARTTRAN: NENHUMA TRANSFERENCIA PENDENTE'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            DISPLAY 'IDENTIFICADOR A CANCELAR (AAAAMMDDHHMMSS)'.
            ACCEPT WRK-CANCELAR-X.
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)'.
            ACCEPT WRK-RESPOSTA.
            IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
                DISPLAY 'CARTTRAN: NADA FOI CANCELADO'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-ACHOU.
            OPEN INPUT CARTTRF.
            OPEN OUTPUT CARTTRF-WRK.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 5050-LER-TRANSFERENCIA.
            PERFORM UNTIL FIM-ARQUIVO
                IF CTF-PENDENTE AND CTF-DATA = WRK-CAN-DATA
                   AND CTF-HORA = WRK-CAN-HORA
                    SET CTF-CANCELADA TO TRUE
                    MOVE WRK-DATA-SISTEMA TO CTF-DATA-APLICACAO
                    MOVE 'S' TO WRK-ACHOU
                END-IF
                WRITE TRW-REG FROM CARTTRF-REG
                PERFORM 5050-LER-TRANSFERENCIA
            END-PERFORM.
            CLOSE CARTTRF.
            CLOSE CARTTRF-WRK.
            IF NOT TRANSFERENCIA-ACHADA
                DISPLAY 'CARTTRAN: TRANSFERENCIA PENDENTE NAO ACHADA'
                MOVE 8 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CARTTRF-WRK.
            OPEN OUTPUT CARTTRF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 5060-LER-WRK.
            PERFORM UNTIL FIM-ARQUIVO
                WRITE CARTTRF-REG FROM TRW-REG
                PERFORM 5060-LER-WRK
            END-PERFORM.
            CLOSE CARTTRF-WRK.
            CLOSE CARTTRF.
            DISPLAY 'CARTTRAN: TRANSFERENCIA ' WRK-CANCELAR-X
                    ' CANCELADA'.

       5050-LER-TRANSFERENCIA.
            READ CARTTRF
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5060-LER-WRK.
            READ CARTTRF-WRK
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.
