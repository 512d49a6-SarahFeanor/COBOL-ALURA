       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARTAPLI.
      *******************************************
      * AULA:      APLICACAO DAS TRANSFERENCIAS DE CARTEIRA
      * OBJETIVO:  APLICAR AS TRANSFERENCIAS DE CARTEIRA PENDENTES
      *            EM CARTTRF.DAT CUJA DATA EFETIVA JA CHEGOU (DATA
      *            DE PROCESSAMENTO, CALL DATASIS): TODO CLIENTE DO
      *            VENDEDOR DE ORIGEM PASSA AO VENDEDOR DE DESTINO
      *            E, QUANDO PEDIDO, OS TERRITORIOS DELE TAMBEM
      *            CADA REGRAVACAO DO MESTRE PASSA PELO CLIEJRNL
      *            COM O IDENTIFICADOR DA TRANSFERENCIA (DATA E
      *            HORA DO REGISTRO) E CADA TROCA VAI PARA O
      *            HISTORICO DA CARTEIRA (CARTHIST.DAT)
      *            SEM OPERADOR: E CHAMADO PELO CARTTRAN QUANDO A
      *            DATA EFETIVA E HOJE OU PASSADA, E PELO AGENDADOR
      *            NA RODADA DIARIA (AGENDA.CFG: CARTAPLI COM
      *            FREQUENCIA D) PARA AS DE DATA FUTURA
      *            DESTINO DESATIVADO NO MEIO DO CAMINHO: A
      *            TRANSFERENCIA FICA PENDENTE E O JOB TERMINA
      *            COM RC 4
      *            PEDIDOS JA GRAVADOS FICAM COM O VENDEDOR QUE
      *            TINHAM - A COMISSAO DO QUE JA FOI VENDIDO NAO
      *            MUDA DE DONO
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
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT TERRIT ASSIGN TO 'TERRIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERRIT-STATUS
             RECORD KEY IS TER-CHAVE.
           SELECT CARTTRF ASSIGN TO 'CARTTRF.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTF-STATUS.
           SELECT CARTTRF-WRK ASSIGN TO 'CARTTRF.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TRW-STATUS.
           SELECT CARTHIST ASSIGN TO 'CARTHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CARTHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD VENDEDOR.
           COPY VENDEDOR.

       FD TERRIT.
           COPY TERRIT.

       FD CARTTRF.
           COPY CARTTRF.

       FD CARTTRF-WRK.
       01 TRW-REG         PIC X(68).

       FD CARTHIST.
           COPY CARTHIST.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 TERRIT-STATUS    PIC 9(02).
       77 CTF-STATUS       PIC 9(02).
       77 TRW-STATUS       PIC 9(02).
       77 CARTHIST-STATUS  PIC 9(02).
       77 WRK-RC           PIC 9(02) VALUE 0.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-HORA-CHEIA   PIC 9(08) VALUE ZEROS.
       77 WRK-FIMTRF       PIC X(01) VALUE 'N'.
           88 FIM-TRANSFERENCIAS VALUE 'S'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TEM-TRF      PIC X(01) VALUE 'N'.
           88 HA-TRANSFERENCIAS VALUE 'S'.
       77 WRK-TEM-TERRIT   PIC X(01) VALUE 'N'.
           88 HA-TERRITORIOS VALUE 'S'.
       77 WRK-ABRIU-MESTRE PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       77 WRK-ABRIU-TRF    PIC X(01) VALUE 'N'.
           88 TRANSFERENCIAS-ABERTO VALUE 'S'.
       77 WRK-ABRIU-VEND   PIC X(01) VALUE 'N'.
           88 VENDEDOR-ABERTO VALUE 'S'.
       77 WRK-QTLIDAS      PIC 9(05) VALUE 0.
       77 WRK-QTAPLICADAS  PIC 9(05) VALUE 0.
       77 WRK-QTCLIENTES   PIC 9(05) VALUE 0.
       77 WRK-QTTERRIT     PIC 9(05) VALUE 0.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CARTAPLI'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE SPACES.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.

      *    IDENTIFICADOR DA TRANSFERENCIA NO JORNAL DO MESTRE
       01 WRK-EXECUCAO.
           05 WRK-EXEC-DATA PIC 9(08).
           05 WRK-EXEC-HORA PIC 9(06).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-RC = 0 AND HA-TRANSFERENCIAS
                PERFORM 2000-PROCESSAR
            END-IF.
            PERFORM 9000-FINALIZAR.
            MOVE WRK-RC TO RETURN-CODE.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO MAIS DE UMA VEZ NA MESMA UNIDADE DE EXECUCAO,
      *    COMECA SEMPRE DO ZERO
            MOVE 0 TO WRK-RC WRK-QTLIDAS WRK-QTAPLICADAS.
            MOVE 'N' TO WRK-FIMTRF WRK-TEM-TRF WRK-TEM-TERRIT
                        WRK-ABRIU-MESTRE WRK-ABRIU-TRF
                        WRK-ABRIU-VEND.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CARTTRF.
            IF CTF-STATUS = 35
                DISPLAY 'CARTAPLI: NENHUMA TRANSFERENCIA REGISTRADA'
                EXIT PARAGRAPH
            END-IF.
            IF CTF-STATUS NOT = 0
                DISPLAY 'CARTAPLI: NAO ABRIU CARTTRF.DAT - STATUS '
                        CTF-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-TEM-TRF WRK-ABRIU-TRF.
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CARTAPLI: NAO ABRIU CLIENTES.DAT - STATUS '
                        CLIENTES-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-ABRIU-MESTRE.
            OPEN INPUT VENDEDOR.
            IF VENDEDOR-STATUS NOT = 0
                DISPLAY 'CARTAPLI: NAO ABRIU VENDEDOR.DAT - STATUS '
                        VENDEDOR-STATUS
                MOVE 16 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-ABRIU-VEND.
      *    SEM TERRIT.DAT SO OS CLIENTES MUDAM DE DONO
            OPEN I-O TERRIT.
            IF TERRIT-STATUS = 0
                MOVE 'S' TO WRK-TEM-TERRIT
            END-IF.
            OPEN OUTPUT CARTTRF-WRK.

      *----------------------------------------------------------------
      *    PASSA O CARTTRF.DAT INTEIRO PELO .WRK, MARCANDO AS
      *    APLICADAS, E DEVOLVE O .WRK NO LUGAR DO ORIGINAL
      *----------------------------------------------------------------
       2000-PROCESSAR.
            PERFORM 2050-LER-TRANSFERENCIA.
            PERFORM UNTIL FIM-TRANSFERENCIAS
                ADD 1 TO WRK-QTLIDAS
                IF CTF-PENDENTE
                   AND CTF-DATA-EFETIVA NOT > WRK-DATA-SISTEMA
                    PERFORM 2100-APLICAR-TRANSFERENCIA
                END-IF
                WRITE TRW-REG FROM CARTTRF-REG
                PERFORM 2050-LER-TRANSFERENCIA
            END-PERFORM.
            CLOSE CARTTRF.
            CLOSE CARTTRF-WRK.
            MOVE 'N' TO WRK-ABRIU-TRF.
            IF WRK-QTAPLICADAS > 0
                PERFORM 3000-DEVOLVER-PENDENTES
            END-IF.
            DISPLAY 'CARTAPLI: TRANSFERENCIAS LIDAS.....: '
                    WRK-QTLIDAS.
            DISPLAY 'CARTAPLI: TRANSFERENCIAS APLICADAS.: '
                    WRK-QTAPLICADAS.

       2050-LER-TRANSFERENCIA.
            READ CARTTRF
                AT END MOVE 'S' TO WRK-FIMTRF
            END-READ.

       2100-APLICAR-TRANSFERENCIA.
            MOVE CTF-VEND-DESTINO TO VEN-CODIGO.
            READ VENDEDOR
              INVALID KEY
                MOVE '2' TO VEN-STATUS-VENDEDOR
            END-READ.
            IF NOT VEN-ATIVO
                DISPLAY 'CARTAPLI: DESTINO ' CTF-VEND-DESTINO
                        ' INATIVO - TRANSFERENCIA DE ' CTF-DATA
                        ' FICA PENDENTE'
                MOVE 4 TO WRK-RC
                EXIT PARAGRAPH
            END-IF.
            MOVE ZEROS TO WRK-QTCLIENTES WRK-QTTERRIT.
            MOVE CTF-USUARIO TO WRK-JNL-USUARIO.
            MOVE CTF-DATA    TO WRK-EXEC-DATA.
            MOVE CTF-HORA    TO WRK-EXEC-HORA.
      *    OPERACAO E: AS REGRAVACOES A SEGUIR SAEM NO JORNAL COM
      *    O IDENTIFICADOR DESTA TRANSFERENCIA
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            MOVE WRK-EXECUCAO TO WRK-REG-ANTES(1:14).
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.
            PERFORM 2200-TRANSFERIR-CLIENTES.
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.
            IF CTF-LEVA-TERRITORIOS AND HA-TERRITORIOS
                PERFORM 2300-TRANSFERIR-TERRITORIOS
            END-IF.
            SET CTF-APLICADA TO TRUE.
            MOVE WRK-DATA-SISTEMA TO CTF-DATA-APLICACAO.
            MOVE WRK-QTCLIENTES   TO CTF-QTCLIENTES.
            MOVE WRK-QTTERRIT     TO CTF-QTTERRIT.
            ADD 1 TO WRK-QTAPLICADAS.
            DISPLAY 'CARTAPLI: VENDEDOR ' CTF-VEND-ORIGEM
                    ' PARA ' CTF-VEND-DESTINO ' - CLIENTES '
                    WRK-QTCLIENTES ' TERRITORIOS ' WRK-QTTERRIT.

       2200-TRANSFERIR-CLIENTES.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 2250-LER-CLIENTE
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                IF CLIENTES-VENDEDOR = CTF-VEND-ORIGEM
                    PERFORM 2260-REGRAVAR-CLIENTE
                END-IF
                PERFORM 2250-LER-CLIENTE
            END-PERFORM.

       2250-LER-CLIENTE.
            READ CLIENTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2260-REGRAVAR-CLIENTE.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            MOVE CTF-VEND-DESTINO TO CLIENTES-VENDEDOR.
            REWRITE CLIENTES-REG
              INVALID KEY
                DISPLAY 'CARTAPLI: ERRO AO REGRAVAR CLIENTE '
                        CLIENTES-CODIGO
                MOVE 4 TO WRK-RC
              NOT INVALID KEY
                ADD 1 TO WRK-QTCLIENTES
                MOVE 'R' TO WRK-JNL-OPER
                CALL 'CLIEJRNL' USING WRK-JNL-OPER
                    WRK-JNL-PROGRAMA WRK-JNL-USUARIO
                    WRK-REG-ANTES CLIENTES-REG
                SET CTH-CLIENTE TO TRUE
                MOVE CLIENTES-CODIGO TO CTH-CODIGO
                MOVE CLIENTES-UF     TO CTH-UF
                MOVE CLIENTES-CIDADE TO CTH-CIDADE
                PERFORM 8000-GRAVAR-HISTORICO
            END-REWRITE.

       2300-TRANSFERIR-TERRITORIOS.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE LOW-VALUES TO TER-CHAVE.
            START TERRIT KEY IS NOT LESS THAN TER-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 2350-LER-TERRITORIO
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                IF TER-VENDEDOR = CTF-VEND-ORIGEM
                    PERFORM 2360-REGRAVAR-TERRITORIO
                END-IF
                PERFORM 2350-LER-TERRITORIO
            END-PERFORM.

       2350-LER-TERRITORIO.
            READ TERRIT NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2360-REGRAVAR-TERRITORIO.
            MOVE CTF-VEND-DESTINO TO TER-VENDEDOR.
            MOVE CTF-DATA-EFETIVA TO TER-DATA.
            REWRITE TERRIT-REG
              INVALID KEY
                DISPLAY 'CARTAPLI: ERRO AO REGRAVAR TERRITORIO '
                        TER-UF ' ' TER-CIDADE
                MOVE 4 TO WRK-RC
              NOT INVALID KEY
                ADD 1 TO WRK-QTTERRIT
                SET CTH-TERRITORIO TO TRUE
                MOVE ZEROS      TO CTH-CODIGO
                MOVE TER-UF     TO CTH-UF
                MOVE TER-CIDADE TO CTH-CIDADE
                PERFORM 8000-GRAVAR-HISTORICO
            END-REWRITE.

       3000-DEVOLVER-PENDENTES.
            OPEN INPUT CARTTRF-WRK.
            OPEN OUTPUT CARTTRF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 3050-LER-WRK.
            PERFORM UNTIL FIM-ARQUIVO
                WRITE CARTTRF-REG FROM TRW-REG
                PERFORM 3050-LER-WRK
            END-PERFORM.
            CLOSE CARTTRF-WRK.
            CLOSE CARTTRF.

       3050-LER-WRK.
            READ CARTTRF-WRK
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *    A TROCA VALE DESDE A DATA EFETIVA DA TRANSFERENCIA
       8000-GRAVAR-HISTORICO.
            ACCEPT WRK-HORA-CHEIA FROM TIME.
            MOVE CTF-DATA-EFETIVA    TO CTH-DATA.
            MOVE WRK-HORA-CHEIA(1:6) TO CTH-HORA.
            MOVE CTF-VEND-ORIGEM     TO CTH-VEND-ANTES.
            MOVE CTF-VEND-DESTINO    TO CTH-VEND-DEPOIS.
            MOVE 'CARTAPLI'          TO CTH-ORIGEM.
            MOVE CTF-USUARIO         TO CTH-USUARIO.
            OPEN EXTEND CARTHIST.
            IF CARTHIST-STATUS = 35
                OPEN OUTPUT CARTHIST
            END-IF.
            WRITE CARTHIST-REG.
            CLOSE CARTHIST.

       9000-FINALIZAR.
            IF TRANSFERENCIAS-ABERTO
                CLOSE CARTTRF
            END-IF.
            IF MESTRE-ABERTO
                CLOSE CLIENTES
            END-IF.
            IF VENDEDOR-ABERTO
                CLOSE VENDEDOR
            END-IF.
            IF HA-TERRITORIOS
                CLOSE TERRIT
            END-IF.
