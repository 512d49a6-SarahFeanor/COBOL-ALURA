      *            SEM A VARIAVEL O PASSO SO RELATA, NAO MEXE
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - CRITICA E AJUSTE POR
      *            PRODUTO E DEPOSITO CONTRA O ESTDEP.DAT - O MESTRE
      *            ANDA A DIFERENCA; SEM ESTDEP.DAT SEGUE COMO ANTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTAGEM ASSIGN TO 'CONTAGEM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CONTAGEM-STATUS.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT INVVAR-RPT ASSIGN TO 'INVVAR.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           05 CNT-QTDE    PIC 9(05).
           05 CNT-DATA    PIC 9(08).
           05 CNT-USUARIO PIC X(20).
           05 CNT-DEPOSITO PIC X(02).

       FD ESTDEP.
           COPY ESTDEP.

       FD INVVAR-RPT.
       01 RPT-LINHA PIC X(100).
           05 LOG-ANTES   PIC 9(05).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 LOG-DEPOIS  PIC 9(05).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 LOG-DEPOSITO PIC X(02).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 WRK-QTDIVERGE   PIC 9(04) VALUE 0.
       77 WRK-QTAJUSTES   PIC 9(04) VALUE 0.
       77 WRK-DIFERENCA   PIC S9(06) VALUE ZEROS.
       77 ESTDEP-STATUS   PIC 9(02).
       77 WRK-ESTDEP-OK   PIC X(01) VALUE 'N'.
           88 ESTDEP-ABERTO VALUE 'S'.
       77 WRK-TEM-SALDO   PIC X(01) VALUE 'N'.
           88 DEPOSITO-COM-REGISTRO VALUE 'S'.
       77 WRK-SISTEMA     PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-CONTAGENS.
      *    A ULTIMA CONTAGEM DE CADA PRODUTO - RECONTAGEM NO
      *    MESMO CICLO SOBREPOE A ANTERIOR
               10 WRK-CNT-CODPROD PIC X(08).
               10 WRK-CNT-QTDE    PIC 9(05).
               10 WRK-CNT-USUARIO PIC X(20).
               10 WRK-CNT-DEPOSITO PIC X(02).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(35) VALUE
              'DIVERGENCIAS DE INVENTARIO        '.
           05 RPT-DATA PIC 9(08).
       01 RPT-DETALHE.
           05 RPT-CODPROD PIC X(08).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-DEPOSITO PIC X(02).
           05 FILLER      PIC X(01) VALUE SPACES.
           05 RPT-DESCR   PIC X(30).
           05 FILLER      PIC X(10) VALUE ' SISTEMA '.
           05 RPT-SISTEMA PIC ZZZZ9.
                MOVE 0 TO WRK-QTCNT
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM 1300-ABRIR-DEPOSITOS
                OPEN OUTPUT INVVAR-RPT
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE RPT-CABECALHO TO RPT-LINHA
            END-READ.

       1200-GUARDAR-CONTAGEM.
            IF CNT-DEPOSITO = SPACES
                MOVE '01' TO CNT-DEPOSITO
            END-IF.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-CNT FROM 1 BY 1
                    UNTIL WRK-IX-CNT > WRK-QTCNT
                    OR WRK-ACHOU = 'S'
                IF WRK-CNT-CODPROD(WRK-IX-CNT) = CNT-CODPROD
                 AND WRK-CNT-DEPOSITO(WRK-IX-CNT) = CNT-DEPOSITO
                    MOVE 'S' TO WRK-ACHOU
                    SUBTRACT 1 FROM WRK-IX-CNT
                END-IF
                    MOVE WRK-QTCNT TO WRK-IX-CNT
                    MOVE CNT-CODPROD TO
                        WRK-CNT-CODPROD(WRK-IX-CNT)
                    MOVE CNT-DEPOSITO TO
                        WRK-CNT-DEPOSITO(WRK-IX-CNT)
                ELSE
                    PERFORM 1150-LER-CONTAGEM
                    EXIT PARAGRAPH
            MOVE CNT-USUARIO TO WRK-CNT-USUARIO(WRK-IX-CNT).
            PERFORM 1150-LER-CONTAGEM.

       1300-ABRIR-DEPOSITOS.
      *    COM ESTDEP.DAT A CONTAGEM E CRITICADA CONTRA O SALDO
      *    DO DEPOSITO CONTADO; SEM ELE, CONTRA O TOTAL DO MESTRE
            IF MODO-AJUSTE
                OPEN I-O ESTDEP
            ELSE
                OPEN INPUT ESTDEP
            END-IF.
            IF ESTDEP-STATUS = 0
                SET ESTDEP-ABERTO TO TRUE
            END-IF.

       2000-CRITICAR-CONTAGEM.
            MOVE WRK-CNT-CODPROD(WRK-IX-CNT) TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                PERFORM 2050-SALDO-SISTEMA
                IF WRK-SISTEMA NOT = WRK-CNT-QTDE(WRK-IX-CNT)
                    ADD 1 TO WRK-QTDIVERGE
                    PERFORM 2100-RELATAR-DIVERGENCIA
                    IF MODO-AJUSTE
                END-IF
            END-READ.

       2050-SALDO-SISTEMA.
      *    PRODUTO SEM REGISTRO NO DEPOSITO CONTADO TEM SALDO ZERO
      *    LA - O AJUSTE CRIA O REGISTRO
            MOVE 'N' TO WRK-TEM-SALDO.
            IF ESTDEP-ABERTO
                MOVE ZEROS TO WRK-SISTEMA
                MOVE PROD-CODIGO TO EDP-CODPROD
                MOVE WRK-CNT-DEPOSITO(WRK-IX-CNT) TO EDP-DEPOSITO
                READ ESTDEP
                  NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-SALDO
                    MOVE EDP-QTESTOQUE TO WRK-SISTEMA
                END-READ
            ELSE
                MOVE PROD-QTESTOQUE TO WRK-SISTEMA
            END-IF.

       2100-RELATAR-DIVERGENCIA.
            COMPUTE WRK-DIFERENCA =
                WRK-CNT-QTDE(WRK-IX-CNT) - WRK-SISTEMA.
            MOVE PROD-CODIGO    TO RPT-CODPROD.
            MOVE WRK-CNT-DEPOSITO(WRK-IX-CNT) TO RPT-DEPOSITO.
            MOVE PROD-DESCRICAO TO RPT-DESCR.
            MOVE WRK-SISTEMA    TO RPT-SISTEMA.
            MOVE WRK-CNT-QTDE(WRK-IX-CNT) TO RPT-CONTADO.
            MOVE WRK-DIFERENCA  TO RPT-DIF.
            IF MODO-AJUSTE
      *    O MESTRE PASSA A VALER O QUE FOI CONTADO - E CADA
      *    AJUSTE DEIXA LINHA PROPRIA NO LOG, COMO O
      *    USUARIOS.LOG FAZ COM OS USUARIOS
      *    POR DEPOSITO, O DEPOSITO PASSA A VALER O CONTADO E O
      *    TOTAL DO MESTRE ANDA A MESMA DIFERENCA
            MOVE WRK-SISTEMA TO LOG-ANTES.
            IF ESTDEP-ABERTO
                PERFORM 2300-AJUSTAR-DEPOSITO
                IF WRK-DIFERENCA < 0
                 AND PROD-QTESTOQUE < (0 - WRK-DIFERENCA)
                    MOVE ZEROS TO PROD-QTESTOQUE
                ELSE
                    ADD WRK-DIFERENCA TO PROD-QTESTOQUE
                END-IF
            ELSE
                MOVE WRK-CNT-QTDE(WRK-IX-CNT) TO PROD-QTESTOQUE
            END-IF.
            REWRITE PRODUTO-REG
              INVALID KEY
                DISPLAY 'INVAJUST: ERRO AO REGRAVAR PRODUTO - '
                MOVE WRK-DATA-SISTEMA TO LOG-DATA
                MOVE WRK-CNT-USUARIO(WRK-IX-CNT) TO LOG-USUARIO
                MOVE PROD-CODIGO    TO LOG-CODPROD
                MOVE WRK-CNT-QTDE(WRK-IX-CNT) TO LOG-DEPOIS
                MOVE WRK-CNT-DEPOSITO(WRK-IX-CNT) TO LOG-DEPOSITO
                OPEN EXTEND AJUSTES-LOG
                IF LOG-STATUS = 35
                    OPEN OUTPUT AJUSTES-LOG
                CLOSE AJUSTES-LOG
            END-REWRITE.

       2300-AJUSTAR-DEPOSITO.
            MOVE WRK-CNT-QTDE(WRK-IX-CNT) TO EDP-QTESTOQUE.
            IF DEPOSITO-COM-REGISTRO
                REWRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'INVAJUST: ERRO AO REGRAVAR DEPOSITO - '
                            PROD-CODIGO ' ' EDP-DEPOSITO
                END-REWRITE
            ELSE
                MOVE PROD-CODIGO TO EDP-CODPROD
                MOVE WRK-CNT-DEPOSITO(WRK-IX-CNT) TO EDP-DEPOSITO
                MOVE ZEROS  TO EDP-QTRESERVADA EDP-QTTRANSITO
                MOVE SPACES TO EDP-LOCACAO
                WRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'INVAJUST: ERRO AO GRAVAR DEPOSITO - '
                            PROD-CODIGO ' ' EDP-DEPOSITO
                END-WRITE
            END-IF.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                MOVE WRK-QTDIVERGE TO RPT-QTDIV
                WRITE RPT-LINHA
                CLOSE INVVAR-RPT
                CLOSE PRODUTOS
                IF ESTDEP-ABERTO
                    CLOSE ESTDEP
                END-IF
            END-IF.
            DISPLAY '===== INVAJUST - CRITICA DO INVENTARIO ====='.
            DISPLAY 'DIVERGENCIAS.........: ' WRK-QTDIVERGE.
