      * ALTERADO = 02/09/2026 - SARAH - TABELA EM MEMORIA
      *            ESTOURADA ABORTA O PASSO - A REGRAVACAO NAO
      *            PODE PERDER O RABO DO ARQUIVO
      * ALTERADO = 15/10/2026 - SARAH - A TELA MOSTRA POR QUE O
      *            PEDIDO FOI RETIDO - NA RETENCAO PELO LIMITE DO GRUPO
      *            ECONOMICO, O GRUPO, O SALDO SOMADO DOS MEMBROS E O
      *            LIMITE DO GRUPO; MOTIVO E GRUPO VOLTAM NA REGRAVACAO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CREDHOLD-LOG ASSIGN TO 'CREDHOLD.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CRHLOG-STATUS.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       FD CREDHOLD.
           COPY CREDHOLD.

       FD GRUPOS.
           COPY GRUPOS.

       FD CREDHOLD-LOG.
       01 CRHLOG-LINHA.
           05 CRHLOG-DATA    PIC 9(08).
       77 CREDHOLD-STATUS PIC 9(02).
       77 CRHLOG-STATUS   PIC 9(02).
       77 SEN-STATUS      PIC 9(02).
       77 GRUPOS-STATUS   PIC 9(02).
       77 WRK-ADMIN       PIC X(20) VALUE SPACES.
       77 WRK-SENHA       PIC X(10) VALUE SPACES.
       77 WRK-ADM-OK      PIC X(01) VALUE 'N'.
       77 WRK-CRH-FRETE-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CRH-SALDO-ED PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CRH-LIMITE-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *    RETENCAO PELO LIMITE DO GRUPO MOSTRA TAMBEM O SALDO
      *    SOMADO DOS MEMBROS E O LIMITE DO GRUPO
       77 WRK-CRH-RETIDO  PIC X(40) VALUE SPACES.
       77 WRK-ROT-SALDO-GRP  PIC X(13) VALUE SPACES.
       77 WRK-ROT-LIMITE-GRP PIC X(13) VALUE SPACES.
       77 WRK-TXT-SALDO-GRP  PIC X(16) VALUE SPACES.
       77 WRK-TXT-LIMITE-GRP PIC X(16) VALUE SPACES.
       77 WRK-GRP-SALDO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GRP-SALDO-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-GRP-LIMITE-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-HOLDS.
               10 WRK-HOLD-VALOR  PIC 9(07)V99.
               10 WRK-HOLD-FRETE  PIC 9(06)V99.
               10 WRK-HOLD-SITU   PIC X(01).
               10 WRK-HOLD-MOTIVO PIC X(01).
               10 WRK-HOLD-GRUPO  PIC X(05).

       SCREEN SECTION.
       01 TELA.
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-CREDHOLD FOREGROUND-COLOR 2.
            05 CRH-MOSTRA.
               10 LINE 07 COLUMN 10 VALUE 'RETIDO POR.. '.
               10 COLUMN PLUS 2 PIC X(40) FROM WRK-CRH-RETIDO.
               10 LINE 08 COLUMN 10 VALUE 'PEDIDO...... '.
               10 COLUMN PLUS 2 PIC 9(07)
                   FROM WRK-HOLD-PEDIDO(WRK-IX-HOLD).
               10 LINE 12 COLUMN 10 VALUE 'LIMITE...... '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-CRH-LIMITE-ED.
               10 LINE 11 COLUMN 45 PIC X(13) FROM WRK-ROT-SALDO-GRP.
               10 COLUMN PLUS 1 PIC X(16) FROM WRK-TXT-SALDO-GRP.
               10 LINE 12 COLUMN 45 PIC X(13)
                   FROM WRK-ROT-LIMITE-GRP.
               10 COLUMN PLUS 1 PIC X(16) FROM WRK-TXT-LIMITE-GRP.
               10 LINE 13 COLUMN 10 VALUE 'TOTAL PEDIDO '.
               10 COLUMN PLUS 2 PIC Z.ZZZ.ZZ9,99
                   FROM WRK-CRH-VALOR-ED.
                            WRK-HOLD-FRETE(WRK-QTHOLDS)
                        MOVE CRH-SITUACAO TO
                            WRK-HOLD-SITU(WRK-QTHOLDS)
                        MOVE CRH-MOTIVO TO
                            WRK-HOLD-MOTIVO(WRK-QTHOLDS)
                        MOVE CRH-GRUPO TO
                            WRK-HOLD-GRUPO(WRK-QTHOLDS)
                        IF CRH-PENDENTE
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                    TO WRK-CRH-FRETE-ED
                MOVE CLIENTES-SALDO TO WRK-CRH-SALDO-ED
                MOVE CLIENTES-LIMITECREDITO TO WRK-CRH-LIMITE-ED
                PERFORM 2150-MONTAR-MOTIVO
                DISPLAY TELA-CREDHOLD
                MOVE 'LIBERAR (L) RECUSAR (R) SAIR(X)'
                    TO WRK-MSGERRO
                END-EVALUATE
            END-IF.

       2150-MONTAR-MOTIVO.
      *    RETENCAO PELO LIMITE DO GRUPO ECONOMICO MOSTRA O GRUPO,
      *    O SALDO SOMADO DE TODOS OS MEMBROS HOJE E O LIMITE DO
      *    GRUPO - A DE LIMITE DO CLIENTE (OU ANTIGA) SO O CLIENTE
            MOVE SPACES TO WRK-ROT-SALDO-GRP WRK-ROT-LIMITE-GRP
                           WRK-TXT-SALDO-GRP WRK-TXT-LIMITE-GRP.
            IF WRK-HOLD-MOTIVO(WRK-IX-HOLD) NOT = 'G'
                MOVE 'LIMITE DO CLIENTE' TO WRK-CRH-RETIDO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WRK-CRH-RETIDO.
            MOVE WRK-HOLD-GRUPO(WRK-IX-HOLD) TO GRP-CODIGO.
            OPEN INPUT GRUPOS.
            IF GRUPOS-STATUS = 0
                READ GRUPOS
                  INVALID KEY
                    MOVE 'GRUPO NAO CADASTRADO' TO GRP-NOME
                    MOVE ZEROS TO GRP-LIMITE
                END-READ
                CLOSE GRUPOS
            ELSE
                MOVE 'GRUPO NAO CADASTRADO' TO GRP-NOME
                MOVE ZEROS TO GRP-LIMITE
            END-IF.
            STRING 'LIMITE DO GRUPO ' DELIMITED BY SIZE
                   WRK-HOLD-GRUPO(WRK-IX-HOLD) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   GRP-NOME DELIMITED BY SIZE
                   INTO WRK-CRH-RETIDO.
            PERFORM 2160-SOMAR-GRUPO.
            MOVE 'SALDO GRUPO. ' TO WRK-ROT-SALDO-GRP.
            MOVE 'LIMITE GRUPO ' TO WRK-ROT-LIMITE-GRP.
            MOVE WRK-GRP-SALDO TO WRK-GRP-SALDO-ED.
            MOVE WRK-GRP-SALDO-ED TO WRK-TXT-SALDO-GRP.
            MOVE GRP-LIMITE TO WRK-GRP-LIMITE-ED.
            MOVE WRK-GRP-LIMITE-ED TO WRK-TXT-LIMITE-GRP.

       2160-SOMAR-GRUPO.
      *    O SALDO DO GRUPO E A SOMA DOS SALDOS DOS MEMBROS NO
      *    MESTRE; A PASSADA PERDE A POSICAO DO CLIENTE DA RETENCAO,
      *    QUE E RELIDO NO FIM
            MOVE ZEROS TO WRK-GRP-SALDO.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
            END-IF.
            PERFORM UNTIL CLIENTES-STATUS NOT = 0
                IF CLIENTES-GRUPO = GRP-CODIGO
                    ADD CLIENTES-SALDO TO WRK-GRP-SALDO
                END-IF
                READ CLIENTES NEXT
            END-PERFORM.
            MOVE WRK-HOLD-FONE(WRK-IX-HOLD) TO CLIENTES-FONE.
            READ CLIENTES KEY IS CLIENTES-FONE
              INVALID KEY
                MOVE SPACES TO CLIENTES-NOME
            END-READ.

       2200-GRAVAR-LOG.
      *    TODA DECISAO DA MESA TAMBEM E LOGADA - QUEM DECIDIU,
      *    QUAL PEDIDO E POR QUE, COMO O LIMPROP.LOG
                MOVE WRK-HOLD-VALOR(WRK-IX-HOLD)  TO CRH-VALOR
                MOVE WRK-HOLD-FRETE(WRK-IX-HOLD)  TO CRH-FRETE
                MOVE WRK-HOLD-SITU(WRK-IX-HOLD)   TO CRH-SITUACAO
                MOVE WRK-HOLD-MOTIVO(WRK-IX-HOLD) TO CRH-MOTIVO
                MOVE WRK-HOLD-GRUPO(WRK-IX-HOLD)  TO CRH-GRUPO
                WRITE CREDHOLD-REG
            END-PERFORM.
            CLOSE CREDHOLD.
