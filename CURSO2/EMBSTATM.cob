      *            TAMBEM ENTRA NA FILA DE NOTIFICACOES (CALL
      *            NOTIFICA, TIPO E) - O CLIENTE FICA SABENDO
      *            SEM PRECISAR LIGAR
      * ALTERADO = 15/10/2026 - SARAH - CADA AVANCO DE SITUACAO TAMBEM
      *            E ACRESCENTADO AO EMBSTAT.HIS COM DATA E OPERADOR -
      *            BASE DO SLA DE TRANSPORTADORAS (SLATRANS)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT EMBSTHIS ASSIGN TO 'EMBSTAT.HIS'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBSTHIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMBSTAT.
       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBSTHIS.
           COPY EMBSTHIS.

       WORKING-STORAGE SECTION.
       77 EMBSTAT-STATUS  PIC 9(02).
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
       77 WRK-MSGERRO     PIC X(30).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 EMBSTHIS-STATUS  PIC 9(02).
       77 WRK-FIMEMB       PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-FONE-EVENTO  PIC 9(11) VALUE ZEROS.
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTMOVIMENTOS
                    PERFORM 2400-GRAVAR-HISTORICO
                    PERFORM 2500-ENFILEIRAR-EVENTO
                    MOVE 'SITUACAO REGISTRADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                        ACCEPT MOSTRA-ERRO
                      NOT INVALID KEY
                        ADD 1 TO WRK-QTMOVIMENTOS
                        PERFORM 2400-GRAVAR-HISTORICO
                        PERFORM 2500-ENFILEIRAR-EVENTO
                        MOVE 'SITUACAO AVANCADA' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                END-IF
            END-READ.

       2400-GRAVAR-HISTORICO.
      *    O EMBSTAT SO GUARDA A ULTIMA DATA - CADA AVANCO FICA NO
      *    HISTORICO PARA O SLATRANS SABER QUANDO SAIU DO DEPOSITO
            MOVE EST-PEDIDO   TO ESH-PEDIDO.
            MOVE EST-SITUACAO TO ESH-SITUACAO.
            MOVE EST-DATA     TO ESH-DATA.
            MOVE EST-USUARIO  TO ESH-USUARIO.
            OPEN EXTEND EMBSTHIS.
            IF EMBSTHIS-STATUS = 35
                OPEN OUTPUT EMBSTHIS
            END-IF.
            WRITE EMBSTHIS-REG.
            CLOSE EMBSTHIS.

       2500-ENFILEIRAR-EVENTO.
      *    O FONE DO CLIENTE VEM DO EMBARQUE DO PEDIDO - SEM
      *    EMBARQUE NAO HA QUEM AVISAR
