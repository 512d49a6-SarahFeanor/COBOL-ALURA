       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOJASTAT.
      *******************************************
      * AULA:      RETORNO DA SITUACAO DOS PEDIDOS DA LOJA VIRTUAL
      * OBJETIVO:  DEPOIS DA RODADA NOTURNA, DEVOLVER A LOJA O QUE
      *            ACONTECEU COM CADA PEDIDO WEB QUE O LOJAIMP
      *            TROUXE (LOJAIMP.CTL - ID EXTERNO E PEDIDO):
      *              A - ACEITO NA PRE-CRITICA (PEDIDOS.OK)
      *              R - REJEITADO, COM O MOTIVO (PEDPRE.EXC OU
      *                  RECUSADO NA MESA DE CREDITO)
      *              H - RETIDO NO CREDITO (CREDHOLD.DAT)
      *              B - ITEM EM BACKORDER (BACKORDER.DAT)
      *              E - EMBARCADO, COM VALOR E FRETE (EMBARQUE.DAT)
      *              C - CANCELADO (PEDCANC.LOG)
      *            GRAVA EM LOJASTAT.DAT UMA LINHA POR SITUACAO
      *            NOVA; CADA SITUACAO SAI UMA VEZ SO POR PEDIDO -
      *            A ENVIADA FICA ANOTADA EM LOJASTAT.CTL
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO PEDIDO EM
      *            PEDIDOS.OK E PEDPRE.EXC PASSA A 57 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOJAIMP-CTL ASSIGN TO 'LOJAIMP.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IMPCTL-STATUS.
           SELECT PEDIDOS-OK ASSIGN TO 'PEDIDOS.OK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDOK-STATUS.
           SELECT PEDPRE-EXC ASSIGN TO 'PEDPRE.EXC'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXC-STATUS.
           SELECT CREDHOLD ASSIGN TO 'CREDHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CREDHOLD-STATUS.
           SELECT BACKORDER ASSIGN TO 'BACKORDER.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BACKORDER-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT PEDCANC-LOG ASSIGN TO 'PEDCANC.LOG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CANCLOG-STATUS.
           SELECT ENVIADOS ASSIGN TO 'LOJASTAT.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ENV-STATUS.
           SELECT LOJASTAT-DAT ASSIGN TO 'LOJASTAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOJAIMP-CTL.
       01 IMPCTL-LINHA.
           05 CTL-EXTID  PIC X(12).
           05 CTL-PEDIDO PIC X(07).

      *    PEDIDOS.OK E PEDPRE.EXC TRAZEM A IMAGEM DO PEDIDO - SO O
      *    TIPO E O NUMERO INTERESSAM AQUI
       FD PEDIDOS-OK.
       01 PEDOK-REG.
           05 OK-TIPO     PIC X(01).
           05 OK-NUMERO   PIC 9(07).
           05 FILLER      PIC X(49).

       FD PEDPRE-EXC.
       01 EXC-REG.
           05 XC-TIPO     PIC X(01).
           05 XC-NUMERO   PIC 9(07).
           05 FILLER      PIC X(49).
           05 FILLER      PIC X(03).
           05 XC-MOTIVO   PIC X(30).

       FD CREDHOLD.
           COPY CREDHOLD.

       FD BACKORDER.
           COPY BACKORD.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD PEDCANC-LOG.
       01 CNL-REG.
           05 CNL-PEDIDO  PIC 9(07).
           05 CNL-DATA    PIC 9(08).
           05 CNL-MOMENTO PIC X(01).
           05 CNL-USUARIO PIC X(20).

      *    SITUACOES JA ENVIADAS A LOJA
       FD ENVIADOS.
       01 ENV-REG.
           05 ENV-EXTID    PIC X(12).
           05 ENV-SITUACAO PIC X(01).
           05 ENV-DATA     PIC 9(08).

      *    ARQUIVO DE RETORNO PARA A LOJA - CAMPOS SEM EDICAO
       FD LOJASTAT-DAT.
       01 STA-REG.
           05 STA-EXTID    PIC X(12).
           05 STA-PEDIDO   PIC 9(07).
           05 STA-SITUACAO PIC X(01).
           05 STA-DATA     PIC 9(08).
           05 STA-VALOR    PIC 9(07)V99.
           05 STA-FRETE    PIC 9(06)V99.
           05 STA-MOTIVO   PIC X(30).

       WORKING-STORAGE SECTION.
       77 IMPCTL-STATUS    PIC 9(02).
       77 PEDOK-STATUS     PIC 9(02).
       77 EXC-STATUS       PIC 9(02).
       77 CREDHOLD-STATUS  PIC 9(02).
       77 BACKORDER-STATUS PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 CANCLOG-STATUS   PIC 9(02).
       77 ENV-STATUS       PIC 9(02).
       77 STA-STATUS       PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-QTWEB        PIC 9(04) VALUE 0.
       77 WRK-IX-WEB       PIC 9(04) VALUE 0.
       77 WRK-IX-SIT       PIC 9(01) VALUE 0.
       77 WRK-PED-BUSCA    PIC 9(07) VALUE ZEROS.
       77 WRK-EXT-BUSCA    PIC X(12) VALUE SPACES.
       77 WRK-SIT-BUSCA    PIC X(01) VALUE SPACES.
       77 WRK-QTENVIADOS   PIC 9(05) VALUE 0.
       77 WRK-QTJA-ENVIADO PIC 9(05) VALUE 0.
      *    ORDEM DE ENVIO DAS SITUACOES NA MESMA NOITE - A MESMA
      *    POSICAO MARCA A SITUACAO APURADA E A JA ENVIADA
       01 WRK-CODIGOS-INI.
           05 FILLER PIC X(06) VALUE 'AHBERC'.
       01 WRK-CODIGOS REDEFINES WRK-CODIGOS-INI.
           05 WRK-CODIGO OCCURS 6 TIMES PIC X(01).
       01 WRK-TOTAIS.
           05 WRK-QTSIT OCCURS 6 TIMES PIC 9(05).
       01 WRK-TAB-WEB.
           05 WRK-WEB OCCURS 2000 TIMES.
               10 WRK-WEB-EXTID  PIC X(12).
               10 WRK-WEB-PEDIDO PIC 9(07).
               10 WRK-WEB-APURADA.
                   15 WRK-WEB-APU OCCURS 6 TIMES PIC X(01).
               10 WRK-WEB-ENVIADA.
                   15 WRK-WEB-ENV OCCURS 6 TIMES PIC X(01).
               10 WRK-WEB-VALOR  PIC 9(07)V99.
               10 WRK-WEB-FRETE  PIC 9(06)V99.
               10 WRK-WEB-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-APURAR-SITUACOES
                PERFORM 3000-ENVIAR
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-DATA-SITU.
            MOVE ZEROS TO WRK-TOTAIS.
            PERFORM 1100-CARREGAR-WEB.
            IF RETURN-CODE NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1300-CARREGAR-ENVIADOS.

       1100-CARREGAR-WEB.
      *    SO AS LINHAS COM O NUMERO DO PEDIDO - O ID IMPORTADO
      *    ANTES DO LOJAIMP GUARDAR O NUMERO NAO TEM O QUE VOLTAR
            MOVE 0 TO WRK-QTWEB.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT LOJAIMP-CTL.
            IF IMPCTL-STATUS NOT = 0
                DISPLAY 'LOJASTAT: SEM LOJAIMP.CTL - NADA A DEVOLVER'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1150-LER-IMPORTADO.
            PERFORM 1200-GUARDAR-WEB UNTIL FIM-ARQUIVO.
            CLOSE LOJAIMP-CTL.

       1150-LER-IMPORTADO.
            READ LOJAIMP-CTL
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-GUARDAR-WEB.
            IF CTL-PEDIDO IS NUMERIC
                IF WRK-QTWEB < 2000
                    ADD 1 TO WRK-QTWEB
                    MOVE CTL-EXTID  TO WRK-WEB-EXTID(WRK-QTWEB)
                    MOVE CTL-PEDIDO TO WRK-WEB-PEDIDO(WRK-QTWEB)
                    MOVE SPACES TO WRK-WEB-APURADA(WRK-QTWEB)
                                   WRK-WEB-ENVIADA(WRK-QTWEB)
                                   WRK-WEB-MOTIVO(WRK-QTWEB)
                    MOVE ZEROS  TO WRK-WEB-VALOR(WRK-QTWEB)
                                   WRK-WEB-FRETE(WRK-QTWEB)
                ELSE
      *            PEDIDO FORA DA TABELA FICARIA SEM RETORNO - O
      *            LOJAIMP.CTL PRECISA SER ARQUIVADO ANTES
                    DISPLAY 'LOJASTAT: LOJAIMP.CTL PASSOU DE 2000 '
                            'PEDIDOS - RETORNO RECUSADO'
                    MOVE 16 TO RETURN-CODE
                    MOVE 'S' TO WRK-FIMARQ
                END-IF
            END-IF.
            IF NOT FIM-ARQUIVO
                PERFORM 1150-LER-IMPORTADO
            END-IF.

       1300-CARREGAR-ENVIADOS.
            OPEN INPUT ENVIADOS.
            IF ENV-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1350-GUARDAR-ENVIADO UNTIL ENV-STATUS NOT = 0.
            CLOSE ENVIADOS.

       1350-GUARDAR-ENVIADO.
            READ ENVIADOS
                AT END CONTINUE
                NOT AT END
                    MOVE ENV-EXTID TO WRK-EXT-BUSCA
                    PERFORM 4100-BUSCAR-EXTID
                    MOVE ENV-SITUACAO TO WRK-SIT-BUSCA
                    PERFORM 4200-BUSCAR-CODIGO
                    IF WRK-IX-WEB NOT > WRK-QTWEB
                       AND WRK-IX-SIT NOT > 6
                        MOVE 'S' TO WRK-WEB-ENV(WRK-IX-WEB WRK-IX-SIT)
                    END-IF
            END-READ.

       2000-APURAR-SITUACOES.
            PERFORM 2100-LER-PRECRITICA.
            PERFORM 2200-LER-REJEITADOS.
            PERFORM 2300-LER-CREDITO.
            PERFORM 2400-LER-BACKORDER.
            PERFORM 2500-LER-EMBARQUE.
            PERFORM 2600-LER-CANCELADOS.

       2100-LER-PRECRITICA.
            OPEN INPUT PEDIDOS-OK.
            IF PEDOK-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2150-AVALIAR-ACEITO UNTIL PEDOK-STATUS NOT = 0.
            CLOSE PEDIDOS-OK.

       2150-AVALIAR-ACEITO.
            READ PEDIDOS-OK
                AT END CONTINUE
                NOT AT END
                    IF OK-TIPO = 'C' AND OK-NUMERO IS NUMERIC
                        MOVE OK-NUMERO TO WRK-PED-BUSCA
                        PERFORM 4000-BUSCAR-PEDIDO
                        IF WRK-IX-WEB NOT > WRK-QTWEB
                            MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 1)
                        END-IF
                    END-IF
            END-READ.

       2200-LER-REJEITADOS.
            OPEN INPUT PEDPRE-EXC.
            IF EXC-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2250-AVALIAR-REJEITADO UNTIL EXC-STATUS NOT = 0.
            CLOSE PEDPRE-EXC.

       2250-AVALIAR-REJEITADO.
      *    SO O CABECALHO NA EXCECAO DERRUBA O PEDIDO - ITEM
      *    REJEITADO COM CABECALHO BOM SEGUE NO PEDIDOS.OK
            READ PEDPRE-EXC
                AT END CONTINUE
                NOT AT END
                    IF XC-TIPO = 'C' AND XC-NUMERO IS NUMERIC
                        MOVE XC-NUMERO TO WRK-PED-BUSCA
                        PERFORM 4000-BUSCAR-PEDIDO
                        IF WRK-IX-WEB NOT > WRK-QTWEB
                            MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 5)
                            MOVE XC-MOTIVO
                                TO WRK-WEB-MOTIVO(WRK-IX-WEB)
                        END-IF
                    END-IF
            END-READ.

       2300-LER-CREDITO.
            OPEN INPUT CREDHOLD.
            IF CREDHOLD-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2350-AVALIAR-RETIDO UNTIL CREDHOLD-STATUS NOT = 0.
            CLOSE CREDHOLD.

       2350-AVALIAR-RETIDO.
      *    RETIDO UMA VEZ E RETIDO - A RECUSA DA MESA DE CREDITO
      *    TAMBEM VOLTA COMO REJEICAO
            READ CREDHOLD
                AT END CONTINUE
                NOT AT END
                    MOVE CRH-PEDIDO TO WRK-PED-BUSCA
                    PERFORM 4000-BUSCAR-PEDIDO
                    IF WRK-IX-WEB NOT > WRK-QTWEB
                        MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 2)
                        IF CRH-RECUSADO
                            MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 5)
                            MOVE 'RECUSADO NA MESA DE CREDITO'
                                TO WRK-WEB-MOTIVO(WRK-IX-WEB)
                        END-IF
                    END-IF
            END-READ.

       2400-LER-BACKORDER.
            OPEN INPUT BACKORDER.
            IF BACKORDER-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2450-AVALIAR-BACKORDER
                UNTIL BACKORDER-STATUS NOT = 0.
            CLOSE BACKORDER.

       2450-AVALIAR-BACKORDER.
            READ BACKORDER
                AT END CONTINUE
                NOT AT END
                    MOVE BCK-PEDIDO TO WRK-PED-BUSCA
                    PERFORM 4000-BUSCAR-PEDIDO
                    IF WRK-IX-WEB NOT > WRK-QTWEB
                        MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 3)
                    END-IF
            END-READ.

       2500-LER-EMBARQUE.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2550-AVALIAR-EMBARQUE
                UNTIL EMBARQUE-STATUS NOT = 0.
            CLOSE EMBARQUE.

       2550-AVALIAR-EMBARQUE.
      *    EMBARQUE CANCELADO DEPOIS JA SAIU - A LOJA RECEBE O
      *    EMBARQUE E, PELO PEDCANC.LOG, O CANCELAMENTO
            READ EMBARQUE
                AT END CONTINUE
                NOT AT END
                    MOVE EMB-PEDIDO TO WRK-PED-BUSCA
                    PERFORM 4000-BUSCAR-PEDIDO
                    IF WRK-IX-WEB NOT > WRK-QTWEB
                        MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 4)
                        MOVE EMB-VALOR TO WRK-WEB-VALOR(WRK-IX-WEB)
                        MOVE EMB-FRETE TO WRK-WEB-FRETE(WRK-IX-WEB)
                        IF EMB-CANCELADO
                            MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 6)
                        END-IF
                    END-IF
            END-READ.

       2600-LER-CANCELADOS.
            OPEN INPUT PEDCANC-LOG.
            IF CANCLOG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2650-AVALIAR-CANCELADO
                UNTIL CANCLOG-STATUS NOT = 0.
            CLOSE PEDCANC-LOG.

       2650-AVALIAR-CANCELADO.
            READ PEDCANC-LOG
                AT END CONTINUE
                NOT AT END
                    MOVE CNL-PEDIDO TO WRK-PED-BUSCA
                    PERFORM 4000-BUSCAR-PEDIDO
                    IF WRK-IX-WEB NOT > WRK-QTWEB
                        MOVE 'S' TO WRK-WEB-APU(WRK-IX-WEB 6)
                    END-IF
            END-READ.

       3000-ENVIAR.
            OPEN OUTPUT LOJASTAT-DAT.
            OPEN EXTEND ENVIADOS.
            IF ENV-STATUS = 35
                OPEN OUTPUT ENVIADOS
            END-IF.
            PERFORM 3100-ENVIAR-PEDIDO
                VARYING WRK-IX-WEB FROM 1 BY 1
                UNTIL WRK-IX-WEB > WRK-QTWEB.
            CLOSE LOJASTAT-DAT.
            CLOSE ENVIADOS.

       3100-ENVIAR-PEDIDO.
            PERFORM 3200-ENVIAR-SITUACAO
                VARYING WRK-IX-SIT FROM 1 BY 1
                UNTIL WRK-IX-SIT > 6.

       3200-ENVIAR-SITUACAO.
            IF WRK-WEB-APU(WRK-IX-WEB WRK-IX-SIT) NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            IF WRK-WEB-ENV(WRK-IX-WEB WRK-IX-SIT) = 'S'
                ADD 1 TO WRK-QTJA-ENVIADO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-WEB-EXTID(WRK-IX-WEB)  TO STA-EXTID.
            MOVE WRK-WEB-PEDIDO(WRK-IX-WEB) TO STA-PEDIDO.
            MOVE WRK-CODIGO(WRK-IX-SIT)     TO STA-SITUACAO.
            MOVE WRK-DATA-SISTEMA           TO STA-DATA.
            MOVE ZEROS  TO STA-VALOR STA-FRETE.
            MOVE SPACES TO STA-MOTIVO.
            EVALUATE WRK-CODIGO(WRK-IX-SIT)
              WHEN 'E'
                MOVE WRK-WEB-VALOR(WRK-IX-WEB) TO STA-VALOR
                MOVE WRK-WEB-FRETE(WRK-IX-WEB) TO STA-FRETE
              WHEN 'R'
                MOVE WRK-WEB-MOTIVO(WRK-IX-WEB) TO STA-MOTIVO
            END-EVALUATE.
            WRITE STA-REG.
      *    ANOTADA SO DEPOIS DE GRAVADA - RERODAR A NOITE NAO
      *    REPETE A SITUACAO
            MOVE STA-EXTID        TO ENV-EXTID.
            MOVE STA-SITUACAO     TO ENV-SITUACAO.
            MOVE WRK-DATA-SISTEMA TO ENV-DATA.
            WRITE ENV-REG.
            MOVE 'S' TO WRK-WEB-ENV(WRK-IX-WEB WRK-IX-SIT).
            ADD 1 TO WRK-QTSIT(WRK-IX-SIT).
            ADD 1 TO WRK-QTENVIADOS.

       4000-BUSCAR-PEDIDO.
            PERFORM VARYING WRK-IX-WEB FROM 1 BY 1
                    UNTIL WRK-IX-WEB > WRK-QTWEB
                    OR WRK-WEB-PEDIDO(WRK-IX-WEB) = WRK-PED-BUSCA
                CONTINUE
            END-PERFORM.

       4100-BUSCAR-EXTID.
            PERFORM VARYING WRK-IX-WEB FROM 1 BY 1
                    UNTIL WRK-IX-WEB > WRK-QTWEB
                    OR WRK-WEB-EXTID(WRK-IX-WEB) = WRK-EXT-BUSCA
                CONTINUE
            END-PERFORM.

       4200-BUSCAR-CODIGO.
            PERFORM VARYING WRK-IX-SIT FROM 1 BY 1
                    UNTIL WRK-IX-SIT > 6
                    OR WRK-CODIGO(WRK-IX-SIT) = WRK-SIT-BUSCA
                CONTINUE
            END-PERFORM.

       9000-FINALIZAR.
            DISPLAY '===== LOJASTAT - RETORNO A LOJA VIRTUAL ====='.
            DISPLAY 'PEDIDOS WEB CONHECIDOS: ' WRK-QTWEB.
            DISPLAY 'ACEITOS..............: ' WRK-QTSIT(1).
            DISPLAY 'RETIDOS NO CREDITO...: ' WRK-QTSIT(2).
            DISPLAY 'EM BACKORDER.........: ' WRK-QTSIT(3).
            DISPLAY 'EMBARCADOS...........: ' WRK-QTSIT(4).
            DISPLAY 'REJEITADOS...........: ' WRK-QTSIT(5).
            DISPLAY 'CANCELADOS...........: ' WRK-QTSIT(6).
            DISPLAY 'SITUACOES ENVIADAS...: ' WRK-QTENVIADOS.
            DISPLAY 'JA ENVIADAS ANTES....: ' WRK-QTJA-ENVIADO.
