       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BKPREST.
      *******************************************
      * AULA:      RESTAURACAO DE UMA GERACAO DE SEGURANCA
      * OBJETIVO:  DEVOLVER O SISTEMA INTEIRO A UM MESMO PONTO DE
      *            RESTAURACAO - TODOS OS ARQUIVOS DA GERACAO
      *            GRAVADA PELO BKPGERA VOLTAM JUNTOS, ENTAO
      *            PEDIDOS, EMBARQUES, TITULOS, ESTOQUE E CONTROLES
      *            DE NUMERACAO CONCORDAM ENTRE SI DEPOIS DA
      *            RECUPERACAO
      *            GERACAO NA VARIAVEL BKPREST_GERACAO; EM BRANCO
      *            VALE A ULTIMA GERACAO FECHADA QUE AINDA ESTA
      *            GUARDADA (A POSICAO BKnn NAO FOI REGRAVADA)
      *            ANTES DE TOCAR EM QUALQUER ARQUIVO CONFERE A
      *            QUANTIDADE DE REGISTROS DE CADA COPIA COM O
      *            CATALOGO (BKPCAT.DAT) - COPIA FALTANDO OU
      *            DIVERGENTE RECUSA A RESTAURACAO INTEIRA (RC 8)
      *            ARQUIVO AUSENTE NA GERACAO VOLTA VAZIO; INDEXADO
      *            E RECONSTRUIDO COM TODAS AS CHAVES, COMO O
      *            CLIERELD FAZ COM O CLIENTES.DAT
      *            ATENCAO: REGRAVA OS ARQUIVOS ATUAIS - QUEM
      *            PRECISAR DO ESTADO DE AGORA RODA O BKPGERA ANTES
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - INCLUIDO O MESTRE DE CONTAS
      *            DA TESOURARIA (CONTBANC.DAT)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESTINO ASSIGN TO WRK-DEST-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEST-STATUS.
           SELECT COPIA ASSIGN TO WRK-COPIA-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COPIA-STATUS.
           SELECT BKPCAT ASSIGN TO 'BKPCAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAT-STATUS.
           SELECT CLIENTES ASSIGN TO WRK-CLIENTES-DAT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-FONE
             ALTERNATE RECORD KEY IS CLIENTES-NOME
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT CLIENTES-HIS ASSIGN TO 'CLIENTES.HIS'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-HIS-STATUS
             RECORD KEY IS HIS-CHAVE
             ALTERNATE RECORD KEY IS HIS-FONE
             ALTERNATE RECORD KEY IS HIS-NOME
               WITH DUPLICATES.
           SELECT CONDPAG ASSIGN TO 'CONDPAG.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONDPAG-STATUS
             RECORD KEY IS CPG-CHAVE.
           SELECT CONTBANC ASSIGN TO 'CONTBANC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTBANC-STATUS
             RECORD KEY IS CTB-CHAVE.
           SELECT EMBSTAT ASSIGN TO 'EMBSTAT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EMBSTAT-STATUS
             RECORD KEY IS EST-CHAVE.
           SELECT ENDERECOS ASSIGN TO 'ENDERECO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDERECOS-STATUS
             RECORD KEY IS EDR-CHAVE.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT GRUPOS ASSIGN TO 'GRUPOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS GRUPOS-STATUS
             RECORD KEY IS GRP-CHAVE.
           SELECT JORNALIX ASSIGN TO 'JORNALIX.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS JORNALIX-STATUS
             RECORD KEY IS JIX-CHAVE.
           SELECT KITCOMP ASSIGN TO 'KITCOMP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS KITCOMP-STATUS
             RECORD KEY IS KIT-CHAVE.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTES-STATUS
             RECORD KEY IS LOT-CHAVE.
           SELECT METAS ASSIGN TO 'METAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS METAS-STATUS
             RECORD KEY IS META-CHAVE.
           SELECT OCORREN ASSIGN TO 'OCORREN.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS OCORREN-STATUS
             RECORD KEY IS OCO-CHAVE
             ALTERNATE RECORD KEY IS OCO-CLIENTE
               WITH DUPLICATES.
           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGAR-STATUS
             RECORD KEY IS PAG-CHAVE.
           SELECT PEDRECOR ASSIGN TO 'PEDRECOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDRECOR-STATUS
             RECORD KEY IS RCR-CHAVE.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT TERRIT ASSIGN TO 'TERRIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TERRIT-STATUS
             RECORD KEY IS TER-CHAVE.
           SELECT TRANSF ASSIGN TO 'TRANSF.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSF-STATUS
             RECORD KEY IS TRF-CHAVE.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD DESTINO.
       01 DEST-LINHA PIC X(600).

       FD COPIA.
       01 COPIA-LINHA PIC X(600).

       FD BKPCAT.
           COPY BKPCAT.

       FD CLIENTES.
           COPY CLIENTES.

       FD CLIENTES-HIS.
      *    MESMA IMAGEM DO CLIENTES-REG (CLIEARCH)
       01 HIS-REG.
           05 HIS-CHAVE.
               10 HIS-CODIGO PIC 9(07).
           05 HIS-FONE     PIC 9(11).
           05 HIS-NOME     PIC X(30).
           05 FILLER       PIC X(187).

       FD CONDPAG.
           COPY CONDPAG.

       FD CONTBANC.
           COPY CONTBANC.

       FD EMBSTAT.
           COPY EMBSTAT.

       FD ENDERECOS.
           COPY ENDERECO.

       FD ESTDEP.
           COPY ESTDEP.

       FD FORNECED.
           COPY FORNECED.

       FD GRUPOS.
           COPY GRUPOS.

       FD JORNALIX.
           COPY JORNALIX.

       FD KITCOMP.
           COPY KITCOMP.

       FD LOTES.
           COPY LOTES.

       FD METAS.
           COPY METAVEND.

       FD OCORREN.
           COPY OCORREN.

       FD PAGAR.
           COPY PAGAR.

       FD PEDRECOR.
           COPY PEDRECOR.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD TERRIT.
           COPY TERRIT.

       FD TRANSF.
           COPY TRANSF.

       FD TRANSP.
           COPY TRANSP.

       FD VENDEDOR.
           COPY VENDEDOR.
       WORKING-STORAGE SECTION.
       77 DEST-STATUS      PIC 9(02).
       77 COPIA-STATUS     PIC 9(02).
       77 CAT-STATUS       PIC 9(02).
       77 CLIENTES-STATUS  PIC 9(02).
       77 CLIENTES-HIS-STATUS PIC 9(02).
       77 CONDPAG-STATUS   PIC 9(02).
       77 CONTBANC-STATUS  PIC 9(02).
       77 EMBSTAT-STATUS   PIC 9(02).
       77 ENDERECOS-STATUS PIC 9(02).
       77 ESTDEP-STATUS    PIC 9(02).
       77 FORNECED-STATUS  PIC 9(02).
       77 GRUPOS-STATUS    PIC 9(02).
       77 JORNALIX-STATUS  PIC 9(02).
       77 KITCOMP-STATUS   PIC 9(02).
       77 LOTES-STATUS     PIC 9(02).
       77 METAS-STATUS     PIC 9(02).
       77 OCORREN-STATUS   PIC 9(02).
       77 PAGAR-STATUS     PIC 9(02).
       77 PEDRECOR-STATUS  PIC 9(02).
       77 PRODUTOS-STATUS  PIC 9(02).
       77 TERRIT-STATUS    PIC 9(02).
       77 TRANSF-STATUS    PIC 9(02).
       77 TRANSP-STATUS    PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-DEST-ARQ     PIC X(14) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-COPIA VALUE 'S'.
       77 WRK-FIMCAT       PIC X(01) VALUE 'N'.
           88 FIM-CATALOGO VALUE 'S'.
       77 WRK-RECUSA       PIC X(01) VALUE 'N'.
           88 RESTAURACAO-RECUSADA VALUE 'S'.
       77 WRK-DIVERGE      PIC X(01) VALUE 'N'.
           88 HOUVE-DIVERGENCIA VALUE 'S'.
       77 WRK-GERACAO-X    PIC X(05) VALUE SPACES.
       77 WRK-GERACAO      PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-GER     PIC 9(08) VALUE ZEROS.
       77 WRK-FECHADA      PIC X(01) VALUE 'N'.
           88 GERACAO-FECHADA VALUE 'S'.
       77 WRK-IX-POS       PIC 9(03) VALUE 0.
       77 WRK-IX-CAT       PIC 9(03) VALUE 0.
       77 WRK-QTCAT        PIC 9(03) VALUE 0.
       77 WRK-QTARQ-F      PIC 9(03) VALUE 0.
       77 WRK-QTREGS       PIC 9(09) VALUE 0.
       77 WRK-QTTOTAL      PIC 9(09) VALUE 0.
       77 WRK-QTREJEITADOS PIC 9(07) VALUE 0.
       77 WRK-QTRESTAURADOS PIC 9(03) VALUE 0.
       77 WRK-STATUS-LIDO  PIC 9(02) VALUE ZEROS.
       77 WRK-RESPOSTA     PIC X(01) VALUE SPACES.
       01 WRK-COPIA-ARQ.
           05 FILLER          PIC X(02) VALUE 'BK'.
           05 WRK-COPIA-POS   PIC 9(02) VALUE ZEROS.
           05 FILLER          PIC X(01) VALUE '_'.
           05 WRK-COPIA-NOME  PIC X(14) VALUE SPACES.
       01 WRK-TAB-POSICOES.
      *    POR POSICAO BKnn: A ULTIMA GERACAO QUE GRAVOU NELA E A
      *    ULTIMA GERACAO FECHADA NELA - SO E PONTO DE RESTAURACAO
      *    A GERACAO FECHADA QUE NINGUEM REGRAVOU DEPOIS
           05 WRK-POS OCCURS 99 TIMES.
               10 WRK-POS-ULTIMA  PIC 9(05).
               10 WRK-POS-FECHADA PIC 9(05).
               10 WRK-POS-DATA    PIC 9(08).
       01 WRK-TAB-CATALOGO.
      *    OS ARQUIVOS DA GERACAO ESCOLHIDA
           05 WRK-CAT OCCURS 200 TIMES.
               10 WRK-CAT-ARQUIVO  PIC X(14).
               10 WRK-CAT-SITUACAO PIC X(01).
                   88 WRK-CAT-PRESENTE VALUE 'P'.
               10 WRK-CAT-QTDE     PIC 9(09).
           COPY BKPARQ.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF NOT RESTAURACAO-RECUSADA
                PERFORM 2000-CONFERIR-COPIA
                    VARYING WRK-IX-CAT FROM 1 BY 1
                    UNTIL WRK-IX-CAT > WRK-QTCAT
            END-IF.
            IF NOT RESTAURACAO-RECUSADA
                PERFORM 2500-CONFIRMAR
            END-IF.
            IF NOT RESTAURACAO-RECUSADA
                PERFORM 3000-RESTAURAR-ARQUIVO
                    VARYING WRK-IX-CAT FROM 1 BY 1
                    UNTIL WRK-IX-CAT > WRK-QTCAT
            END-IF.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            ACCEPT WRK-GERACAO-X FROM ENVIRONMENT 'BKPREST_GERACAO'.
            INSPECT WRK-GERACAO-X REPLACING LEADING SPACE BY ZERO.
            IF WRK-GERACAO-X IS NUMERIC
                MOVE WRK-GERACAO-X TO WRK-GERACAO
            END-IF.
            PERFORM 1100-MAPEAR-POSICOES.
            IF WRK-GERACAO = ZEROS
                PERFORM 1200-ULTIMA-FECHADA
                    VARYING WRK-IX-POS FROM 1 BY 1
                    UNTIL WRK-IX-POS > 99
            END-IF.
            IF WRK-GERACAO = ZEROS
                DISPLAY 'BKPREST: NENHUMA GERACAO FECHADA NO CATALOGO'
                MOVE 'S' TO WRK-RECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1300-CARREGAR-GERACAO.
            IF NOT GERACAO-FECHADA
                DISPLAY 'BKPREST: GERACAO ' WRK-GERACAO
                        ' NAO EXISTE OU NAO FOI FECHADA'
                MOVE 'S' TO WRK-RECUSA
                EXIT PARAGRAPH
            END-IF.
            IF WRK-POS-ULTIMA(WRK-POSICAO) NOT = WRK-GERACAO
                DISPLAY 'BKPREST: GERACAO ' WRK-GERACAO
                        ' JA FOI REGRAVADA PELA GERACAO '
                        WRK-POS-ULTIMA(WRK-POSICAO)
                MOVE 'S' TO WRK-RECUSA
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTCAT NOT = WRK-QTARQ-F
                DISPLAY 'BKPREST: CATALOGO DA GERACAO ' WRK-GERACAO
                        ' NAO FECHA COM A QUANTIDADE DE ARQUIVOS'
                MOVE 'S' TO WRK-RECUSA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-POSICAO TO WRK-COPIA-POS.
            DISPLAY 'BKPREST: GERACAO ' WRK-GERACAO ' DE '
                    WRK-DATA-GER ' NA POSICAO BK' WRK-COPIA-POS.

       1100-MAPEAR-POSICOES.
            INITIALIZE WRK-TAB-POSICOES.
            MOVE 'N' TO WRK-FIMCAT.
            OPEN INPUT BKPCAT.
            IF CAT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1150-LER-CATALOGO.
            PERFORM UNTIL FIM-CATALOGO
                IF CAT-POSICAO > 0
                    IF CAT-GERACAO > WRK-POS-ULTIMA(CAT-POSICAO)
                        MOVE CAT-GERACAO TO
                            WRK-POS-ULTIMA(CAT-POSICAO)
                    END-IF
                    IF CAT-FECHAMENTO
                        MOVE CAT-GERACAO TO
                            WRK-POS-FECHADA(CAT-POSICAO)
                        MOVE CAT-DATA TO WRK-POS-DATA(CAT-POSICAO)
                    END-IF
                END-IF
                PERFORM 1150-LER-CATALOGO
            END-PERFORM.
            CLOSE BKPCAT.

       1150-LER-CATALOGO.
            READ BKPCAT
                AT END MOVE 'S' TO WRK-FIMCAT
            END-READ.

       1200-ULTIMA-FECHADA.
            IF WRK-POS-FECHADA(WRK-IX-POS) > 0
             AND WRK-POS-FECHADA(WRK-IX-POS) =
                 WRK-POS-ULTIMA(WRK-IX-POS)
             AND WRK-POS-FECHADA(WRK-IX-POS) > WRK-GERACAO
                MOVE WRK-POS-FECHADA(WRK-IX-POS) TO WRK-GERACAO
            END-IF.

       1300-CARREGAR-GERACAO.
            MOVE 0 TO WRK-QTCAT WRK-QTARQ-F.
            MOVE 'N' TO WRK-FECHADA WRK-FIMCAT.
            OPEN INPUT BKPCAT.
            IF CAT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1150-LER-CATALOGO.
            PERFORM UNTIL FIM-CATALOGO
                IF CAT-GERACAO = WRK-GERACAO
                    MOVE CAT-POSICAO TO WRK-POSICAO
                    MOVE CAT-DATA    TO WRK-DATA-GER
                    IF CAT-FECHAMENTO
                        MOVE 'S' TO WRK-FECHADA
                        MOVE CAT-QTARQ TO WRK-QTARQ-F
                    ELSE
                        IF WRK-QTCAT < 200
                            ADD 1 TO WRK-QTCAT
                            MOVE CAT-ARQUIVO  TO
                                WRK-CAT-ARQUIVO(WRK-QTCAT)
                            MOVE CAT-SITUACAO TO
                                WRK-CAT-SITUACAO(WRK-QTCAT)
                            MOVE CAT-QTDE     TO
                                WRK-CAT-QTDE(WRK-QTCAT)
                        END-IF
                    END-IF
                END-IF
                PERFORM 1150-LER-CATALOGO
            END-PERFORM.
            CLOSE BKPCAT.

       2000-CONFERIR-COPIA.
      *    NADA E RESTAURADO ENQUANTO UMA UNICA COPIA NAO BATER
      *    COM O CATALOGO - OU VOLTA O CONJUNTO INTEIRO OU NADA
            IF NOT WRK-CAT-PRESENTE(WRK-IX-CAT)
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CAT-ARQUIVO(WRK-IX-CAT) TO WRK-COPIA-NOME.
            MOVE 0 TO WRK-QTREGS.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT COPIA.
            IF COPIA-STATUS NOT = 0
                DISPLAY 'BKPREST: COPIA ' WRK-COPIA-ARQ
                        ' NAO ENCONTRADA'
                MOVE 'S' TO WRK-RECUSA
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                ADD 1 TO WRK-QTREGS
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE COPIA.
            IF WRK-QTREGS NOT = WRK-CAT-QTDE(WRK-IX-CAT)
                DISPLAY 'BKPREST: COPIA ' WRK-COPIA-ARQ ' COM '
                        WRK-QTREGS ' REGISTROS, CATALOGO DIZ '
                        WRK-CAT-QTDE(WRK-IX-CAT)
                MOVE 'S' TO WRK-RECUSA
            END-IF.

       2050-LER-COPIA.
            READ COPIA
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2500-CONFIRMAR.
            DISPLAY 'BKPREST: TODOS OS ARQUIVOS ATUAIS SERAO '
                    'SUBSTITUIDOS PELA GERACAO ' WRK-GERACAO.
            DISPLAY 'CONFIRMA A RESTAURACAO? (S/N)'.
            ACCEPT WRK-RESPOSTA.
            IF WRK-RESPOSTA NOT = 'S'
                DISPLAY 'BKPREST: RESTAURACAO CANCELADA - NENHUM '
                        'ARQUIVO FOI ALTERADO'
                MOVE 'S' TO WRK-RECUSA
            END-IF.

       3000-RESTAURAR-ARQUIVO.
            MOVE WRK-CAT-ARQUIVO(WRK-IX-CAT) TO WRK-COPIA-NOME.
            MOVE 0 TO WRK-QTREGS.
            MOVE 'S' TO WRK-FIMARQ.
            IF WRK-CAT-PRESENTE(WRK-IX-CAT)
                MOVE 'N' TO WRK-FIMARQ
                OPEN INPUT COPIA
            END-IF.
            MOVE ZEROS TO WRK-IX-POS.
            PERFORM VARYING WRK-IX-POS FROM 1 BY 1
                    UNTIL WRK-IX-POS > BKP-QTARQ
                    OR BKP-ARQ-NOME(WRK-IX-POS) = WRK-COPIA-NOME
                CONTINUE
            END-PERFORM.
            IF WRK-IX-POS NOT > BKP-QTARQ
             AND BKP-ARQ-INDEXADO(WRK-IX-POS)
                PERFORM 3200-RECARREGAR-INDEXADO
            ELSE
                PERFORM 3100-RESTAURAR-SEQUENCIAL
            END-IF.
            IF WRK-CAT-PRESENTE(WRK-IX-CAT)
                CLOSE COPIA
            END-IF.
            ADD 1 TO WRK-QTRESTAURADOS.
            ADD WRK-QTREGS TO WRK-QTTOTAL.
            IF WRK-STATUS-LIDO NOT = 0
                DISPLAY 'BKPREST: ERRO AO GRAVAR ' WRK-COPIA-NOME
                        ' - STATUS ' WRK-STATUS-LIDO
                MOVE 'S' TO WRK-DIVERGE
            END-IF.
            IF WRK-QTREGS NOT = WRK-CAT-QTDE(WRK-IX-CAT)
                DISPLAY 'BKPREST: ' WRK-COPIA-NOME ' VOLTOU COM '
                        WRK-QTREGS ' REGISTROS, CATALOGO DIZ '
                        WRK-CAT-QTDE(WRK-IX-CAT)
                MOVE 'S' TO WRK-DIVERGE
            END-IF.

       3100-RESTAURAR-SEQUENCIAL.
            MOVE WRK-COPIA-NOME TO WRK-DEST-ARQ.
            OPEN OUTPUT DESTINO.
            MOVE DEST-STATUS TO WRK-STATUS-LIDO.
            IF DEST-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO DEST-LINHA
                WRITE DEST-LINHA
                IF DEST-STATUS = 0
                    ADD 1 TO WRK-QTREGS
                ELSE
                    MOVE DEST-STATUS TO WRK-STATUS-LIDO
                END-IF
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE DESTINO.

       3200-RECARREGAR-INDEXADO.
      *    O INDEXADO E ABERTO EM OUTPUT E RECONSTRUIDO COM TODAS
      *    AS CHAVES; REGISTRO RECUSADO NA GRAVACAO FICA NA CONTA
      *    DOS REJEITADOS E A CONTAGEM NAO FECHA
            EVALUATE WRK-COPIA-NOME
              WHEN 'CLIENTES.DAT'
                PERFORM 3210-RECARREGAR-CLIENTES
              WHEN 'CLIENTES.HIS'
                PERFORM 3211-RECARREGAR-CLIENTES-HIS
              WHEN 'CONDPAG.DAT'
                PERFORM 3212-RECARREGAR-CONDPAG
              WHEN 'CONTBANC.DAT'
                PERFORM 3230-RECARREGAR-CONTBANC
              WHEN 'EMBSTAT.DAT'
                PERFORM 3213-RECARREGAR-EMBSTAT
              WHEN 'ENDERECO.DAT'
                PERFORM 3214-RECARREGAR-ENDERECOS
              WHEN 'ESTDEP.DAT'
                PERFORM 3215-RECARREGAR-ESTDEP
              WHEN 'FORNECED.DAT'
                PERFORM 3216-RECARREGAR-FORNECED
              WHEN 'GRUPOS.DAT'
                PERFORM 3229-RECARREGAR-GRUPOS
              WHEN 'JORNALIX.DAT'
                PERFORM 3217-RECARREGAR-JORNALIX
              WHEN 'KITCOMP.DAT'
                PERFORM 3218-RECARREGAR-KITCOMP
              WHEN 'LOTES.DAT'
                PERFORM 3219-RECARREGAR-LOTES
              WHEN 'METAS.DAT'
                PERFORM 3220-RECARREGAR-METAS
              WHEN 'OCORREN.DAT'
                PERFORM 3221-RECARREGAR-OCORREN
              WHEN 'PAGAR.DAT'
                PERFORM 3222-RECARREGAR-PAGAR
              WHEN 'PEDRECOR.DAT'
                PERFORM 3223-RECARREGAR-PEDRECOR
              WHEN 'PRODUTOS.DAT'
                PERFORM 3224-RECARREGAR-PRODUTOS
              WHEN 'TERRIT.DAT'
                PERFORM 3225-RECARREGAR-TERRIT
              WHEN 'TRANSF.DAT'
                PERFORM 3226-RECARREGAR-TRANSF
              WHEN 'TRANSP.DAT'
                PERFORM 3227-RECARREGAR-TRANSP
              WHEN 'VENDEDOR.DAT'
                PERFORM 3228-RECARREGAR-VENDEDOR
              WHEN OTHER
                MOVE 99 TO WRK-STATUS-LIDO
            END-EVALUATE.

       3210-RECARREGAR-CLIENTES.
            OPEN OUTPUT CLIENTES.
            MOVE CLIENTES-STATUS TO WRK-STATUS-LIDO.
            IF CLIENTES-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO CLIENTES-REG
                WRITE CLIENTES-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE CLIENTES.

       3211-RECARREGAR-CLIENTES-HIS.
            OPEN OUTPUT CLIENTES-HIS.
            MOVE CLIENTES-HIS-STATUS TO WRK-STATUS-LIDO.
            IF CLIENTES-HIS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO HIS-REG
                WRITE HIS-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE CLIENTES-HIS.

       3212-RECARREGAR-CONDPAG.
            OPEN OUTPUT CONDPAG.
            MOVE CONDPAG-STATUS TO WRK-STATUS-LIDO.
            IF CONDPAG-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO CONDPAG-REG
                WRITE CONDPAG-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE CONDPAG.

       3213-RECARREGAR-EMBSTAT.
            OPEN OUTPUT EMBSTAT.
            MOVE EMBSTAT-STATUS TO WRK-STATUS-LIDO.
            IF EMBSTAT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO EMBSTAT-REG
                WRITE EMBSTAT-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE EMBSTAT.

       3214-RECARREGAR-ENDERECOS.
            OPEN OUTPUT ENDERECOS.
            MOVE ENDERECOS-STATUS TO WRK-STATUS-LIDO.
            IF ENDERECOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO ENDERECO-REG
                WRITE ENDERECO-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE ENDERECOS.

       3215-RECARREGAR-ESTDEP.
            OPEN OUTPUT ESTDEP.
            MOVE ESTDEP-STATUS TO WRK-STATUS-LIDO.
            IF ESTDEP-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO ESTDEP-REG
                WRITE ESTDEP-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE ESTDEP.

       3216-RECARREGAR-FORNECED.
            OPEN OUTPUT FORNECED.
            MOVE FORNECED-STATUS TO WRK-STATUS-LIDO.
            IF FORNECED-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO FORNECED-REG
                WRITE FORNECED-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE FORNECED.

       3217-RECARREGAR-JORNALIX.
            OPEN OUTPUT JORNALIX.
            MOVE JORNALIX-STATUS TO WRK-STATUS-LIDO.
            IF JORNALIX-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO JORNALIX-REG
                WRITE JORNALIX-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE JORNALIX.

       3218-RECARREGAR-KITCOMP.
            OPEN OUTPUT KITCOMP.
            MOVE KITCOMP-STATUS TO WRK-STATUS-LIDO.
            IF KITCOMP-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO KITCOMP-REG
                WRITE KITCOMP-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE KITCOMP.

       3219-RECARREGAR-LOTES.
            OPEN OUTPUT LOTES.
            MOVE LOTES-STATUS TO WRK-STATUS-LIDO.
            IF LOTES-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO LOTE-REG
                WRITE LOTE-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE LOTES.

       3220-RECARREGAR-METAS.
            OPEN OUTPUT METAS.
            MOVE METAS-STATUS TO WRK-STATUS-LIDO.
            IF METAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO META-REG
                WRITE META-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE METAS.

       3221-RECARREGAR-OCORREN.
            OPEN OUTPUT OCORREN.
            MOVE OCORREN-STATUS TO WRK-STATUS-LIDO.
            IF OCORREN-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO OCORREN-REG
                WRITE OCORREN-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE OCORREN.

       3222-RECARREGAR-PAGAR.
            OPEN OUTPUT PAGAR.
            MOVE PAGAR-STATUS TO WRK-STATUS-LIDO.
            IF PAGAR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO PAGAR-REG
                WRITE PAGAR-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE PAGAR.

       3223-RECARREGAR-PEDRECOR.
            OPEN OUTPUT PEDRECOR.
            MOVE PEDRECOR-STATUS TO WRK-STATUS-LIDO.
            IF PEDRECOR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO PEDREC-REG
                WRITE PEDREC-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE PEDRECOR.

       3224-RECARREGAR-PRODUTOS.
            OPEN OUTPUT PRODUTOS.
            MOVE PRODUTOS-STATUS TO WRK-STATUS-LIDO.
            IF PRODUTOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO PRODUTO-REG
                WRITE PRODUTO-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE PRODUTOS.

       3225-RECARREGAR-TERRIT.
            OPEN OUTPUT TERRIT.
            MOVE TERRIT-STATUS TO WRK-STATUS-LIDO.
            IF TERRIT-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO TERRIT-REG
                WRITE TERRIT-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE TERRIT.

       3226-RECARREGAR-TRANSF.
            OPEN OUTPUT TRANSF.
            MOVE TRANSF-STATUS TO WRK-STATUS-LIDO.
            IF TRANSF-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO TRANSF-REG
                WRITE TRANSF-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE TRANSF.

       3227-RECARREGAR-TRANSP.
            OPEN OUTPUT TRANSP.
            MOVE TRANSP-STATUS TO WRK-STATUS-LIDO.
            IF TRANSP-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO TRANSP-REG
                WRITE TRANSP-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE TRANSP.

       3228-RECARREGAR-VENDEDOR.
            OPEN OUTPUT VENDEDOR.
            MOVE VENDEDOR-STATUS TO WRK-STATUS-LIDO.
            IF VENDEDOR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO VENDEDOR-REG
                WRITE VENDEDOR-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE VENDEDOR.

       3229-RECARREGAR-GRUPOS.
            OPEN OUTPUT GRUPOS.
            MOVE GRUPOS-STATUS TO WRK-STATUS-LIDO.
            IF GRUPOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO GRUPO-REG
                WRITE GRUPO-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE GRUPOS.

       3230-RECARREGAR-CONTBANC.
            OPEN OUTPUT CONTBANC.
            MOVE CONTBANC-STATUS TO WRK-STATUS-LIDO.
            IF CONTBANC-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-LER-COPIA.
            PERFORM UNTIL FIM-COPIA
                MOVE COPIA-LINHA TO CONTBANC-REG
                WRITE CONTBANC-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADOS
                  NOT INVALID KEY
                    ADD 1 TO WRK-QTREGS
                END-WRITE
                PERFORM 2050-LER-COPIA
            END-PERFORM.
            CLOSE CONTBANC.

       9000-FINALIZAR.
            DISPLAY '===== BKPREST - RESTAURACAO ====='.
            DISPLAY 'GERACAO..............: ' WRK-GERACAO.
            DISPLAY 'ARQUIVOS RESTAURADOS.: ' WRK-QTRESTAURADOS.
            DISPLAY 'REGISTROS RESTAURADOS: ' WRK-QTTOTAL.
            DISPLAY 'REGISTROS REJEITADOS.: ' WRK-QTREJEITADOS.
            IF RESTAURACAO-RECUSADA
                DISPLAY 'BKPREST: RESTAURACAO NAO FEITA'
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF HOUVE-DIVERGENCIA
                DISPLAY 'BKPREST: RESTAURACAO COM DIVERGENCIA - '
                        'CONFERIR ANTES DE LIBERAR O SISTEMA'
                MOVE 16 TO RETURN-CODE
            END-IF.
