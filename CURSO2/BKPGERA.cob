       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BKPGERA.
      *******************************************
      * AULA:      GERACAO DE SEGURANCA DO FIM DO DIA
      * OBJETIVO:  O CLIEUNLD SO PROTEGE O CLIENTES.DAT - ESTE
      *            PASSO COPIA DE UMA VEZ TODOS OS ARQUIVOS DO
      *            SISTEMA (TABELA DO COPY BKPARQ) PARA UMA MESMA
      *            GERACAO: SEQUENCIAL LINHA A LINHA, INDEXADO
      *            DESCARREGADO NA ORDEM DA CHAVE, CADA UM EM
      *            BKnn_<NOME DO ARQUIVO>
      *            CADA ARQUIVO COPIADO VAI PARA O CATALOGO
      *            BKPCAT.DAT COM A QUANTIDADE DE REGISTROS; A
      *            LINHA F FECHA A GERACAO E SO ENTAO ELA VIRA PONTO
      *            DE RESTAURACAO PARA O BKPREST
      *            GUARDA N GERACOES (BKPGERA.CFG, PADRAO 7): A
      *            POSICAO nn GIRA DE 01 A N E A GERACAO NOVA GRAVA
      *            POR CIMA DA MAIS ANTIGA
      *            QUALQUER FALHA DE LEITURA OU GRAVACAO PARA A
      *            COPIA NA HORA - GERACAO SEM FECHAMENTO, RC 16
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
           SELECT ORIGEM ASSIGN TO WRK-ORIG-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ORIG-STATUS.
           SELECT COPIA ASSIGN TO WRK-COPIA-ARQ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COPIA-STATUS.
           SELECT BKPCAT ASSIGN TO 'BKPCAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CAT-STATUS.
           SELECT BKPGERA-CFG ASSIGN TO 'BKPGERA.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
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
       FD ORIGEM.
       01 ORIG-LINHA PIC X(600).

       FD COPIA.
       01 COPIA-LINHA PIC X(600).

       FD BKPCAT.
           COPY BKPCAT.

       FD BKPGERA-CFG.
       01 CFG-LINHA.
           05 CFG-GERACOES PIC 9(02).

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
       77 ORIG-STATUS      PIC 9(02).
       77 COPIA-STATUS     PIC 9(02).
       77 CAT-STATUS       PIC 9(02).
       77 CFG-STATUS       PIC 9(02).
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
       77 WRK-ORIG-ARQ     PIC X(14) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ORIGEM VALUE 'S'.
       77 WRK-FIMCAT       PIC X(01) VALUE 'N'.
           88 FIM-CATALOGO VALUE 'S'.
       77 WRK-FALHA        PIC X(01) VALUE 'N'.
           88 COPIA-FALHOU VALUE 'S'.
       77 WRK-GERACOES     PIC 9(02) VALUE 7.
       77 WRK-GERACAO      PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(02) VALUE ZEROS.
       77 WRK-IX-ARQ       PIC 9(03) VALUE 0.
       77 WRK-STATUS-LIDO  PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(01) VALUE 'P'.
       77 WRK-QTREGS       PIC 9(09) VALUE 0.
       77 WRK-QTTOTAL      PIC 9(09) VALUE 0.
       77 WRK-QTCOPIADOS   PIC 9(03) VALUE 0.
       77 WRK-QTAUSENTES   PIC 9(03) VALUE 0.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
       01 WRK-HORA-SIS.
           05 WRK-HORA     PIC 9(06).
           05 FILLER       PIC 9(02).
       01 WRK-COPIA-ARQ.
           05 FILLER          PIC X(02) VALUE 'BK'.
           05 WRK-COPIA-POS   PIC 9(02) VALUE ZEROS.
           05 FILLER          PIC X(01) VALUE '_'.
           05 WRK-COPIA-NOME  PIC X(14) VALUE SPACES.
           COPY BKPARQ.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-COPIAR-ARQUIVO
                VARYING WRK-IX-ARQ FROM 1 BY 1
                UNTIL WRK-IX-ARQ > BKP-QTARQ
                OR COPIA-FALHOU.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
      *    A GERACAO LEVA A DATA DE NEGOCIO - E O FIM DAQUELE DIA
      *    QUE ELA GUARDA
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            ACCEPT WRK-HORA-SIS FROM TIME.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1100-LER-CONFIG.
            PERFORM 1200-ULTIMA-GERACAO.
            ADD 1 TO WRK-GERACAO.
            SUBTRACT 1 FROM WRK-GERACAO GIVING WRK-QUOCIENTE.
            DIVIDE WRK-QUOCIENTE BY WRK-GERACOES
                GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
            ADD 1 WRK-RESTO GIVING WRK-COPIA-POS.
            DISPLAY 'BKPGERA: GERACAO ' WRK-GERACAO
                    ' NA POSICAO BK' WRK-COPIA-POS
                    ' (GUARDA ' WRK-GERACOES ')'.

       1100-LER-CONFIG.
      *    BKPGERA.CFG E OPCIONAL - SEM O ARQUIVO FICAM 7 GERACOES
            OPEN INPUT BKPGERA-CFG.
            IF CFG-STATUS = 0
                READ BKPGERA-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CFG-GERACOES IS NUMERIC AND CFG-GERACOES > 0
                        MOVE CFG-GERACOES TO WRK-GERACOES
                    END-IF
                END-READ
                CLOSE BKPGERA-CFG
            END-IF.

       1200-ULTIMA-GERACAO.
      *    A NUMERACAO SEGUE A MAIOR GERACAO DO CATALOGO, FECHADA
      *    OU NAO - GERACAO QUE FALHOU NAO E REAPROVEITADA
            MOVE ZEROS TO WRK-GERACAO.
            OPEN INPUT BKPCAT.
            IF CAT-STATUS = 0
                PERFORM 1250-LER-CATALOGO
                PERFORM UNTIL FIM-CATALOGO
                    IF CAT-GERACAO > WRK-GERACAO
                        MOVE CAT-GERACAO TO WRK-GERACAO
                    END-IF
                    PERFORM 1250-LER-CATALOGO
                END-PERFORM
                CLOSE BKPCAT
            END-IF.

       1250-LER-CATALOGO.
            READ BKPCAT
                AT END MOVE 'S' TO WRK-FIMCAT
            END-READ.

       2000-COPIAR-ARQUIVO.
            MOVE BKP-ARQ-NOME(WRK-IX-ARQ) TO WRK-COPIA-NOME.
            MOVE ZEROS TO WRK-QTREGS WRK-STATUS-LIDO.
            OPEN OUTPUT COPIA.
            IF COPIA-STATUS NOT = 0
                DISPLAY 'BKPGERA: NAO GRAVOU ' WRK-COPIA-ARQ
                        ' - STATUS ' COPIA-STATUS
                MOVE 'S' TO WRK-FALHA
                EXIT PARAGRAPH
            END-IF.
            IF BKP-ARQ-SEQUENCIAL(WRK-IX-ARQ)
                PERFORM 2100-COPIAR-SEQUENCIAL
            ELSE
                PERFORM 2200-DESCARREGAR-INDEXADO
            END-IF.
            CLOSE COPIA.
      *    35 = O ARQUIVO AINDA NAO EXISTE NESTA INSTALACAO
            EVALUATE WRK-STATUS-LIDO
              WHEN 0
              WHEN 10
                MOVE 'P' TO WRK-SITUACAO
                ADD 1 TO WRK-QTCOPIADOS
              WHEN 35
                MOVE 'A' TO WRK-SITUACAO
                ADD 1 TO WRK-QTAUSENTES
              WHEN OTHER
                DISPLAY 'BKPGERA: ERRO AO LER ' WRK-COPIA-NOME
                        ' - STATUS ' WRK-STATUS-LIDO
                MOVE 'S' TO WRK-FALHA
            END-EVALUATE.
            IF NOT COPIA-FALHOU
                PERFORM 2800-CATALOGAR
            END-IF.

       2100-COPIAR-SEQUENCIAL.
            MOVE WRK-COPIA-NOME TO WRK-ORIG-ARQ.
            MOVE 'N' TO WRK-FIMARQ.
            OPEN INPUT ORIGEM.
            MOVE ORIG-STATUS TO WRK-STATUS-LIDO.
            IF ORIG-STATUS = 0
                PERFORM 2150-LER-ORIGEM
                PERFORM UNTIL FIM-ORIGEM OR COPIA-FALHOU
                    MOVE ORIG-LINHA TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    PERFORM 2150-LER-ORIGEM
                END-PERFORM
                CLOSE ORIGEM
            END-IF.

       2150-LER-ORIGEM.
            READ ORIGEM
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.
            IF NOT FIM-ORIGEM AND ORIG-STATUS NOT = 0
                MOVE ORIG-STATUS TO WRK-STATUS-LIDO
                MOVE 'S' TO WRK-FIMARQ
            END-IF.

       2200-DESCARREGAR-INDEXADO.
      *    UM PARAGRAFO POR INDEXADO - CADA UM COM O SEU LAYOUT E
      *    A SUA CHAVE; A LEITURA SEGUE A CHAVE PRIMARIA
            EVALUATE WRK-COPIA-NOME
              WHEN 'CLIENTES.DAT'
                PERFORM 2210-DESCARREGAR-CLIENTES
              WHEN 'CLIENTES.HIS'
                PERFORM 2211-DESCARREGAR-CLIENTES-HIS
              WHEN 'CONDPAG.DAT'
                PERFORM 2212-DESCARREGAR-CONDPAG
              WHEN 'CONTBANC.DAT'
                PERFORM 2230-DESCARREGAR-CONTBANC
              WHEN 'EMBSTAT.DAT'
                PERFORM 2213-DESCARREGAR-EMBSTAT
              WHEN 'ENDERECO.DAT'
                PERFORM 2214-DESCARREGAR-ENDERECOS
              WHEN 'ESTDEP.DAT'
                PERFORM 2215-DESCARREGAR-ESTDEP
              WHEN 'FORNECED.DAT'
                PERFORM 2216-DESCARREGAR-FORNECED
              WHEN 'GRUPOS.DAT'
                PERFORM 2229-DESCARREGAR-GRUPOS
              WHEN 'JORNALIX.DAT'
                PERFORM 2217-DESCARREGAR-JORNALIX
              WHEN 'KITCOMP.DAT'
                PERFORM 2218-DESCARREGAR-KITCOMP
              WHEN 'LOTES.DAT'
                PERFORM 2219-DESCARREGAR-LOTES
              WHEN 'METAS.DAT'
                PERFORM 2220-DESCARREGAR-METAS
              WHEN 'OCORREN.DAT'
                PERFORM 2221-DESCARREGAR-OCORREN
              WHEN 'PAGAR.DAT'
                PERFORM 2222-DESCARREGAR-PAGAR
              WHEN 'PEDRECOR.DAT'
                PERFORM 2223-DESCARREGAR-PEDRECOR
              WHEN 'PRODUTOS.DAT'
                PERFORM 2224-DESCARREGAR-PRODUTOS
              WHEN 'TERRIT.DAT'
                PERFORM 2225-DESCARREGAR-TERRIT
              WHEN 'TRANSF.DAT'
                PERFORM 2226-DESCARREGAR-TRANSF
              WHEN 'TRANSP.DAT'
                PERFORM 2227-DESCARREGAR-TRANSP
              WHEN 'VENDEDOR.DAT'
                PERFORM 2228-DESCARREGAR-VENDEDOR
              WHEN OTHER
                MOVE 99 TO WRK-STATUS-LIDO
            END-EVALUATE.

       2210-DESCARREGAR-CLIENTES.
            OPEN INPUT CLIENTES.
            MOVE CLIENTES-STATUS TO WRK-STATUS-LIDO.
            IF CLIENTES-STATUS = 0
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTES-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE CLIENTES-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ CLIENTES NEXT
                END-PERFORM
                MOVE CLIENTES-STATUS TO WRK-STATUS-LIDO
                CLOSE CLIENTES
            END-IF.

       2211-DESCARREGAR-CLIENTES-HIS.
            OPEN INPUT CLIENTES-HIS.
            MOVE CLIENTES-HIS-STATUS TO WRK-STATUS-LIDO.
            IF CLIENTES-HIS-STATUS = 0
                READ CLIENTES-HIS NEXT
                PERFORM UNTIL CLIENTES-HIS-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE HIS-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ CLIENTES-HIS NEXT
                END-PERFORM
                MOVE CLIENTES-HIS-STATUS TO WRK-STATUS-LIDO
                CLOSE CLIENTES-HIS
            END-IF.

       2212-DESCARREGAR-CONDPAG.
            OPEN INPUT CONDPAG.
            MOVE CONDPAG-STATUS TO WRK-STATUS-LIDO.
            IF CONDPAG-STATUS = 0
                READ CONDPAG NEXT
                PERFORM UNTIL CONDPAG-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE CONDPAG-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ CONDPAG NEXT
                END-PERFORM
                MOVE CONDPAG-STATUS TO WRK-STATUS-LIDO
                CLOSE CONDPAG
            END-IF.

       2213-DESCARREGAR-EMBSTAT.
            OPEN INPUT EMBSTAT.
            MOVE EMBSTAT-STATUS TO WRK-STATUS-LIDO.
            IF EMBSTAT-STATUS = 0
                READ EMBSTAT NEXT
                PERFORM UNTIL EMBSTAT-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE EMBSTAT-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ EMBSTAT NEXT
                END-PERFORM
                MOVE EMBSTAT-STATUS TO WRK-STATUS-LIDO
                CLOSE EMBSTAT
            END-IF.

       2214-DESCARREGAR-ENDERECOS.
            OPEN INPUT ENDERECOS.
            MOVE ENDERECOS-STATUS TO WRK-STATUS-LIDO.
            IF ENDERECOS-STATUS = 0
                READ ENDERECOS NEXT
                PERFORM UNTIL ENDERECOS-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE ENDERECO-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ ENDERECOS NEXT
                END-PERFORM
                MOVE ENDERECOS-STATUS TO WRK-STATUS-LIDO
                CLOSE ENDERECOS
            END-IF.

       2215-DESCARREGAR-ESTDEP.
            OPEN INPUT ESTDEP.
            MOVE ESTDEP-STATUS TO WRK-STATUS-LIDO.
            IF ESTDEP-STATUS = 0
                READ ESTDEP NEXT
                PERFORM UNTIL ESTDEP-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE ESTDEP-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ ESTDEP NEXT
                END-PERFORM
                MOVE ESTDEP-STATUS TO WRK-STATUS-LIDO
                CLOSE ESTDEP
            END-IF.

       2216-DESCARREGAR-FORNECED.
            OPEN INPUT FORNECED.
            MOVE FORNECED-STATUS TO WRK-STATUS-LIDO.
            IF FORNECED-STATUS = 0
                READ FORNECED NEXT
                PERFORM UNTIL FORNECED-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE FORNECED-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ FORNECED NEXT
                END-PERFORM
                MOVE FORNECED-STATUS TO WRK-STATUS-LIDO
                CLOSE FORNECED
            END-IF.

       2217-DESCARREGAR-JORNALIX.
            OPEN INPUT JORNALIX.
            MOVE JORNALIX-STATUS TO WRK-STATUS-LIDO.
            IF JORNALIX-STATUS = 0
                READ JORNALIX NEXT
                PERFORM UNTIL JORNALIX-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE JORNALIX-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ JORNALIX NEXT
                END-PERFORM
                MOVE JORNALIX-STATUS TO WRK-STATUS-LIDO
                CLOSE JORNALIX
            END-IF.

       2218-DESCARREGAR-KITCOMP.
            OPEN INPUT KITCOMP.
            MOVE KITCOMP-STATUS TO WRK-STATUS-LIDO.
            IF KITCOMP-STATUS = 0
                READ KITCOMP NEXT
                PERFORM UNTIL KITCOMP-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE KITCOMP-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ KITCOMP NEXT
                END-PERFORM
                MOVE KITCOMP-STATUS TO WRK-STATUS-LIDO
                CLOSE KITCOMP
            END-IF.

       2219-DESCARREGAR-LOTES.
            OPEN INPUT LOTES.
            MOVE LOTES-STATUS TO WRK-STATUS-LIDO.
            IF LOTES-STATUS = 0
                READ LOTES NEXT
                PERFORM UNTIL LOTES-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE LOTE-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ LOTES NEXT
                END-PERFORM
                MOVE LOTES-STATUS TO WRK-STATUS-LIDO
                CLOSE LOTES
            END-IF.

       2220-DESCARREGAR-METAS.
            OPEN INPUT METAS.
            MOVE METAS-STATUS TO WRK-STATUS-LIDO.
            IF METAS-STATUS = 0
                READ METAS NEXT
                PERFORM UNTIL METAS-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE META-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ METAS NEXT
                END-PERFORM
                MOVE METAS-STATUS TO WRK-STATUS-LIDO
                CLOSE METAS
            END-IF.

       2221-DESCARREGAR-OCORREN.
            OPEN INPUT OCORREN.
            MOVE OCORREN-STATUS TO WRK-STATUS-LIDO.
            IF OCORREN-STATUS = 0
                READ OCORREN NEXT
                PERFORM UNTIL OCORREN-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE OCORREN-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ OCORREN NEXT
                END-PERFORM
                MOVE OCORREN-STATUS TO WRK-STATUS-LIDO
                CLOSE OCORREN
            END-IF.

       2222-DESCARREGAR-PAGAR.
            OPEN INPUT PAGAR.
            MOVE PAGAR-STATUS TO WRK-STATUS-LIDO.
            IF PAGAR-STATUS = 0
                READ PAGAR NEXT
                PERFORM UNTIL PAGAR-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE PAGAR-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ PAGAR NEXT
                END-PERFORM
                MOVE PAGAR-STATUS TO WRK-STATUS-LIDO
                CLOSE PAGAR
            END-IF.

       2223-DESCARREGAR-PEDRECOR.
            OPEN INPUT PEDRECOR.
            MOVE PEDRECOR-STATUS TO WRK-STATUS-LIDO.
            IF PEDRECOR-STATUS = 0
                READ PEDRECOR NEXT
                PERFORM UNTIL PEDRECOR-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE PEDREC-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ PEDRECOR NEXT
                END-PERFORM
                MOVE PEDRECOR-STATUS TO WRK-STATUS-LIDO
                CLOSE PEDRECOR
            END-IF.

       2224-DESCARREGAR-PRODUTOS.
            OPEN INPUT PRODUTOS.
            MOVE PRODUTOS-STATUS TO WRK-STATUS-LIDO.
            IF PRODUTOS-STATUS = 0
                READ PRODUTOS NEXT
                PERFORM UNTIL PRODUTOS-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE PRODUTO-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ PRODUTOS NEXT
                END-PERFORM
                MOVE PRODUTOS-STATUS TO WRK-STATUS-LIDO
                CLOSE PRODUTOS
            END-IF.

       2225-DESCARREGAR-TERRIT.
            OPEN INPUT TERRIT.
            MOVE TERRIT-STATUS TO WRK-STATUS-LIDO.
            IF TERRIT-STATUS = 0
                READ TERRIT NEXT
                PERFORM UNTIL TERRIT-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE TERRIT-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ TERRIT NEXT
                END-PERFORM
                MOVE TERRIT-STATUS TO WRK-STATUS-LIDO
                CLOSE TERRIT
            END-IF.

       2226-DESCARREGAR-TRANSF.
            OPEN INPUT TRANSF.
            MOVE TRANSF-STATUS TO WRK-STATUS-LIDO.
            IF TRANSF-STATUS = 0
                READ TRANSF NEXT
                PERFORM UNTIL TRANSF-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE TRANSF-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ TRANSF NEXT
                END-PERFORM
                MOVE TRANSF-STATUS TO WRK-STATUS-LIDO
                CLOSE TRANSF
            END-IF.

       2227-DESCARREGAR-TRANSP.
            OPEN INPUT TRANSP.
            MOVE TRANSP-STATUS TO WRK-STATUS-LIDO.
            IF TRANSP-STATUS = 0
                READ TRANSP NEXT
                PERFORM UNTIL TRANSP-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE TRANSP-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ TRANSP NEXT
                END-PERFORM
                MOVE TRANSP-STATUS TO WRK-STATUS-LIDO
                CLOSE TRANSP
            END-IF.

       2228-DESCARREGAR-VENDEDOR.
            OPEN INPUT VENDEDOR.
            MOVE VENDEDOR-STATUS TO WRK-STATUS-LIDO.
            IF VENDEDOR-STATUS = 0
                READ VENDEDOR NEXT
                PERFORM UNTIL VENDEDOR-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE VENDEDOR-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ VENDEDOR NEXT
                END-PERFORM
                MOVE VENDEDOR-STATUS TO WRK-STATUS-LIDO
                CLOSE VENDEDOR
            END-IF.

       2229-DESCARREGAR-GRUPOS.
            OPEN INPUT GRUPOS.
            MOVE GRUPOS-STATUS TO WRK-STATUS-LIDO.
            IF GRUPOS-STATUS = 0
                READ GRUPOS NEXT
                PERFORM UNTIL GRUPOS-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE GRUPO-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ GRUPOS NEXT
                END-PERFORM
                MOVE GRUPOS-STATUS TO WRK-STATUS-LIDO
                CLOSE GRUPOS
            END-IF.

       2230-DESCARREGAR-CONTBANC.
            OPEN INPUT CONTBANC.
            MOVE CONTBANC-STATUS TO WRK-STATUS-LIDO.
            IF CONTBANC-STATUS = 0
                READ CONTBANC NEXT
                PERFORM UNTIL CONTBANC-STATUS NOT = 0
                        OR COPIA-FALHOU
                    MOVE CONTBANC-REG TO COPIA-LINHA
                    PERFORM 2900-GRAVAR-COPIA
                    READ CONTBANC NEXT
                END-PERFORM
                MOVE CONTBANC-STATUS TO WRK-STATUS-LIDO
                CLOSE CONTBANC
            END-IF.

       2800-CATALOGAR.
            MOVE WRK-GERACAO      TO CAT-GERACAO.
            SET CAT-ARQUIVO-COPIADO TO TRUE.
            MOVE WRK-COPIA-POS    TO CAT-POSICAO.
            MOVE WRK-DATA-SISTEMA TO CAT-DATA.
            MOVE WRK-HORA         TO CAT-HORA.
            MOVE WRK-COPIA-NOME   TO CAT-ARQUIVO.
            MOVE WRK-SITUACAO     TO CAT-SITUACAO.
            MOVE WRK-QTREGS       TO CAT-QTDE.
            MOVE ZEROS            TO CAT-QTARQ.
            PERFORM 2850-GRAVAR-CATALOGO.
            ADD WRK-QTREGS TO WRK-QTTOTAL.

       2850-GRAVAR-CATALOGO.
            OPEN EXTEND BKPCAT.
            IF CAT-STATUS = 35
                OPEN OUTPUT BKPCAT
            END-IF.
            WRITE CAT-REG.
            IF CAT-STATUS NOT = 0
                DISPLAY 'BKPGERA: NAO GRAVOU BKPCAT.DAT - STATUS '
                        CAT-STATUS
                MOVE 'S' TO WRK-FALHA
            END-IF.
            CLOSE BKPCAT.

       2900-GRAVAR-COPIA.
            WRITE COPIA-LINHA.
            IF COPIA-STATUS NOT = 0
                DISPLAY 'BKPGERA: NAO GRAVOU ' WRK-COPIA-ARQ
                        ' - STATUS ' COPIA-STATUS
                MOVE 'S' TO WRK-FALHA
            ELSE
                ADD 1 TO WRK-QTREGS
            END-IF.

       3000-FINALIZAR.
            IF NOT COPIA-FALHOU
                MOVE WRK-GERACAO      TO CAT-GERACAO
                SET CAT-FECHAMENTO TO TRUE
                MOVE WRK-COPIA-POS    TO CAT-POSICAO
                MOVE WRK-DATA-SISTEMA TO CAT-DATA
                MOVE WRK-HORA         TO CAT-HORA
                MOVE SPACES           TO CAT-ARQUIVO CAT-SITUACAO
                MOVE WRK-QTTOTAL      TO CAT-QTDE
                ADD WRK-QTCOPIADOS WRK-QTAUSENTES GIVING CAT-QTARQ
                PERFORM 2850-GRAVAR-CATALOGO
            END-IF.
            DISPLAY '===== BKPGERA - GERACAO DE SEGURANCA ====='.
            DISPLAY 'GERACAO..............: ' WRK-GERACAO.
            DISPLAY 'POSICAO..............: BK' WRK-COPIA-POS.
            DISPLAY 'ARQUIVOS COPIADOS....: ' WRK-QTCOPIADOS.
            DISPLAY 'AUSENTES (VAZIOS)....: ' WRK-QTAUSENTES.
            DISPLAY 'REGISTROS COPIADOS...: ' WRK-QTTOTAL.
            IF COPIA-FALHOU
                DISPLAY 'BKPGERA: GERACAO INCOMPLETA - NAO SERVE '
                        'DE PONTO DE RESTAURACAO'
                MOVE 16 TO RETURN-CODE
            END-IF.
