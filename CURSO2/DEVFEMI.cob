       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEVFEMI.
      *******************************************
      * AULA:      DOCUMENTO DE DEVOLUCAO AO FORNECEDOR
      * OBJETIVO:  JUNTAR AS LINHAS PENDENTES DE DEVFORN.DAT (O QUE
      *            A INSPECAO DO RECEBIMENTO REJEITOU NO OCPINSP) EM
      *            UM DOCUMENTO DE DEVOLUCAO POR FORNECEDOR, COM
      *            NUMERO DO DEVNUM.CTL, E IMPRIMIR EM DEVFORN.RPT
      *            OS ITENS E O CREDITO QUE ESPERAMOS DE CADA UM
      *            (QUANTIDADE DEVOLVIDA AO CUSTO DA ORDEM)
      *            A LINHA EMITIDA GUARDA O DOCUMENTO E A DATA E
      *            NAO SAI DE NOVO NA PROXIMA RODADA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVFORN-STATUS.
           SELECT DEVNUM-CTL ASSIGN TO 'DEVNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVNUM-STATUS.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT DEVFORN-RPT ASSIGN TO 'DEVFORN.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DEVFORN.
           COPY DEVFORN.

       FD DEVNUM-CTL.
       01 DEVNUM-LINHA.
           05 CTL-ULTDOCUMENTO PIC 9(07).

       FD FORNECED.
           COPY FORNECED.

       FD DEVFORN-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 DEVFORN-STATUS   PIC 9(02).
       77 DEVNUM-STATUS    PIC 9(02).
       77 FORNECED-STATUS  PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMDVF       PIC X(01) VALUE 'N'.
           88 FIM-DEVOLUCOES VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-ABRIU-FOR    PIC X(01) VALUE 'N'.
           88 FORNECEDORES-ABERTOS VALUE 'S'.
       77 WRK-QTDVF        PIC 9(04) VALUE 0.
       77 WRK-IX-DVF       PIC 9(04) VALUE 0.
       77 WRK-IX-ITEM      PIC 9(04) VALUE 0.
       77 WRK-FORNECEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-ULTDOCUMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDOCUMENTOS PIC 9(05) VALUE 0.
       77 WRK-QTLINHAS     PIC 9(05) VALUE 0.
       77 WRK-QTITENS-DOC  PIC 9(05) VALUE 0.
       77 WRK-CREDITO-DOC  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CREDITO-TOT  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       01 WRK-TAB-DEVOLUCOES.
      *    DEVFORN.DAT INTEIRO EM MEMORIA - A EMISSAO SO DESCE
      *    PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-DVF OCCURS 3000 TIMES.
               10 WRK-DVF-IMG PIC X(106).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'DEVOLUCOES AO FORNECEDOR EMITIDAS EM    '.
           05 RPT-DATA PIC 9(08).
       01 RPT-DOCUMENTO.
           05 FILLER         PIC X(12) VALUE 'DOCUMENTO   '.
           05 RPT-DOC        PIC 9(07).
           05 FILLER         PIC X(14) VALUE '  FORNECEDOR  '.
           05 RPT-FORNECEDOR PIC 9(04).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOME       PIC X(30).
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              '  ORDEM   PRODUTO   QTDE         CUSTO       CREDI'.
           05 FILLER PIC X(50) VALUE
              'TO R MOTIVO                         INSPECAO      '.
       01 RPT-DETALHE.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-ORDEM      PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-CODPROD    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-QTDE       PIC ZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-CUSTO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-CREDITO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-REPOR      PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-MOTIVO     PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-INSPECAO   PIC 9(07).
       01 RPT-TOTAL-DOC.
           05 FILLER         PIC X(12) VALUE '  ITENS     '.
           05 RPT-QTITENS    PIC ZZZZ9.
           05 FILLER         PIC X(22) VALUE
              '  CREDITO ESPERADO    '.
           05 RPT-TOT-DOC    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-RODAPE.
           05 FILLER         PIC X(12) VALUE 'DOCUMENTOS  '.
           05 RPT-QTDOCS     PIC ZZZZ9.
           05 FILLER         PIC X(09) VALUE '  LINHAS '.
           05 RPT-QTLINHAS   PIC ZZZZ9.
           05 FILLER         PIC X(17) VALUE '  CREDITO TOTAL  '.
           05 RPT-TOT-GERAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-EMITIR-FORNECEDOR
                VARYING WRK-IX-DVF FROM 1 BY 1
                UNTIL WRK-IX-DVF > WRK-QTDVF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'DEVFEMI: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1100-CARREGAR-DEVOLUCOES.
            IF TABELA-ESTOURADA
                DISPLAY 'DEVFEMI: DEVFORN.DAT PASSOU DE 3000 '
                        'LINHAS - EMISSAO RECUSADA'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
      *    SEM O CADASTRO O DOCUMENTO SAI SO COM O CODIGO
            OPEN INPUT FORNECED.
            IF FORNECED-STATUS = 0
                SET FORNECEDORES-ABERTOS TO TRUE
            END-IF.
            OPEN OUTPUT DEVFORN-RPT.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.

       1100-CARREGAR-DEVOLUCOES.
            MOVE 0 TO WRK-QTDVF.
            OPEN INPUT DEVFORN.
            IF DEVFORN-STATUS NOT = 0
                DISPLAY 'DEVFEMI: SEM DEVFORN.DAT - NENHUMA '
                        'REJEICAO NA INSPECAO'
            ELSE
                PERFORM 1150-LER-DEVOLUCAO
                PERFORM UNTIL FIM-DEVOLUCOES
                    IF WRK-QTDVF < 3000
                        ADD 1 TO WRK-QTDVF
                        MOVE DEVFORN-REG TO WRK-DVF-IMG(WRK-QTDVF)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-DEVOLUCAO
                END-PERFORM
                CLOSE DEVFORN
            END-IF.

       1150-LER-DEVOLUCAO.
            READ DEVFORN
                AT END MOVE 'S' TO WRK-FIMDVF
            END-READ.

       2000-EMITIR-FORNECEDOR.
      *    A PRIMEIRA LINHA PENDENTE DE UM FORNECEDOR ABRE O
      *    DOCUMENTO DELE E LEVA JUNTO TODAS AS OUTRAS PENDENTES DO
      *    MESMO FORNECEDOR - JA EMITIDAS NAO VOLTAM AQUI
            MOVE WRK-DVF-IMG(WRK-IX-DVF) TO DEVFORN-REG.
            IF NOT DVF-PENDENTE
                EXIT PARAGRAPH
            END-IF.
            MOVE DVF-FORNECEDOR TO WRK-FORNECEDOR.
            PERFORM 2100-PROXIMO-DOCUMENTO.
            PERFORM 2200-CABECALHO-DOCUMENTO.
            MOVE 0 TO WRK-QTITENS-DOC.
            MOVE ZEROS TO WRK-CREDITO-DOC.
            PERFORM 2300-EMITIR-ITEM
                VARYING WRK-IX-ITEM FROM WRK-IX-DVF BY 1
                UNTIL WRK-IX-ITEM > WRK-QTDVF.
            MOVE WRK-QTITENS-DOC TO RPT-QTITENS.
            MOVE WRK-CREDITO-DOC TO RPT-TOT-DOC.
            MOVE RPT-TOTAL-DOC TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD 1 TO WRK-QTDOCUMENTOS.
            ADD WRK-CREDITO-DOC TO WRK-CREDITO-TOT.

       2100-PROXIMO-DOCUMENTO.
            MOVE 0 TO WRK-ULTDOCUMENTO.
            OPEN INPUT DEVNUM-CTL.
            IF DEVNUM-STATUS = 0
                READ DEVNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTDOCUMENTO
                        TO WRK-ULTDOCUMENTO
                END-READ
                CLOSE DEVNUM-CTL
            END-IF.
            ADD 1 TO WRK-ULTDOCUMENTO.
            MOVE WRK-ULTDOCUMENTO TO CTL-ULTDOCUMENTO.
            OPEN OUTPUT DEVNUM-CTL.
            WRITE DEVNUM-LINHA.
            CLOSE DEVNUM-CTL.

       2200-CABECALHO-DOCUMENTO.
            MOVE '** FORNECEDOR NAO CADASTRADO' TO RPT-NOME.
            IF FORNECEDORES-ABERTOS
                MOVE WRK-FORNECEDOR TO FOR-CODIGO
                READ FORNECED
                  NOT INVALID KEY
                    MOVE FOR-NOME TO RPT-NOME
                END-READ
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-ULTDOCUMENTO TO RPT-DOC.
            MOVE WRK-FORNECEDOR   TO RPT-FORNECEDOR.
            MOVE RPT-DOCUMENTO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.

       2300-EMITIR-ITEM.
            MOVE WRK-DVF-IMG(WRK-IX-ITEM) TO DEVFORN-REG.
            IF DVF-PENDENTE
             AND DVF-FORNECEDOR = WRK-FORNECEDOR
                MOVE DVF-ORDEM    TO RPT-ORDEM
                MOVE DVF-CODPROD  TO RPT-CODPROD
                MOVE DVF-QTDE     TO RPT-QTDE
                MOVE DVF-CUSTO    TO RPT-CUSTO
                MOVE DVF-CREDITO  TO RPT-CREDITO
                MOVE DVF-REPOR    TO RPT-REPOR
                MOVE DVF-MOTIVO   TO RPT-MOTIVO
                MOVE DVF-INSPECAO TO RPT-INSPECAO
                MOVE RPT-DETALHE TO RPT-LINHA
                WRITE RPT-LINHA
                ADD 1 TO WRK-QTITENS-DOC WRK-QTLINHAS
                ADD DVF-CREDITO TO WRK-CREDITO-DOC
                MOVE WRK-ULTDOCUMENTO TO DVF-DOCUMENTO
                MOVE WRK-DATA-SISTEMA TO DVF-EMISSAO
                SET DVF-EMITIDA TO TRUE
                MOVE DEVFORN-REG TO WRK-DVF-IMG(WRK-IX-ITEM)
            END-IF.

       3000-FINALIZAR.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-QTDOCUMENTOS TO RPT-QTDOCS.
            MOVE WRK-QTLINHAS     TO RPT-QTLINHAS.
            MOVE WRK-CREDITO-TOT  TO RPT-TOT-GERAL.
            MOVE RPT-RODAPE TO RPT-LINHA.
            WRITE RPT-LINHA.
            CLOSE DEVFORN-RPT.
            IF FORNECEDORES-ABERTOS
                CLOSE FORNECED
            END-IF.
            IF WRK-QTDOCUMENTOS > 0
                PERFORM 3100-REGRAVAR-DEVOLUCOES
            END-IF.
            DISPLAY '===== DEVFEMI - DEVOLUCAO AO FORNECEDOR ====='.
            DISPLAY 'DOCUMENTOS EMITIDOS..: ' WRK-QTDOCUMENTOS.
            DISPLAY 'LINHAS DEVOLVIDAS....: ' WRK-QTLINHAS.
            DISPLAY 'CREDITO ESPERADO.....: ' WRK-CREDITO-TOT.

       3100-REGRAVAR-DEVOLUCOES.
            OPEN OUTPUT DEVFORN.
            PERFORM VARYING WRK-IX-DVF FROM 1 BY 1
                    UNTIL WRK-IX-DVF > WRK-QTDVF
                MOVE WRK-DVF-IMG(WRK-IX-DVF) TO DEVFORN-REG
                WRITE DEVFORN-REG
            END-PERFORM.
            CLOSE DEVFORN.
