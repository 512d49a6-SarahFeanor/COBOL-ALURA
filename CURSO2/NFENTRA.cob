       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NFENTRA.
      *******************************************
      * AULA:      ENTRADA DE NOTA FISCAL DE FORNECEDOR
      * OBJETIVO:  DIGITAR EM TELA A NOTA FISCAL DO FORNECEDOR
      *            (CABECALHO COM A ORDEM DE COMPRA E UMA LINHA
      *            POR PRODUTO COBRADO) E CONFERIR CADA LINHA
      *            NAS TRES PONTAS: O QUE FOI PEDIDO (OCOMPRA.DAT
      *            - OCP-CUSTO E OCP-QTDE), O QUE DE FATO ENTROU
      *            (RECEBMAT.DAT, MENOS O QUE A INSPECAO REJEITOU
      *            EM DEVFORN.DAT) E O QUE A NOTA COBRA
      *            NOTA QUE CONFERE VIRA TITULO A PAGAR EM
      *            PAGAR.DAT (COPY PAGAR, CHAVE FORNECEDOR +
      *            NOTA); NOTA COM DIVERGENCIA DE QUANTIDADE OU
      *            PRECO FICA RETIDA EM NFFORN.DAT ATE UM ADM
      *            LIBERAR OU RECUSAR NO NFREV - NADA VIRA DIVIDA
      *            COM FORNECEDOR SEM TER CHEGADO NO DEPOSITO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - REJEITADO NA INSPECAO
      *            (DEVFORN) SAI DO RECEBIDO; PRODUTO REPETIDO NA
      *            NOTA E RECUSADO NA DIGITACAO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT RECEBMAT ASSIGN TO 'RECEBMAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBMAT-STATUS.
           SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVFORN-STATUS.
           SELECT NFFORN ASSIGN TO 'NFFORN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NFFORN-STATUS.
           SELECT PAGAR ASSIGN TO 'PAGAR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PAGAR-STATUS
             RECORD KEY IS PAG-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECED.
           COPY FORNECED.

       FD OCOMPRA.
           COPY OCOMPRA.

       FD RECEBMAT.
           COPY RECEBMAT.

       FD DEVFORN.
           COPY DEVFORN.

       FD NFFORN.
           COPY NFFORN.

       FD PAGAR.
           COPY PAGAR.

       WORKING-STORAGE SECTION.
       77 FORNECED-STATUS PIC 9(02).
       77 OCOMPRA-STATUS  PIC 9(02).
       77 RECEBMAT-STATUS PIC 9(02).
       77 DEVFORN-STATUS  PIC 9(02).
       77 NFFORN-STATUS   PIC 9(02).
       77 PAGAR-STATUS    PIC 9(02).
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
           88 FIM-ITENS VALUE 'S'.
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA        PIC 9(09) VALUE ZEROS.
       77 WRK-EMISSAO     PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-ORDEM       PIC 9(07) VALUE ZEROS.
       77 WRK-ITEM-CODPROD PIC X(08) VALUE SPACES.
       77 WRK-ITEM-QTDE   PIC 9(05) VALUE ZEROS.
       77 WRK-ITEM-CUSTO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTITENS     PIC 9(02) VALUE 0.
       77 WRK-IX-ITEM     PIC 9(02) VALUE 0.
       77 WRK-IX-DIGITADO PIC 9(02) VALUE 0.
       77 WRK-QTDIVERG    PIC 9(02) VALUE 0.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-REGISTRO VALUE 'S'.
       77 WRK-OCP-QTDE    PIC 9(05) VALUE ZEROS.
       77 WRK-OCP-CUSTO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTRECEBIDO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTREJEITADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTFATURADO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTCOBRADO   PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-NOTA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTNOTAS     PIC 9(03) VALUE 0.
       77 WRK-QTTITULOS   PIC 9(03) VALUE 0.
       77 WRK-QTRETIDAS   PIC 9(03) VALUE 0.
       01 WRK-TAB-ITENS.
      *    ITENS DIGITADOS DA NOTA CORRENTE, COM O RESULTADO DA
      *    CONFERENCIA DE CADA UM - SO VIRAM REGISTRO QUANDO O
      *    OPERADOR CONFIRMA, COMO NA ORDEM DE COMPRA
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-ITEM-COD PIC X(08).
               10 WRK-ITEM-QT  PIC 9(05).
               10 WRK-ITEM-CST PIC 9(07)V99.
               10 WRK-ITEM-DIV PIC X(01).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'NOTA DE FORNECEDOR  '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-NOTA FOREGROUND-COLOR 2.
            05 NFF-CAB-TELA.
               10 LINE 05 COLUMN 10 VALUE 'FORNECEDOR.. '.
               10 COLUMN PLUS 2 PIC 9(04) USING WRK-FORNECEDOR
                   BLANK WHEN ZEROS.
               10 LINE 05 COLUMN 40 VALUE 'NOTA '.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-NOTA
                   BLANK WHEN ZEROS.
               10 LINE 06 COLUMN 10 VALUE 'EMISSAO..... '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-EMISSAO
                   BLANK WHEN ZEROS.
               10 LINE 06 COLUMN 40 VALUE 'VENCIMENTO '.
               10 COLUMN PLUS 2 PIC 9(08) USING WRK-VENCIMENTO
                   BLANK WHEN ZEROS.
               10 LINE 07 COLUMN 10 VALUE 'ORDEM....... '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-ORDEM
                   BLANK WHEN ZEROS.
            05 NFF-FORN-TELA.
               10 LINE 08 COLUMN 10 VALUE 'NOME........ '.
               10 COLUMN PLUS 2 PIC X(30) FROM FOR-NOME.
            05 NFF-ITEM-TELA.
               10 LINE 10 COLUMN 10 VALUE 'PRODUTO..... '.
               10 COLUMN PLUS 2 PIC X(08) USING WRK-ITEM-CODPROD.
               10 LINE 10 COLUMN 40 VALUE 'QTDE '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-ITEM-QTDE
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'CUSTO UNIT.. '.
               10 COLUMN PLUS 2 PIC 9(07)V99 USING WRK-ITEM-CUSTO
                   BLANK WHEN ZEROS.
            05 NFF-TOTAL-TELA.
               10 LINE 13 COLUMN 10 VALUE 'TOTAL NOTA.. '.
               10 COLUMN PLUS 2 PIC X(16) FROM WRK-VALOR-ED.
               10 LINE 13 COLUMN 45 VALUE 'DIVERGENCIAS '.
               10 COLUMN PLUS 2 PIC Z9 FROM WRK-QTDIVERG.
       01 MOSTRA-ERRO.
             02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                             BACKGROUND-COLOR 3.
               10 LINE 16 COLUMN 10 PIC X(30)
                             BACKGROUND-COLOR 3
                             FROM WRK-MSGERRO.
               10 COLUMN PLUS 2 PIC X(01)
                             BACKGROUND-COLOR 3
                             USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 4000-NOTA-TELA UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT FORNECED.
            IF FORNECED-STATUS NOT = 0
                DISPLAY 'NFENTRA: NAO ABRIU FORNECED.DAT - RODE '
                        'O FORNMANT PRIMEIRO'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN I-O PAGAR
                IF PAGAR-STATUS = 35
                    OPEN OUTPUT PAGAR
                    CLOSE PAGAR
                    OPEN I-O PAGAR
                END-IF
                IF PAGAR-STATUS NOT = 0
                    DISPLAY 'NFENTRA: NAO ABRIU PAGAR.DAT'
                    CLOSE FORNECED
                    MOVE 'S' TO WRK-FIMTELA
                    MOVE 16 TO RETURN-CODE
                ELSE
                    DISPLAY 'OPERADOR.................'
                    ACCEPT WRK-USUARIO
                END-IF
            END-IF.

       4000-NOTA-TELA.
            MOVE 'MODULO - NOTA FORNECEDOR ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-FORNECEDOR WRK-NOTA WRK-EMISSAO
                          WRK-VENCIMENTO WRK-ORDEM.
            DISPLAY NFF-CAB-TELA.
            ACCEPT NFF-CAB-TELA.
            IF WRK-FORNECEDOR = ZEROS
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-FORNECEDOR TO FOR-CODIGO.
            READ FORNECED
              INVALID KEY
                MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-READ.
            IF FOR-INATIVO
                MOVE 'FORNECEDOR INATIVO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            DISPLAY NFF-FORN-TELA.
            IF WRK-NOTA = ZEROS
             OR WRK-EMISSAO = ZEROS
             OR WRK-VENCIMENTO < WRK-EMISSAO
                MOVE 'NOTA, EMISSAO OU VENCTO INVALIDO'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4050-VERIFICAR-DUPLICIDADE.
            IF ACHOU-REGISTRO
                MOVE 'NOTA JA LANCADA P/ FORNECEDOR'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4060-VERIFICAR-ORDEM.
            IF NOT ACHOU-REGISTRO
                MOVE 'ORDEM NAO E DESTE FORNECEDOR' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4100-CAPTURAR-ITENS.

       4050-VERIFICAR-DUPLICIDADE.
      *    A MESMA NOTA NAO ENTRA DUAS VEZES - NEM COMO TITULO,
      *    NEM RETIDA ESPERANDO O ADM (SO A RECUSADA SAI DA
      *    CONTA, PARA O FORNECEDOR PODER REEMITIR)
            MOVE 'N' TO WRK-ACHOU.
            MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
            MOVE WRK-NOTA       TO PAG-NOTA.
            READ PAGAR
              NOT INVALID KEY
                MOVE 'S' TO WRK-ACHOU
            END-READ.
            IF ACHOU-REGISTRO
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT NFFORN.
            IF NFFORN-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4055-LER-NFFORN
                PERFORM UNTIL FIM-ARQUIVO
                    IF NFF-FORNECEDOR = WRK-FORNECEDOR
                     AND NFF-NOTA = WRK-NOTA
                     AND NOT NFF-RECUSADA
                        MOVE 'S' TO WRK-ACHOU
                    END-IF
                    PERFORM 4055-LER-NFFORN
                END-PERFORM
                CLOSE NFFORN
            END-IF.

       4055-LER-NFFORN.
            READ NFFORN
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       4060-VERIFICAR-ORDEM.
            MOVE 'N' TO WRK-ACHOU.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4065-LER-ORDEM
                PERFORM UNTIL FIM-ARQUIVO
                    IF OCP-NUMERO = WRK-ORDEM
                     AND OCP-FORNECEDOR = WRK-FORNECEDOR
                        MOVE 'S' TO WRK-ACHOU
                    END-IF
                    PERFORM 4065-LER-ORDEM
                END-PERFORM
                CLOSE OCOMPRA
            END-IF.

       4065-LER-ORDEM.
            READ OCOMPRA
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       4100-CAPTURAR-ITENS.
            MOVE 0 TO WRK-QTITENS WRK-QTDIVERG.
            MOVE ZEROS TO WRK-VALOR-NOTA.
            MOVE 'N' TO WRK-FIM-ITENS.
            PERFORM 4120-CAPTURAR-ITEM UNTIL FIM-ITENS.
            IF WRK-QTITENS = 0
                MOVE 'NOTA SEM ITENS - CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4300-CONFERIR-ITEM
                VARYING WRK-IX-ITEM FROM 1 BY 1
                UNTIL WRK-IX-ITEM > WRK-QTITENS.
            MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
            DISPLAY NFF-TOTAL-TELA.
            IF WRK-QTDIVERG = 0
                MOVE 'CONFERE - CONFIRMAR (S) / (X)'
                    TO WRK-MSGERRO
            ELSE
                MOVE 'DIVERGE - RETER (S) / CANCELA X'
                    TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'NOTA CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 4400-GRAVAR-NOTA
            END-IF.

       4120-CAPTURAR-ITEM.
      *    PRODUTO EM BRANCO ENCERRA A DIGITACAO DOS ITENS
            MOVE SPACES TO WRK-ITEM-CODPROD.
            MOVE ZEROS TO WRK-ITEM-QTDE WRK-ITEM-CUSTO.
            DISPLAY NFF-ITEM-TELA.
            ACCEPT NFF-ITEM-TELA.
            IF WRK-ITEM-CODPROD = SPACES
                MOVE 'S' TO WRK-FIM-ITENS
                EXIT PARAGRAPH
            END-IF.
      *    UMA LINHA POR PRODUTO - O MESMO PRODUTO EM DUAS LINHAS
      *    SERIA CONFERIDO EM PEDACOS E A COBRANCA DOBRADA PASSARIA
            PERFORM 4130-VERIFICAR-REPETIDO.
            IF ACHOU-REGISTRO
                MOVE 'PRODUTO JA DIGITADO NA NOTA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-ITEM-QTDE = ZEROS
             OR WRK-ITEM-CUSTO = ZEROS
                MOVE 'QUANTIDADE OU CUSTO INVALIDO'
                    TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                ADD 1 TO WRK-QTITENS
                MOVE WRK-ITEM-CODPROD TO WRK-ITEM-COD(WRK-QTITENS)
                MOVE WRK-ITEM-QTDE    TO WRK-ITEM-QT(WRK-QTITENS)
                MOVE WRK-ITEM-CUSTO   TO WRK-ITEM-CST(WRK-QTITENS)
                MOVE SPACES           TO WRK-ITEM-DIV(WRK-QTITENS)
                COMPUTE WRK-VALOR-NOTA = WRK-VALOR-NOTA
                    + WRK-ITEM-QTDE * WRK-ITEM-CUSTO
                IF WRK-QTITENS = 20
                    MOVE 'LIMITE DE ITENS ATINGIDO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    MOVE 'S' TO WRK-FIM-ITENS
                END-IF
            END-IF.

       4130-VERIFICAR-REPETIDO.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-DIGITADO FROM 1 BY 1
                    UNTIL WRK-IX-DIGITADO > WRK-QTITENS
                IF WRK-ITEM-COD(WRK-IX-DIGITADO) = WRK-ITEM-CODPROD
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-PERFORM.

       4300-CONFERIR-ITEM.
      *    CONFERENCIA DE TRES PONTAS DA LINHA:
      *    . PRECO COBRADO TEM DE SER O CUSTO DA ORDEM
      *    . QUANTIDADE COBRADA, SOMADA AO QUE NOTAS ANTERIORES
      *      JA COBRARAM DA MESMA LINHA, NAO PODE PASSAR DO QUE
      *      FOI ACEITO (ENTROU NO RECEBMAT MENOS O REJEITADO NA
      *      INSPECAO) NEM DO QUE FOI PEDIDO - REJEICAO SEM
      *      REPOSICAO JA BAIXOU OCP-QTDE NO OCPINSP, REJEICAO COM
      *      REPOSICAO ESPERA A NOVA ENTREGA; NOS DOIS CASOS A
      *      NOTA COBRA SO O ACEITO E O REJEITADO SAI PELO
      *      DOCUMENTO DE DEVOLUCAO (DEVFEMI)
            PERFORM 4310-BUSCAR-LINHA-ORDEM.
            IF NOT ACHOU-REGISTRO
                MOVE 'O' TO WRK-ITEM-DIV(WRK-IX-ITEM)
                ADD 1 TO WRK-QTDIVERG
                EXIT PARAGRAPH
            END-IF.
            PERFORM 4320-SOMAR-RECEBIDO.
            PERFORM 4330-SOMAR-FATURADO.
            COMPUTE WRK-QTCOBRADO = WRK-QTFATURADO
                + WRK-ITEM-QT(WRK-IX-ITEM).
            IF WRK-QTCOBRADO > WRK-QTRECEBIDO
             OR WRK-QTCOBRADO > WRK-OCP-QTDE
                MOVE 'Q' TO WRK-ITEM-DIV(WRK-IX-ITEM)
            END-IF.
            IF WRK-ITEM-CST(WRK-IX-ITEM) NOT = WRK-OCP-CUSTO
                IF WRK-ITEM-DIV(WRK-IX-ITEM) = 'Q'
                    MOVE 'A' TO WRK-ITEM-DIV(WRK-IX-ITEM)
                ELSE
                    MOVE 'P' TO WRK-ITEM-DIV(WRK-IX-ITEM)
                END-IF
            END-IF.
            IF WRK-ITEM-DIV(WRK-IX-ITEM) NOT = SPACES
                ADD 1 TO WRK-QTDIVERG
            END-IF.

       4310-BUSCAR-LINHA-ORDEM.
            MOVE 'N' TO WRK-ACHOU.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4065-LER-ORDEM
                PERFORM UNTIL FIM-ARQUIVO OR ACHOU-REGISTRO
                    IF OCP-NUMERO = WRK-ORDEM
                     AND OCP-FORNECEDOR = WRK-FORNECEDOR
                     AND OCP-CODPROD = WRK-ITEM-COD(WRK-IX-ITEM)
                     AND NOT OCP-CANCELADA
                        MOVE 'S' TO WRK-ACHOU
                        MOVE OCP-QTDE  TO WRK-OCP-QTDE
                        MOVE OCP-CUSTO TO WRK-OCP-CUSTO
                    ELSE
                        PERFORM 4065-LER-ORDEM
                    END-IF
                END-PERFORM
                CLOSE OCOMPRA
            END-IF.

       4320-SOMAR-RECEBIDO.
            MOVE ZEROS TO WRK-QTRECEBIDO.
            OPEN INPUT RECEBMAT.
            IF RECEBMAT-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4325-LER-RECEBIMENTO
                PERFORM UNTIL FIM-ARQUIVO
                    IF RMT-ORDEM = WRK-ORDEM
                     AND RMT-CODPROD = WRK-ITEM-COD(WRK-IX-ITEM)
                        ADD RMT-QTDE TO WRK-QTRECEBIDO
                    END-IF
                    PERFORM 4325-LER-RECEBIMENTO
                END-PERFORM
                CLOSE RECEBMAT
            END-IF.
            PERFORM 4322-SOMAR-REJEITADO.
            IF WRK-QTREJEITADO < WRK-QTRECEBIDO
                SUBTRACT WRK-QTREJEITADO FROM WRK-QTRECEBIDO
            ELSE
                MOVE ZEROS TO WRK-QTRECEBIDO
            END-IF.

       4322-SOMAR-REJEITADO.
      *    O RECEBMAT GUARDA TUDO O QUE CHEGOU, ANTES DA INSPECAO -
      *    O QUE O OCPINSP REJEITOU ESTA NO DEVFORN E NAO E DIVIDA
            MOVE ZEROS TO WRK-QTREJEITADO.
            OPEN INPUT DEVFORN.
            IF DEVFORN-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4327-LER-DEVOLUCAO
                PERFORM UNTIL FIM-ARQUIVO
                    IF DVF-ORDEM = WRK-ORDEM
                     AND DVF-CODPROD = WRK-ITEM-COD(WRK-IX-ITEM)
                        ADD DVF-QTDE TO WRK-QTREJEITADO
                    END-IF
                    PERFORM 4327-LER-DEVOLUCAO
                END-PERFORM
                CLOSE DEVFORN
            END-IF.

       4325-LER-RECEBIMENTO.
            READ RECEBMAT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       4327-LER-DEVOLUCAO.
            READ DEVFORN
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       4330-SOMAR-FATURADO.
      *    NOTA RECUSADA NAO CONTA - O FORNECEDOR REEMITE
            MOVE ZEROS TO WRK-QTFATURADO.
            OPEN INPUT NFFORN.
            IF NFFORN-STATUS = 0
                MOVE 'N' TO WRK-FIMARQ
                PERFORM 4055-LER-NFFORN
                PERFORM UNTIL FIM-ARQUIVO
                    IF NFF-ORDEM = WRK-ORDEM
                     AND NFF-CODPROD = WRK-ITEM-COD(WRK-IX-ITEM)
                     AND NOT NFF-RECUSADA
                        ADD NFF-QTDE TO WRK-QTFATURADO
                    END-IF
                    PERFORM 4055-LER-NFFORN
                END-PERFORM
                CLOSE NFFORN
            END-IF.

       4400-GRAVAR-NOTA.
            OPEN EXTEND NFFORN.
            IF NFFORN-STATUS = 35
                OPEN OUTPUT NFFORN
            END-IF.
            PERFORM 4420-GRAVAR-LINHA
                VARYING WRK-IX-ITEM FROM 1 BY 1
                UNTIL WRK-IX-ITEM > WRK-QTITENS.
            CLOSE NFFORN.
            ADD 1 TO WRK-QTNOTAS.
            IF WRK-QTDIVERG = 0
                PERFORM 4500-GRAVAR-TITULO
            ELSE
                ADD 1 TO WRK-QTRETIDAS
                MOVE 'NOTA RETIDA PARA REVISAO ADM' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-IF.

       4420-GRAVAR-LINHA.
            MOVE WRK-FORNECEDOR TO NFF-FORNECEDOR.
            MOVE WRK-NOTA       TO NFF-NOTA.
            MOVE WRK-EMISSAO    TO NFF-EMISSAO.
            MOVE WRK-VENCIMENTO TO NFF-VENCIMENTO.
            MOVE WRK-ORDEM      TO NFF-ORDEM.
            MOVE WRK-ITEM-COD(WRK-IX-ITEM) TO NFF-CODPROD.
            MOVE WRK-ITEM-QT(WRK-IX-ITEM)  TO NFF-QTDE.
            MOVE WRK-ITEM-CST(WRK-IX-ITEM) TO NFF-CUSTO.
            MOVE WRK-ITEM-DIV(WRK-IX-ITEM) TO NFF-DIVERGENCIA.
            MOVE WRK-USUARIO      TO NFF-USUARIO.
            MOVE WRK-DATA-SISTEMA TO NFF-DATA.
            IF WRK-QTDIVERG = 0
                SET NFF-CONFERIDA TO TRUE
            ELSE
                SET NFF-RETIDA TO TRUE
            END-IF.
            WRITE NFFORN-REG.

       4500-GRAVAR-TITULO.
            MOVE WRK-FORNECEDOR   TO PAG-FORNECEDOR.
            MOVE WRK-NOTA         TO PAG-NOTA.
            MOVE WRK-ORDEM        TO PAG-ORDEM.
            MOVE WRK-EMISSAO      TO PAG-EMISSAO.
            MOVE WRK-VENCIMENTO   TO PAG-VENCIMENTO.
            MOVE WRK-VALOR-NOTA   TO PAG-VALOR.
            MOVE ZEROS            TO PAG-PAGO.
            MOVE WRK-DATA-SISTEMA TO PAG-DATA-LANC.
            SET PAG-ABERTO TO TRUE.
            WRITE PAGAR-REG
              INVALID KEY
                MOVE 'TITULO A PAGAR JA EXISTE' TO WRK-MSGERRO
              NOT INVALID KEY
                ADD 1 TO WRK-QTTITULOS
                MOVE 'TITULO A PAGAR GRAVADO' TO WRK-MSGERRO
            END-WRITE.
            ACCEPT MOSTRA-ERRO.

       3000-FINALIZAR.
            IF RETURN-CODE = 0
                CLOSE FORNECED
                CLOSE PAGAR
            END-IF.
            DISPLAY '===== NFENTRA - NOTAS DE FORNECEDOR ====='.
            DISPLAY 'NOTAS DIGITADAS......: ' WRK-QTNOTAS.
            DISPLAY 'TITULOS A PAGAR......: ' WRK-QTTITULOS.
            DISPLAY 'RETIDAS P/ REVISAO...: ' WRK-QTRETIDAS.
