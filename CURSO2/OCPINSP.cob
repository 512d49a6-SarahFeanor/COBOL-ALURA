       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OCPINSP.
      *******************************************
      * AULA:      INSPECAO DO RECEBIMENTO DE MERCADORIA
      * OBJETIVO:  O INSPETOR ESCOLHE UMA ENTREGA PENDENTE DE
      *            INSPECAO.DAT (GRAVADA PELO OCPRECEB) E INFORMA
      *            QUANTO FOI ACEITO E QUANTO FOI REJEITADO:
      *            O ACEITO SOBE PROD-QTESTOQUE PELO CUSTO MEDIO,
      *            O SALDO DO LOTE (LOTES.DAT) E O DO DEPOSITO DO
      *            DESCARREGAMENTO (CALL ESTDEPAT);
      *            O REJEITADO SAI DE OCP-QTRECEBIDA E VAI PARA
      *            DEVFORN.DAT COM O CREDITO ESPERADO DO FORNECEDOR
      *            (DOCUMENTO EMITIDO NO DEVFEMI) - COM REPOSICAO
      *            A LINHA DA ORDEM REABRE PARA A NOVA ENTREGA, SEM
      *            REPOSICAO A QUANTIDADE PEDIDA DIMINUI E A LINHA
      *            CONTINUA FECHADA
      *            O RECEBMAT.DAT NAO E TOCADO - A CONFERENCIA DA
      *            NOTA (NFENTRA) TIRA DO RECEBIDO O QUE ESTA NO
      *            DEVFORN.DAT, ENTAO A NOTA SO PODE COBRAR O ACEITO
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT INSPECAO ASSIGN TO 'INSPECAO.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INSPECAO-STATUS.
           SELECT DEVFORN ASSIGN TO 'DEVFORN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DEVFORN-STATUS.
           SELECT LOTES ASSIGN TO 'LOTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS LOTES-STATUS
             RECORD KEY IS LOT-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD OCOMPRA.
           COPY OCOMPRA.

       FD INSPECAO.
           COPY INSPECAO.

       FD DEVFORN.
           COPY DEVFORN.

       FD LOTES.
           COPY LOTES.

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS PIC 9(02).
       77 OCOMPRA-STATUS  PIC 9(02).
       77 INSPECAO-STATUS PIC 9(02).
       77 DEVFORN-STATUS  PIC 9(02).
       77 LOTES-STATUS    PIC 9(02).
       77 WRK-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-MODULO      PIC X(25) VALUE SPACES.
       77 WRK-TECLA       PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMTELA     PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-FIMOCP      PIC X(01) VALUE 'N'.
           88 FIM-ORDENS VALUE 'S'.
       77 WRK-FIMINS      PIC X(01) VALUE 'N'.
           88 FIM-INSPECOES VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-NUMINSP     PIC 9(07) VALUE ZEROS.
       77 WRK-QTACEITA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTREJEITADA PIC 9(05) VALUE ZEROS.
       77 WRK-REPOR       PIC X(01) VALUE 'S'.
           88 REPOR-VALIDO VALUE 'S' 'N'.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-SOMA        PIC 9(06) VALUE ZEROS.
       77 WRK-QTOCP       PIC 9(04) VALUE 0.
       77 WRK-IX-OCP      PIC 9(04) VALUE 0.
       77 WRK-IX-ORDEM    PIC 9(04) VALUE 0.
       77 WRK-QTINS       PIC 9(04) VALUE 0.
       77 WRK-IX-INS      PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO   PIC 9(04) VALUE 0.
       77 WRK-QTPENDENTES PIC 9(04) VALUE 0.
       77 WRK-QTINSPECOES PIC 9(04) VALUE 0.
       77 WRK-QTREJEICOES PIC 9(04) VALUE 0.
       77 WRK-QTNOVA      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ESTOQUE PIC 9(12)V9999 VALUE ZEROS.
       77 WRK-MEXEU       PIC X(01) VALUE 'N'.
           88 HOUVE-INSPECAO VALUE 'S'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-ESTOQUE-OK  PIC X(01) VALUE 'S'.
           88 ESTOQUE-SUBIU VALUE 'S'.
       77 WRK-EDP-OPER    PIC X(01) VALUE SPACES.
       77 WRK-EDP-SALDO   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-LIVRE   PIC 9(05) VALUE ZEROS.
       77 WRK-EDP-RETORNO PIC X(01) VALUE SPACES.
       01 WRK-TAB-ORDENS.
      *    OCOMPRA.DAT E INSPECAO.DAT INTEIROS EM MEMORIA - AS
      *    ALTERACOES SO DESCEM PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-OCP OCCURS 2000 TIMES.
               10 WRK-OCP-IMG PIC X(55).
       01 WRK-TAB-INSPECOES.
           05 WRK-INS OCCURS 3000 TIMES.
               10 WRK-INS-IMG PIC X(158).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'INSPECAO RECEBIMENTO'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-INSPECAO FOREGROUND-COLOR 2.
            05 INS-PERGUNTA.
               10 LINE 08 COLUMN 10 VALUE 'PENDENTES... '.
               10 COLUMN PLUS 2 PIC ZZZ9 FROM WRK-QTPENDENTES.
               10 LINE 09 COLUMN 10 VALUE 'INSPECAO.... '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-NUMINSP
                   BLANK WHEN ZEROS.
            05 INS-DADOS.
               10 LINE 10 COLUMN 10 VALUE 'ORDEM....... '.
               10 COLUMN PLUS 2 PIC 9(07) FROM INS-ORDEM.
               10 LINE 10 COLUMN 40 VALUE 'FORNECEDOR  '.
               10 COLUMN PLUS 2 PIC 9(04) FROM INS-FORNECEDOR.
               10 LINE 11 COLUMN 10 VALUE 'PRODUTO..... '.
               10 COLUMN PLUS 2 PIC X(08) FROM INS-CODPROD.
               10 LINE 11 COLUMN 40 VALUE 'ENTREGUE    '.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM INS-QTDE.
               10 LINE 12 COLUMN 10 VALUE 'LOTE........ '.
               10 COLUMN PLUS 2 PIC X(10) FROM INS-LOTE.
               10 LINE 12 COLUMN 40 VALUE 'VALIDADE    '.
               10 COLUMN PLUS 2 PIC 9(08) FROM INS-VALIDADE
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'DEPOSITO.... '.
               10 COLUMN PLUS 2 PIC X(02) FROM INS-DEPOSITO.
               10 LINE 13 COLUMN 40 VALUE 'RECEBIDO EM '.
               10 COLUMN PLUS 2 PIC 9(08) FROM INS-DATA.
            05 INS-RESPOSTA.
               10 LINE 14 COLUMN 10 VALUE 'ACEITO...... '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-QTACEITA.
               10 LINE 14 COLUMN 32 VALUE 'REJEITADO '.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-QTREJEITADA.
               10 LINE 14 COLUMN 52 VALUE 'REPOR (S/N) '.
               10 COLUMN PLUS 2 PIC X(01) USING WRK-REPOR.
               10 LINE 15 COLUMN 10 VALUE 'MOTIVO...... '.
               10 COLUMN PLUS 2 PIC X(30) USING WRK-MOTIVO.
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
            PERFORM 4000-INSPECAO-TELA UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            OPEN I-O PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'OCPINSP: NAO ABRIU PRODUTOS.DAT'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            ELSE
                DISPLAY 'INSPETOR.................'
                ACCEPT WRK-USUARIO
                PERFORM 1100-CARREGAR-ORDENS
                PERFORM 1200-CARREGAR-INSPECOES
                PERFORM 1300-ABRIR-LOTES
            END-IF.
            IF TABELA-ESTOURADA
                DISPLAY 'OCPINSP: OCOMPRA.DAT OU INSPECAO.DAT '
                        'PASSOU DA TABELA - INSPECAO RECUSADA'
                MOVE 0 TO WRK-QTOCP WRK-QTINS
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-ORDENS.
            MOVE 0 TO WRK-QTOCP.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS NOT = 0
                DISPLAY 'OCPINSP: SEM OCOMPRA.DAT'
                MOVE 'S' TO WRK-FIMTELA
            ELSE
                PERFORM 1150-LER-ORDEM
                PERFORM UNTIL FIM-ORDENS
                    IF WRK-QTOCP < 2000
                        ADD 1 TO WRK-QTOCP
                        MOVE OCOMPRA-REG TO WRK-OCP-IMG(WRK-QTOCP)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-ORDEM
                END-PERFORM
                CLOSE OCOMPRA
            END-IF.

       1150-LER-ORDEM.
            READ OCOMPRA
                AT END MOVE 'S' TO WRK-FIMOCP
            END-READ.

       1200-CARREGAR-INSPECOES.
            MOVE 0 TO WRK-QTINS WRK-QTPENDENTES.
            OPEN INPUT INSPECAO.
            IF INSPECAO-STATUS NOT = 0
                DISPLAY 'OCPINSP: SEM INSPECAO.DAT - NADA RECEBIDO '
                        'NO OCPRECEB'
                MOVE 'S' TO WRK-FIMTELA
            ELSE
                PERFORM 1250-LER-INSPECAO
                PERFORM UNTIL FIM-INSPECOES
                    IF WRK-QTINS < 3000
                        ADD 1 TO WRK-QTINS
                        MOVE INSPECAO-REG TO WRK-INS-IMG(WRK-QTINS)
                        IF INS-PENDENTE
                            ADD 1 TO WRK-QTPENDENTES
                        END-IF
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1250-LER-INSPECAO
                END-PERFORM
                CLOSE INSPECAO
            END-IF.

       1250-LER-INSPECAO.
            READ INSPECAO
                AT END MOVE 'S' TO WRK-FIMINS
            END-READ.

       1300-ABRIR-LOTES.
            OPEN I-O LOTES.
            IF LOTES-STATUS = 35
                OPEN OUTPUT LOTES
                CLOSE LOTES
                OPEN I-O LOTES
            END-IF.
            IF LOTES-STATUS NOT = 0
                DISPLAY 'OCPINSP: NAO ABRIU LOTES.DAT - STATUS '
                        LOTES-STATUS
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            END-IF.

       4000-INSPECAO-TELA.
            MOVE 'MODULO - INSPECAO     ' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO WRK-NUMINSP.
            DISPLAY INS-PERGUNTA.
            ACCEPT INS-PERGUNTA.
            IF WRK-NUMINSP = ZEROS
                MOVE 'S' TO WRK-FIMTELA
            ELSE
                PERFORM 4100-LOCALIZAR-INSPECAO
                IF WRK-IX-ACHADO = 0
                    MOVE 'INSPECAO PENDENTE NAO ACHADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                ELSE
                    PERFORM 4200-INSPECIONAR
                END-IF
            END-IF.

       4100-LOCALIZAR-INSPECAO.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-INS FROM 1 BY 1
                    UNTIL WRK-IX-INS > WRK-QTINS
                    OR WRK-IX-ACHADO > 0
                MOVE WRK-INS-IMG(WRK-IX-INS) TO INSPECAO-REG
                IF INS-NUMERO = WRK-NUMINSP
                 AND INS-PENDENTE
                    MOVE WRK-IX-INS TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                MOVE WRK-INS-IMG(WRK-IX-ACHADO) TO INSPECAO-REG
            END-IF.

       4200-INSPECIONAR.
      *    PADRAO E ACEITAR TUDO - O INSPETOR SO MEXE NO QUE
      *    REPROVOU
            MOVE INS-QTDE TO WRK-QTACEITA.
            MOVE ZEROS    TO WRK-QTREJEITADA.
            MOVE 'S'      TO WRK-REPOR.
            MOVE SPACES   TO WRK-MOTIVO.
            DISPLAY INS-DADOS.
            DISPLAY INS-RESPOSTA.
            ACCEPT INS-RESPOSTA.
            COMPUTE WRK-SOMA = WRK-QTACEITA + WRK-QTREJEITADA.
            IF WRK-SOMA NOT = INS-QTDE
                MOVE 'ACEITO + REJEITADO <> ENTREGUE' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTREJEITADA > 0
             AND WRK-MOTIVO = SPACES
                MOVE 'MOTIVO OBRIGATORIO NA REJEICAO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT REPOR-VALIDO
                MOVE 'REPOR DEVE SER S OU N' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTREJEITADA > 0
                PERFORM 4150-LOCALIZAR-ORDEM
                IF WRK-IX-ORDEM = 0
                    MOVE 'LINHA DA ORDEM NAO ACHADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'INSPECAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'S' TO WRK-ESTOQUE-OK.
            IF WRK-QTACEITA > 0
                PERFORM 4300-SUBIR-ESTOQUE
            END-IF.
            IF NOT ESTOQUE-SUBIU
                EXIT PARAGRAPH
            END-IF.
            IF WRK-QTREJEITADA > 0
                PERFORM 4500-REJEITAR
            END-IF.
            PERFORM 4600-FECHAR-INSPECAO.
            MOVE 'INSPECAO REGISTRADA' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       4150-LOCALIZAR-ORDEM.
      *    A LINHA PODE ESTAR ABERTA OU JA RECEBIDA - SO A
      *    CANCELADA NAO VOLTA
            MOVE 0 TO WRK-IX-ORDEM.
            PERFORM VARYING WRK-IX-OCP FROM 1 BY 1
                    UNTIL WRK-IX-OCP > WRK-QTOCP
                    OR WRK-IX-ORDEM > 0
                MOVE WRK-OCP-IMG(WRK-IX-OCP) TO OCOMPRA-REG
                IF OCP-NUMERO = INS-ORDEM
                 AND OCP-CODPROD = INS-CODPROD
                 AND NOT OCP-CANCELADA
                    MOVE WRK-IX-OCP TO WRK-IX-ORDEM
                END-IF
            END-PERFORM.
            IF WRK-IX-ORDEM > 0
                MOVE WRK-OCP-IMG(WRK-IX-ORDEM) TO OCOMPRA-REG
            END-IF.

       4300-SUBIR-ESTOQUE.
      *    SO O ACEITO ENTRA NO DEPOSITO - PELO CUSTO MEDIO, NO
      *    LOTE E NO DEPOSITO DO DESCARREGAMENTO
            MOVE INS-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                MOVE 'N' TO WRK-ESTOQUE-OK
                MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                PERFORM 4350-CUSTO-MEDIO
                ADD WRK-QTACEITA TO PROD-QTESTOQUE
                REWRITE PRODUTO-REG
                  INVALID KEY
                    MOVE 'N' TO WRK-ESTOQUE-OK
                    MOVE 'ERRO AO REGRAVAR PRODUTO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    PERFORM 4460-ENTRAR-DEPOSITO
                    IF INS-LOTE NOT = SPACES
                        PERFORM 4450-GRAVAR-LOTE
                    END-IF
                END-REWRITE
            END-READ.

       4350-CUSTO-MEDIO.
      *    MEDIA PONDERADA: O QUE JA ESTAVA NO DEPOSITO AO CUSTO
      *    MEDIO ANTERIOR MAIS O QUE ENTROU AO CUSTO DA ORDEM -
      *    ESTOQUE ZERADO PEGA O CUSTO DA ORDEM INTEIRO
            COMPUTE WRK-QTNOVA = PROD-QTESTOQUE + WRK-QTACEITA.
            COMPUTE WRK-VALOR-ESTOQUE =
                PROD-QTESTOQUE * PROD-CUSTO-MEDIO
              + WRK-QTACEITA * INS-CUSTO.
            IF WRK-QTNOVA > 0
                COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                    WRK-VALOR-ESTOQUE / WRK-QTNOVA
            END-IF.

       4450-GRAVAR-LOTE.
      *    O MESMO LOTE PODE CHEGAR EM MAIS DE UMA ENTREGA - SOMA
      *    NO SALDO E GUARDA A ORIGEM DA PRIMEIRA
            MOVE INS-CODPROD  TO LOT-CODPROD.
            MOVE INS-VALIDADE TO LOT-VALIDADE.
            MOVE INS-LOTE     TO LOT-NUMERO.
            READ LOTES
              INVALID KEY
                MOVE WRK-QTACEITA     TO LOT-QTSALDO
                MOVE WRK-QTACEITA     TO LOT-QTRECEBIDA
                MOVE WRK-DATA-SISTEMA TO LOT-ENTRADA
                MOVE INS-FORNECEDOR   TO LOT-FORNECEDOR
                MOVE INS-ORDEM        TO LOT-ORDEM
                WRITE LOTE-REG
                  INVALID KEY
                    MOVE 'ERRO AO GRAVAR O LOTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-WRITE
              NOT INVALID KEY
                ADD WRK-QTACEITA TO LOT-QTSALDO
                ADD WRK-QTACEITA TO LOT-QTRECEBIDA
                REWRITE LOTE-REG
                  INVALID KEY
                    MOVE 'ERRO AO REGRAVAR O LOTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-REWRITE
            END-READ.

       4460-ENTRAR-DEPOSITO.
      *    O MESMO SALDO SOBE NO DEPOSITO DO DESCARREGAMENTO
            MOVE 'E' TO WRK-EDP-OPER.
            CALL 'ESTDEPAT' USING WRK-EDP-OPER INS-CODPROD
                INS-DEPOSITO WRK-QTACEITA WRK-EDP-SALDO
                WRK-EDP-LIVRE WRK-EDP-RETORNO.

       4500-REJEITAR.
      *    O REJEITADO NAO CONTA COMO RECEBIDO - COM REPOSICAO A
      *    LINHA VOLTA A ESPERAR A DIFERENCA; SEM REPOSICAO A
      *    QUANTIDADE PEDIDA CAI JUNTO E A LINHA SEGUE FECHADA
      *    (CANCELADA SE NAO SOBROU NADA PEDIDO)
            IF OCP-QTRECEBIDA > WRK-QTREJEITADA
                SUBTRACT WRK-QTREJEITADA FROM OCP-QTRECEBIDA
            ELSE
                MOVE ZEROS TO OCP-QTRECEBIDA
            END-IF.
            IF WRK-REPOR = 'S'
                IF OCP-QTRECEBIDA < OCP-QTDE
                    SET OCP-ABERTA TO TRUE
                END-IF
            ELSE
                IF OCP-QTDE > WRK-QTREJEITADA
                    SUBTRACT WRK-QTREJEITADA FROM OCP-QTDE
                ELSE
                    MOVE ZEROS TO OCP-QTDE
                END-IF
                IF OCP-QTDE = ZEROS
                    SET OCP-CANCELADA TO TRUE
                ELSE
                    IF OCP-QTRECEBIDA >= OCP-QTDE
                        SET OCP-RECEBIDA TO TRUE
                    END-IF
                END-IF
            END-IF.
            MOVE OCOMPRA-REG TO WRK-OCP-IMG(WRK-IX-ORDEM).
            PERFORM 4550-GRAVAR-DEVOLUCAO.
            ADD 1 TO WRK-QTREJEICOES.

       4550-GRAVAR-DEVOLUCAO.
            MOVE ZEROS            TO DVF-DOCUMENTO DVF-EMISSAO.
            MOVE INS-FORNECEDOR   TO DVF-FORNECEDOR.
            MOVE WRK-DATA-SISTEMA TO DVF-DATA.
            MOVE INS-NUMERO       TO DVF-INSPECAO.
            MOVE INS-ORDEM        TO DVF-ORDEM.
            MOVE INS-CODPROD      TO DVF-CODPROD.
            MOVE WRK-QTREJEITADA  TO DVF-QTDE.
            MOVE INS-CUSTO        TO DVF-CUSTO.
            COMPUTE DVF-CREDITO = WRK-QTREJEITADA * INS-CUSTO.
            MOVE WRK-REPOR        TO DVF-REPOR.
            MOVE WRK-MOTIVO       TO DVF-MOTIVO.
            SET DVF-PENDENTE TO TRUE.
            OPEN EXTEND DEVFORN.
            IF DEVFORN-STATUS = 35
                OPEN OUTPUT DEVFORN
            END-IF.
            WRITE DEVFORN-REG.
            CLOSE DEVFORN.

       4600-FECHAR-INSPECAO.
            MOVE WRK-QTACEITA     TO INS-QTACEITA.
            MOVE WRK-QTREJEITADA  TO INS-QTREJEITADA.
            MOVE WRK-REPOR        TO INS-REPOR.
            MOVE WRK-MOTIVO       TO INS-MOTIVO.
            MOVE WRK-DATA-SISTEMA TO INS-DATA-INSP.
            MOVE WRK-USUARIO      TO INS-INSPETOR.
            SET INS-INSPECIONADO TO TRUE.
            MOVE INSPECAO-REG TO WRK-INS-IMG(WRK-IX-ACHADO).
            MOVE 'S' TO WRK-MEXEU.
            ADD 1 TO WRK-QTINSPECOES.
            SUBTRACT 1 FROM WRK-QTPENDENTES.

       3000-FINALIZAR.
            IF HOUVE-INSPECAO
                PERFORM 3100-REGRAVAR-ORDENS
                PERFORM 3200-REGRAVAR-INSPECOES
            END-IF.
            IF RETURN-CODE = 0
                CLOSE PRODUTOS
                CLOSE LOTES
            END-IF.
            DISPLAY '===== OCPINSP - INSPECAO DE RECEBIMENTO ====='.
            DISPLAY 'ENTREGAS INSPECIONADAS: ' WRK-QTINSPECOES.
            DISPLAY 'COM REJEICAO..........: ' WRK-QTREJEICOES.
            DISPLAY 'AINDA PENDENTES.......: ' WRK-QTPENDENTES.

       3100-REGRAVAR-ORDENS.
            OPEN OUTPUT OCOMPRA.
            PERFORM VARYING WRK-IX-OCP FROM 1 BY 1
                    UNTIL WRK-IX-OCP > WRK-QTOCP
                MOVE WRK-OCP-IMG(WRK-IX-OCP) TO OCOMPRA-REG
                WRITE OCOMPRA-REG
            END-PERFORM.
            CLOSE OCOMPRA.

       3200-REGRAVAR-INSPECOES.
            OPEN OUTPUT INSPECAO.
            PERFORM VARYING WRK-IX-INS FROM 1 BY 1
                    UNTIL WRK-IX-INS > WRK-QTINS
                MOVE WRK-INS-IMG(WRK-IX-INS) TO INSPECAO-REG
                WRITE INSPECAO-REG
            END-PERFORM.
            CLOSE INSPECAO.
