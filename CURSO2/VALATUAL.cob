       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VALATUAL.
      *******************************************
      * AULA:      COTACAO DE QUITACAO (VALOR ATUALIZADO)
      * OBJETIVO:  TELA DE CONSULTA QUE, PARA UM CLIENTE E UMA
      *            DATA DE PAGAMENTO ESCOLHIDA, LISTA CADA ITEM EM
      *            ABERTO COM PRINCIPAL, MULTA POR ATRASO E JUROS
      *            PRO RATA DIA ATE AQUELA DATA, MAIS O TOTAL, E
      *            GRAVA A COTACAO NUMERADA (COTNUM.CTL) EM
      *            COTACAO.DAT E IMPRESSA EM COTACAO.RPT COM A
      *            DATA DE VALIDADE - O RECEBPGM ACEITA O
      *            PAGAMENTO CONTRA ELA
      *            ITENS: AS PARCELAS ABERTAS DO PLANO NEGOCIADO
      *            (O PLANO JA REPARCELOU A DIVIDA) OU, SEM PLANO,
      *            OS TITULOS EM ABERTO (CARTEIRA E COBRADORA);
      *            DIVIDA SEM TITULO ENTRA NUMA LINHA DE SALDO
      *            JUROS.CFG: TAXA(2V2) CARENCIA(3) MULTA(2V2) -
      *            A MULTA (EM %, UMA VEZ POR ITEM VENCIDO) VEM DEPOIS
      *            DAS COLUNAS DO JUROSMES; SEM ELA VALEM 2,00%
      *            JUROS DA TAXA MENSAL / 30 POR DIA, BASE 30/360,
      *            DO VENCIMENTO (OU DO FIM DA ULTIMA COMPETENCIA
      *            JA COBRADA PELO JUROSMES, O QUE FOR MAIS NOVO)
      *            ATE A DATA DE PAGAMENTO; TITULO DE JUROS NAO
      *            GERA ENCARGO SOBRE ENCARGO; VENCIMENTO EM DIA SEM
      *            EXPEDIENTE SO COBRA DEPOIS DO DIA UTIL SEGUINTE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
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
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT JUROS-CFG ASSIGN TO 'JUROS.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
           SELECT JUROSMES-CTL ASSIGN TO 'JUROSMES.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CTL-STATUS.
           SELECT COTACAO ASSIGN TO 'COTACAO.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COTACAO-STATUS.
           SELECT COTNUM-CTL ASSIGN TO 'COTNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COTNUM-STATUS.
           SELECT COTACAO-RPT ASSIGN TO 'COTACAO.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT CLIENTES-SEN ASSIGN TO 'SENHAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD TITULOS.
           COPY TITULOS.

       FD PARCELAS.
           COPY PARCELAS.

       FD JUROS-CFG.
       01 CFG-LINHA.
           05 CFG-TAXA     PIC 9(02)V99.
           05 CFG-CARENCIA PIC 9(03).
           05 CFG-MULTA    PIC 9(02)V99.

       FD JUROSMES-CTL.
       01 JMCTL-LINHA.
           05 CTL-COMPETENCIA PIC 9(06).

       FD COTACAO.
           COPY COTACAO.

       FD COTNUM-CTL.
       01 COTNUM-LINHA.
           05 CTL-ULTCOTACAO PIC 9(07).

       FD COTACAO-RPT.
       01 RPT-LINHA PIC X(80).

       FD CLIENTES-SEN.
       01 SEN-LINHA.
           05 SEN-USUARIO PIC X(20).
           05 SEN-SENHA   PIC X(10).
           05 SEN-NIVEL   PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 PARCELAS-STATUS  PIC 9(02).
       77 CFG-STATUS       PIC 9(02).
       77 CTL-STATUS       PIC 9(02).
       77 COTACAO-STATUS   PIC 9(02).
       77 COTNUM-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 SEN-STATUS       PIC 9(02).
       77 WRK-FIMTELA      PIC X(01) VALUE 'N'.
           88 FIM-TELA VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-FIMPAR       PIC X(01) VALUE 'N'.
           88 FIM-PARCELAS VALUE 'S'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OK     PIC X(01) VALUE 'N'.
           88 SENHA-VALIDA VALUE 'S'.
       77 WRK-MSGERRO      PIC X(30) VALUE SPACES.
       77 WRK-TECLA        PIC X(01).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MODULO       PIC X(25) VALUE SPACES.
       77 WRK-FUNCAO-PERF  PIC X(12) VALUE SPACES.
       77 WRK-PERMITIDO    PIC X(01) VALUE 'S'.
           88 FUNCAO-PERMITIDA VALUE 'S'.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA         PIC 9(02)V99 VALUE 2.
       77 WRK-MULTA        PIC 9(02)V99 VALUE 2.
       77 WRK-DATA-JUROSMES PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-QTITENS      PIC 9(03) VALUE 0.
       77 WRK-IX-ITEM      PIC 9(03) VALUE 0.
       77 WRK-IX-TELA      PIC 9(02) VALUE 0.
       77 WRK-IX-POS       PIC 9(03) VALUE 0.
       77 WRK-DOC-ITEM     PIC X(07) VALUE SPACES.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-QTCOTACOES   PIC 9(05) VALUE 0.
       77 WRK-NUMERO-NOVO  PIC 9(07) VALUE ZEROS.
       77 WRK-DEVIDO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ABERTO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VENCTO-ITEM  PIC 9(08) VALUE ZEROS.
       77 WRK-VENCTO-UTIL  PIC 9(08) VALUE ZEROS.
       77 WRK-COM-ENCARGO  PIC X(01) VALUE 'S'.
           88 ITEM-COM-ENCARGO VALUE 'S'.
       77 WRK-DIAS-JUROS   PIC S9(05) VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-MULTA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ED     PIC -ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED      PIC Z9,99 VALUE ZEROS.
       77 WRK-MULTA-ED     PIC Z9,99 VALUE ZEROS.
       01 WRK-DATA-PGTO.
           05 WRK-ANOPGT PIC 9(04).
           05 WRK-MESPGT PIC 9(02).
           05 WRK-DIAPGT PIC 9(02).
       01 WRK-DATA-INICIO.
           05 WRK-ANOINI PIC 9(04).
           05 WRK-MESINI PIC 9(02).
           05 WRK-DIAINI PIC 9(02).
       01 WRK-TAB-ITENS.
      *    OS ITENS DA COTACAO EM MONTAGEM, JA CALCULADOS
           05 WRK-ITEM OCCURS 300 TIMES.
               10 WRK-IT-DOC    PIC X(07).
               10 WRK-IT-PARC   PIC 9(02).
               10 WRK-IT-VENCTO PIC X(08).
               10 WRK-IT-PRINC  PIC 9(07)V99.
               10 WRK-IT-MULTA  PIC 9(07)V99.
               10 WRK-IT-JUROS  PIC 9(07)V99.
       01 WRK-TAB-TELA.
           05 WRK-TELA-LIN OCCURS 6 TIMES PIC X(60).
       01 WRK-LINHA-FMT.
           05 WRK-FMT-DOC     PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FMT-PARC    PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FMT-VENCTO  PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FMT-PRINC   PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FMT-MULTA   PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-FMT-JUROS   PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(06) VALUE SPACES.
       01 WRK-CABEC-ITENS.
           05 FILLER PIC X(30) VALUE
              'DOCTO.  PC VENCTO      PRINCIP'.
           05 FILLER PIC X(30) VALUE
              'AL      MULTA      JUROS      '.
       01 WRK-LINHA-TOTAL.
           05 FILLER          PIC X(20) VALUE 'TOTAL A PAGAR.......'.
           05 WRK-TOT-ED      PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(28) VALUE SPACES.

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'COTACAO DE QUITACAO '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 TELA-CHAVE FOREGROUND-COLOR 2.
            05 LINE 04 COLUMN 10 VALUE 'TELEFONE.... '.
            05 COLUMN PLUS 2 PIC 9(11) USING CLIENTES-FONE
                BLANK WHEN ZEROS.
            05 LINE 04 COLUMN 45 VALUE 'DATA PGTO '.
            05 COLUMN PLUS 2 PIC 9(08) USING WRK-DATA-PGTO.
       01 TELA-COTACAO FOREGROUND-COLOR 2.
            05 LINE 05 COLUMN 10 VALUE 'CLIENTE..... '.
            05 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
            05 LINE 06 COLUMN 10 VALUE 'SALDO....... '.
            05 COLUMN PLUS 2 PIC -ZZZ.ZZZ,ZZ FROM WRK-SALDO-ED.
            05 LINE 06 COLUMN 45 VALUE 'ITENS '.
            05 COLUMN PLUS 2 PIC ZZ9 FROM WRK-QTITENS.
            05 LINE 08 COLUMN 10 PIC X(60) FROM WRK-CABEC-ITENS.
            05 LINE 09 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(1).
            05 LINE 10 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(2).
            05 LINE 11 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(3).
            05 LINE 12 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(4).
            05 LINE 13 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(5).
            05 LINE 14 COLUMN 10 PIC X(60) FROM WRK-TELA-LIN(6).
            05 LINE 15 COLUMN 10 PIC X(60) FROM WRK-LINHA-TOTAL.
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
            IF NOT FIM-TELA
                PERFORM 0500-LOGIN
            END-IF.
            PERFORM 2000-COTAR UNTIL FIM-TELA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       0500-LOGIN.
            DISPLAY 'USUARIO..................'.
            ACCEPT WRK-USUARIO.
            DISPLAY 'SENHA.....................'.
            ACCEPT WRK-SENHA WITH NO ECHO.
            PERFORM 0520-VALIDAR-SENHA.
      *    USUARIO COM PERFIL PRECISA DO VALATUAL NA LISTA
            MOVE 'VALATUAL    ' TO WRK-FUNCAO-PERF.
            CALL 'PERFCHK' USING WRK-USUARIO WRK-FUNCAO-PERF
                WRK-PERMITIDO.
            IF NOT FUNCAO-PERMITIDA
                DISPLAY 'VALATUAL: FUNCAO FORA DO SEU PERFIL'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 8 TO RETURN-CODE
            END-IF.

       0520-VALIDAR-SENHA.
      *    MESMA REGRA DO RECEBPGM - O NOME DIGITADO VAI PARA A
      *    COTACAO COMO QUEM A EMITIU
            MOVE 'N' TO WRK-SENHA-OK.
            OPEN INPUT CLIENTES-SEN.
            IF SEN-STATUS = 0
                PERFORM 0525-LER-SENHA
                    UNTIL SEN-STATUS NOT = 0 OR SENHA-VALIDA
                CLOSE CLIENTES-SEN
            END-IF.
            IF NOT SENHA-VALIDA
                DISPLAY 'USUARIO/SENHA NAO CONFEREM COM SENHAS.DAT'
            END-IF.

       0525-LER-SENHA.
            READ CLIENTES-SEN
              AT END
                CONTINUE
              NOT AT END
                IF SEN-USUARIO = WRK-USUARIO AND SEN-SENHA = WRK-SENHA
                    MOVE 'S' TO WRK-SENHA-OK
                END-IF
            END-READ.

       1000-INICIAR.
      *    COTACAO E CONSULTA - DATA FECHADA NAO IMPEDE, O
      *    LANCAMENTO SO ACONTECE NO RECEBPGM
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            PERFORM 1100-LER-CONFIG.
            PERFORM 1200-LER-COMPETENCIA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'VALATUAL: NAO ABRIU CLIENTES.DAT'
                MOVE 'S' TO WRK-FIMTELA
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-LER-CONFIG.
      *    JUROS.CFG E OPCIONAL - SEM O ARQUIVO (OU SEM A COLUNA
      *    DA MULTA) VALEM 2,00% DE JUROS AO MES E 2,00% DE MULTA
            OPEN INPUT JUROS-CFG.
            IF CFG-STATUS = 0
                READ JUROS-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CFG-TAXA IS NUMERIC AND CFG-TAXA > 0
                        MOVE CFG-TAXA TO WRK-TAXA
                    END-IF
                    IF CFG-MULTA IS NUMERIC AND CFG-MULTA > 0
                        MOVE CFG-MULTA TO WRK-MULTA
                    END-IF
                END-READ
                CLOSE JUROS-CFG
            END-IF.

       1200-LER-COMPETENCIA.
      *    A ULTIMA COMPETENCIA JA COBRADA PELO JUROSMES - OS
      *    JUROS DELA JA VIRARAM TITULO, A COTACAO SO CONTA
      *    DO DIA 30 DAQUELE MES EM DIANTE
            MOVE ZEROS TO WRK-DATA-JUROSMES.
            OPEN INPUT JUROSMES-CTL.
            IF CTL-STATUS = 0
                READ JUROSMES-CTL
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CTL-COMPETENCIA IS NUMERIC
                     AND CTL-COMPETENCIA > 0
                        COMPUTE WRK-DATA-JUROSMES =
                            CTL-COMPETENCIA * 100 + 30
                    END-IF
                END-READ
                CLOSE JUROSMES-CTL
            END-IF.

       2000-COTAR.
            MOVE 'MODULO - COTACAO' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE ZEROS TO CLIENTES-FONE.
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-PGTO.
            DISPLAY TELA-CHAVE.
            ACCEPT TELA-CHAVE.
            IF CLIENTES-FONE = ZEROS
                MOVE 'S' TO WRK-FIMTELA
                EXIT PARAGRAPH
            END-IF.
            IF WRK-DATA-PGTO IS NOT NUMERIC
             OR WRK-MESPGT < 1 OR WRK-MESPGT > 12
             OR WRK-DIAPGT < 1 OR WRK-DIAPGT > 31
                MOVE 'DATA DE PAGAMENTO INVALIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF WRK-DATA-PGTO < WRK-DATA-SISTEMA
                MOVE 'DATA DE PAGAMENTO JA PASSOU' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            READ CLIENTES KEY IS CLIENTES-FONE
              INVALID KEY
                MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                PERFORM 2100-MONTAR-COTACAO
            END-READ.

       2100-MONTAR-COTACAO.
            MOVE 0 TO WRK-QTITENS.
            MOVE 'N' TO WRK-TAB-CHEIA.
            MOVE ZEROS TO WRK-TOT-PRINCIPAL WRK-TOT-MULTA
                          WRK-TOT-JUROS.
            MOVE ZEROS TO WRK-DEVIDO.
            IF CLIENTES-SALDO < 0
                COMPUTE WRK-DEVIDO = 0 - CLIENTES-SALDO
            END-IF.
            PERFORM 2200-CARREGAR-PARCELAS.
            IF WRK-QTITENS = 0
                PERFORM 2300-CARREGAR-TITULOS
            END-IF.
            IF TABELA-ESTOURADA
                MOVE 'ITENS DEMAIS PARA A COTACAO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
      *    DIVIDA QUE NAO ESTA EM TITULO NEM PARCELA ENTRA PELO
      *    PRINCIPAL, SEM ENCARGO - NAO HA VENCIMENTO PARA CONTAR
            IF WRK-DEVIDO > WRK-TOT-PRINCIPAL
             AND WRK-QTITENS < 300
                ADD 1 TO WRK-QTITENS
                MOVE 'SALDO' TO WRK-IT-DOC(WRK-QTITENS)
                MOVE ZEROS TO WRK-IT-PARC(WRK-QTITENS)
                MOVE SPACES TO WRK-IT-VENCTO(WRK-QTITENS)
                COMPUTE WRK-IT-PRINC(WRK-QTITENS) =
                    WRK-DEVIDO - WRK-TOT-PRINCIPAL
                MOVE ZEROS TO WRK-IT-MULTA(WRK-QTITENS)
                              WRK-IT-JUROS(WRK-QTITENS)
                ADD WRK-IT-PRINC(WRK-QTITENS) TO WRK-TOT-PRINCIPAL
            END-IF.
            IF WRK-QTITENS = 0
                MOVE 'CLIENTE SEM DEBITO EM ABERTO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-TOT-GERAL = WRK-TOT-PRINCIPAL
                + WRK-TOT-MULTA + WRK-TOT-JUROS.
            MOVE WRK-TOT-GERAL TO WRK-TOT-ED.
            MOVE CLIENTES-SALDO TO WRK-SALDO-ED.
            PERFORM 2400-MOSTRAR-PAGINA
                VARYING WRK-IX-ITEM FROM 1 BY 6
                UNTIL WRK-IX-ITEM > WRK-QTITENS.
            MOVE 'GRAVAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'COTACAO DESCARTADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                PERFORM 2600-GRAVAR-COTACAO
                PERFORM 2700-IMPRIMIR-COTACAO
                ADD 1 TO WRK-QTCOTACOES
                MOVE 'COTACAO NR 0000000 GRAVADA' TO WRK-MSGERRO
                MOVE WRK-NUMERO-NOVO TO WRK-MSGERRO(12:7)
                ACCEPT MOSTRA-ERRO
            END-IF.

       2200-CARREGAR-PARCELAS.
      *    CLIENTE COM PLANO ATIVO PAGA PELAS PARCELAS DO PLANO
            MOVE 'N' TO WRK-FIMPAR.
            OPEN INPUT PARCELAS.
            IF PARCELAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2250-LER-PARCELA.
            PERFORM UNTIL FIM-PARCELAS
                IF PAR-ABERTA AND PAR-FONE = CLIENTES-FONE
                    MOVE PAR-PLANO      TO WRK-DOC-ITEM
                    MOVE PAR-VENCIMENTO TO WRK-VENCTO-ITEM
                    COMPUTE WRK-ABERTO = PAR-VALOR - PAR-PAGO
                    MOVE 'S' TO WRK-COM-ENCARGO
                    IF WRK-ABERTO > 0
                        PERFORM 2500-INCLUIR-ITEM
                        IF NOT TABELA-ESTOURADA
                            MOVE PAR-SEQ TO WRK-IT-PARC(WRK-QTITENS)
                        END-IF
                    END-IF
                END-IF
                PERFORM 2250-LER-PARCELA
            END-PERFORM.
            CLOSE PARCELAS.

       2250-LER-PARCELA.
            READ PARCELAS
                AT END MOVE 'S' TO WRK-FIMPAR
            END-READ.

       2300-CARREGAR-TITULOS.
      *    SEM PLANO, OS TITULOS EM ABERTO - OS DA COBRADORA
      *    TAMBEM, O CLIENTE PODE QUITAR DIRETO NA CASA
            MOVE 'N' TO WRK-FIMTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2350-LER-TITULO.
            PERFORM UNTIL FIM-TITULOS
                IF TIT-ABERTO
                 AND (TIT-CODIGO = CLIENTES-CODIGO
                  OR (TIT-CODIGO = ZEROS
                      AND TIT-FONE = CLIENTES-FONE))
                    PERFORM 2360-ITEM-DO-TITULO
                END-IF
                PERFORM 2350-LER-TITULO
            END-PERFORM.
            CLOSE TITULOS.

       2350-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2360-ITEM-DO-TITULO.
            COMPUTE WRK-ABERTO = TIT-VALOR - TIT-PAGO.
            IF WRK-ABERTO NOT > 0
                EXIT PARAGRAPH
            END-IF.
            IF TIT-FATURA NOT = ZEROS
                MOVE TIT-FATURA TO WRK-DOC-ITEM
            ELSE
                MOVE TIT-PEDIDO TO WRK-DOC-ITEM
            END-IF.
      *    TITULO ANTIGO SEM VENCIMENTO VENCE NA EMISSAO + 30
            IF TIT-VENCIMENTO IS NUMERIC AND TIT-VENCIMENTO > 0
                MOVE TIT-VENCIMENTO TO WRK-VENCTO-ITEM
            ELSE
                CALL 'DATAPRAZ' USING TIT-EMISSAO WRK-PRAZO-PADRAO
                    WRK-VENCTO-ITEM
            END-IF.
            IF TIT-JUROS
                MOVE 'N' TO WRK-COM-ENCARGO
            ELSE
                MOVE 'S' TO WRK-COM-ENCARGO
            END-IF.
            PERFORM 2500-INCLUIR-ITEM.
            IF NOT TABELA-ESTOURADA
                MOVE TIT-PARCELA TO WRK-IT-PARC(WRK-QTITENS)
            END-IF.

       2400-MOSTRAR-PAGINA.
      *    SEIS ITENS POR VEZ, COMO A REVISAO DE NOTAS
            MOVE SPACES TO WRK-TAB-TELA.
            PERFORM VARYING WRK-IX-TELA FROM 1 BY 1
                    UNTIL WRK-IX-TELA > 6
                       OR WRK-IX-ITEM + WRK-IX-TELA - 1 > WRK-QTITENS
                COMPUTE WRK-IX-POS = WRK-IX-ITEM + WRK-IX-TELA - 1
                PERFORM 2450-FORMATAR-ITEM
                MOVE WRK-LINHA-FMT TO WRK-TELA-LIN(WRK-IX-TELA)
            END-PERFORM.
            DISPLAY TELA.
            DISPLAY TELA-CHAVE.
            DISPLAY TELA-COTACAO.
            IF WRK-IX-ITEM + 6 NOT > WRK-QTITENS
                MOVE 'MAIS ITENS - ENTER CONTINUA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            END-IF.

       2450-FORMATAR-ITEM.
            MOVE WRK-IT-DOC(WRK-IX-POS)    TO WRK-FMT-DOC.
            MOVE WRK-IT-PARC(WRK-IX-POS)   TO WRK-FMT-PARC.
            MOVE WRK-IT-VENCTO(WRK-IX-POS) TO WRK-FMT-VENCTO.
            MOVE WRK-IT-PRINC(WRK-IX-POS)  TO WRK-FMT-PRINC.
            MOVE WRK-IT-MULTA(WRK-IX-POS)  TO WRK-FMT-MULTA.
            MOVE WRK-IT-JUROS(WRK-IX-POS)  TO WRK-FMT-JUROS.

       2500-INCLUIR-ITEM.
      *    MULTA UMA VEZ SE VENCIDO, JUROS PRO RATA DIA ATE O
      *    PAGAMENTO
            IF WRK-QTITENS NOT < 300
                MOVE 'S' TO WRK-TAB-CHEIA
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WRK-QTITENS.
            MOVE WRK-DOC-ITEM     TO WRK-IT-DOC(WRK-QTITENS).
            MOVE ZEROS            TO WRK-IT-PARC(WRK-QTITENS).
            MOVE WRK-VENCTO-ITEM  TO WRK-IT-VENCTO(WRK-QTITENS).
            MOVE WRK-ABERTO       TO WRK-IT-PRINC(WRK-QTITENS).
            MOVE ZEROS            TO WRK-IT-MULTA(WRK-QTITENS)
                                     WRK-IT-JUROS(WRK-QTITENS).
      *    VENCIDO EM FIM DE SEMANA OU FERIADO PAGA SEM ENCARGO
      *    ATE O DIA UTIL SEGUINTE (CALL DIAUTIL)
            CALL 'DIAUTIL' USING WRK-VENCTO-ITEM WRK-VENCTO-UTIL.
            IF ITEM-COM-ENCARGO AND WRK-DATA-PGTO > WRK-VENCTO-UTIL
                COMPUTE WRK-IT-MULTA(WRK-QTITENS) ROUNDED =
                    WRK-ABERTO * WRK-MULTA / 100
                MOVE WRK-VENCTO-ITEM TO WRK-DATA-INICIO
                IF WRK-DATA-JUROSMES > WRK-DATA-INICIO
                    MOVE WRK-DATA-JUROSMES TO WRK-DATA-INICIO
                END-IF
                PERFORM 2550-CONTAR-DIAS
                IF WRK-DIAS-JUROS > 0
                    COMPUTE WRK-IT-JUROS(WRK-QTITENS) ROUNDED =
                        WRK-ABERTO * WRK-TAXA * WRK-DIAS-JUROS / 3000
                END-IF
            END-IF.
            ADD WRK-IT-PRINC(WRK-QTITENS) TO WRK-TOT-PRINCIPAL.
            ADD WRK-IT-MULTA(WRK-QTITENS) TO WRK-TOT-MULTA.
            ADD WRK-IT-JUROS(WRK-QTITENS) TO WRK-TOT-JUROS.

       2550-CONTAR-DIAS.
      *    BASE COMERCIAL 30/360, COMO O AGING E O JUROSMES
            IF WRK-DIAINI > 30
                MOVE 30 TO WRK-DIAINI
            END-IF.
            COMPUTE WRK-DIAS-JUROS =
                ((WRK-ANOPGT - WRK-ANOINI) * 360)
              + ((WRK-MESPGT - WRK-MESINI) * 30)
              + (WRK-DIAPGT - WRK-DIAINI).
            IF WRK-DIAPGT > 30
                SUBTRACT 1 FROM WRK-DIAS-JUROS
            END-IF.

       2600-GRAVAR-COTACAO.
            PERFORM 2650-PROXIMO-NUMERO.
            MOVE WRK-NUMERO-NOVO   TO COT-NUMERO.
            MOVE WRK-DATA-SISTEMA  TO COT-DATA.
            MOVE WRK-DATA-PGTO     TO COT-VALIDADE.
            MOVE CLIENTES-CODIGO   TO COT-CODIGO.
            MOVE CLIENTES-FONE     TO COT-FONE.
            MOVE CLIENTES-SALDO    TO COT-SALDO.
            MOVE WRK-TOT-PRINCIPAL TO COT-PRINCIPAL.
            MOVE WRK-TOT-MULTA     TO COT-MULTA.
            MOVE WRK-TOT-JUROS     TO COT-JUROS.
            MOVE WRK-TOT-GERAL     TO COT-TOTAL.
            SET COT-ABERTA         TO TRUE.
            MOVE WRK-USUARIO       TO COT-USUARIO.
            MOVE ZEROS             TO COT-DATA-USO.
            OPEN EXTEND COTACAO.
            IF COTACAO-STATUS = 35
                OPEN OUTPUT COTACAO
            END-IF.
            WRITE COTACAO-REG.
            CLOSE COTACAO.

       2650-PROXIMO-NUMERO.
            MOVE 0 TO WRK-NUMERO-NOVO.
            OPEN INPUT COTNUM-CTL.
            IF COTNUM-STATUS = 0
                READ COTNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTCOTACAO TO WRK-NUMERO-NOVO
                END-READ
                CLOSE COTNUM-CTL
            END-IF.
            ADD 1 TO WRK-NUMERO-NOVO.
            MOVE WRK-NUMERO-NOVO TO CTL-ULTCOTACAO.
            OPEN OUTPUT COTNUM-CTL.
            WRITE COTNUM-LINHA.
            CLOSE COTNUM-CTL.

       2700-IMPRIMIR-COTACAO.
      *    A VIA DO CLIENTE - UMA COTACAO ATRAS DA OUTRA NO
      *    MESMO ARQUIVO DE IMPRESSAO
            OPEN EXTEND COTACAO-RPT.
            IF RPT-STATUS = 35
                OPEN OUTPUT COTACAO-RPT
            END-IF.
            MOVE ALL '=' TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            STRING 'COTACAO DE QUITACAO NR ' WRK-NUMERO-NOVO
                   '   EMITIDA EM ' WRK-DATA-SISTEMA
                   ' POR ' WRK-USUARIO
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            STRING 'CLIENTE ' CLIENTES-CODIGO ' ' CLIENTES-NOME
                   ' FONE ' CLIENTES-FONE
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            STRING 'VALIDA ATE ' WRK-DATA-PGTO
                   ' - PAGAMENTO ATE ESTA DATA PELO TOTAL ABAIXO'
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-CABEC-ITENS TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-POS FROM 1 BY 1
                    UNTIL WRK-IX-POS > WRK-QTITENS
                PERFORM 2450-FORMATAR-ITEM
                MOVE WRK-LINHA-FMT TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-TOT-PRINCIPAL TO WRK-TOTAL-ED.
            MOVE SPACES TO RPT-LINHA.
            STRING 'PRINCIPAL...........' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-TOT-MULTA TO WRK-TOTAL-ED.
            MOVE SPACES TO RPT-LINHA.
            STRING 'MULTA...............' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-TOT-JUROS TO WRK-TOTAL-ED.
            MOVE SPACES TO RPT-LINHA.
            STRING 'JUROS...............' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-LINHA-TOTAL TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-MULTA TO WRK-MULTA-ED.
            MOVE WRK-TAXA  TO WRK-TAXA-ED.
            MOVE SPACES TO RPT-LINHA.
            STRING 'MULTA DE ' WRK-MULTA-ED '% SOBRE O VENCIDO E '
                   'JUROS DE ' WRK-TAXA-ED '% AO MES PRO RATA DIA'
                   DELIMITED BY SIZE INTO RPT-LINHA.
            WRITE RPT-LINHA.
            CLOSE COTACAO-RPT.

       3000-FINALIZAR.
            IF RETURN-CODE NOT = 16
                CLOSE CLIENTES
            END-IF.
            DISPLAY '===== VALATUAL - COTACOES DE QUITACAO ====='.
            DISPLAY 'COTACOES GRAVADAS....: ' WRK-QTCOTACOES.
