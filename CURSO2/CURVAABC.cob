       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CURVAABC.
      *******************************************
      * AULA:      CLASSIFICACAO ABC (PARETO) DE PRODUTOS E CLIENTES
      * OBJETIVO:  TRIMESTRAL (AGENDA.CFG: CURVAABC COM FREQUENCIA
      *            T) - SOMA OS ULTIMOS 12 MESES ATE A DATA DE
      *            PROCESSAMENTO (CALL DATASIS):
      *            . PRODUTO: VALOR EMBARCADO - ITENS DE PEDIDOS.DAT
      *              CUJO PEDIDO TEM EMBARQUE NORMAL NA JANELA
      *            . CLIENTE: VALOR FATURADO - EMB-VALOR DOS
      *              EMBARQUES NORMAIS DA JANELA
      *            ORDENA DO MAIOR PARA O MENOR E CLASSIFICA PELO
      *            PERCENTUAL ACUMULADO: A ATE O CORTE A, B ATE O
      *            CORTE B, C O RESTO (E QUEM NAO VENDEU/COMPROU)
      *            A CLASSE VAI PARA PROD-CLASSE-ABC E
      *            CLIENTES-CLASSE-ABC - INVENTARIO, REVISAO DE
      *            CREDITO E SEGMENTACAO LEEM DE LA; A REGRAVACAO DO
      *            CLIENTE PASSA PELO CLIEJRNL COM O IDENTIFICADOR
      *            DA EXECUCAO (REVERSIVEL PELO CLIEMASS MODO D)
      *            CURVAABC.RPT: RANKING E PARTICIPACAO NA RECEITA
      *            DE CADA CLASSE
      *            CORTES: VARIAVEIS ABC_CORTE_A E ABC_CORTE_B
      *            (PERCENTUAL INTEIRO) - SEM ELAS, 80 E 95
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
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
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT CURVAABC-RPT ASSIGN TO 'CURVAABC.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY PRODUTOS.

       FD CLIENTES.
           COPY CLIENTES.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD CURVAABC-RPT.
       01 RPT-LINHA PIC X(90).

       WORKING-STORAGE SECTION.
       77 PRODUTOS-STATUS  PIC 9(02).
       77 CLIENTES-STATUS  PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-HORA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-INF    PIC X(02) VALUE SPACES.
       77 WRK-CORTE-A      PIC 9(02) VALUE 80.
       77 WRK-CORTE-B      PIC 9(02) VALUE 95.
       77 WRK-QTEMB        PIC 9(04) VALUE 0.
       77 WRK-IX-EMB       PIC 9(04) VALUE 0.
       77 WRK-EMBARCOU     PIC X(01) VALUE 'N'.
           88 PEDIDO-EMBARCADO VALUE 'S'.
       77 WRK-QTPRD        PIC 9(04) VALUE 0.
       77 WRK-IX-PRD       PIC 9(04) VALUE 0.
       77 WRK-IX-PRD2      PIC 9(04) VALUE 0.
       77 WRK-QTCLI        PIC 9(04) VALUE 0.
       77 WRK-IX-CLI       PIC 9(04) VALUE 0.
       77 WRK-IX-CLI2      PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-TROCOU       PIC X(01) VALUE 'N'.
       77 WRK-TIPO         PIC 9(01) VALUE 0.
       77 WRK-CLS          PIC 9(01) VALUE 0.
       77 WRK-CLASSE       PIC X(01) VALUE SPACES.
       77 WRK-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACUMULADO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PCT-ANTES    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT          PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-ACUM     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTALTERADOS  PIC 9(05) VALUE 0.
       77 WRK-QTERROS      PIC 9(05) VALUE 0.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'CURVAABC'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'CURVAABC'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
      *    IDENTIFICADOR DA EXECUCAO NO JORNAL DO MESTRE
       01 WRK-EXECUCAO.
           05 WRK-EXEC-DATA PIC 9(08).
           05 WRK-EXEC-HORA PIC 9(06).
       01 WRK-DATA-PARTES.
           05 WRK-ANO-PARTE PIC 9(04).
           05 WRK-MD-PARTE  PIC 9(04).
       01 WRK-TAB-EMBARQUES.
      *    PEDIDOS EMBARCADOS (NORMAIS) NA JANELA DE 12 MESES
           05 WRK-EMB OCCURS 9999 TIMES.
               10 WRK-EMB-PEDIDO PIC 9(07).
       01 WRK-TAB-PRODUTOS.
      *    VALOR EMBARCADO POR PRODUTO - DESCRICAO VEM NA GRAVACAO
           05 WRK-PRD OCCURS 2000 TIMES.
               10 WRK-PRD-CODPROD PIC X(08).
               10 WRK-PRD-DESCR   PIC X(30).
               10 WRK-PRD-VALOR   PIC 9(11)V99.
               10 WRK-PRD-CLASSE  PIC X(01).
       01 WRK-PRD-TROCA    PIC X(52).
       01 WRK-TAB-CLIENTES.
      *    VALOR FATURADO POR CLIENTE - NOME VEM NA GRAVACAO
           05 WRK-CLI OCCURS 5000 TIMES.
               10 WRK-CLI-CODIGO  PIC 9(07).
               10 WRK-CLI-NOME    PIC X(30).
               10 WRK-CLI-VALOR   PIC 9(11)V99.
               10 WRK-CLI-CLASSE  PIC X(01).
       01 WRK-CLI-TROCA    PIC X(51).
       01 WRK-TAB-RESUMO.
      *    POR TIPO (1 PRODUTOS, 2 CLIENTES) E CLASSE (1 A, 2 B, 3 C)
           05 WRK-RES OCCURS 2 TIMES.
               10 WRK-RES-TOTAL    PIC 9(13)V99.
               10 WRK-RES-SEMVENDA PIC 9(05).
               10 WRK-RES-CLS OCCURS 3 TIMES.
                   15 WRK-RES-ITENS PIC 9(05).
                   15 WRK-RES-VALOR PIC 9(13)V99.
       01 WRK-LETRAS-DADOS PIC X(03) VALUE 'ABC'.
       01 WRK-LETRAS REDEFINES WRK-LETRAS-DADOS.
           05 WRK-LETRA OCCURS 3 TIMES PIC X(01).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(25) VALUE
              'CURVA ABC - 12 MESES ATE '.
           05 RPT-DATA PIC 9(08).
           05 FILLER   PIC X(12) VALUE '   CORTE A  '.
           05 RPT-CORTE-A PIC Z9.
           05 FILLER   PIC X(10) VALUE '%  CORTE B'.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 RPT-CORTE-B PIC Z9.
           05 FILLER   PIC X(01) VALUE '%'.
       01 RPT-TITULO-PRD.
           05 FILLER PIC X(50) VALUE
              'PRODUTOS POR VALOR EMBARCADO                      '.
       01 RPT-TITULO-CLI.
           05 FILLER PIC X(50) VALUE
              'CLIENTES POR VALOR FATURADO                       '.
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'CODIGO   NOME/DESCRICAO                           '.
           05 FILLER PIC X(30) VALUE
              '  VALOR      %   ACUM  CLASSE '.
       01 RPT-DETALHE.
           05 RPT-CODIGO     PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NOME       PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-PCT        PIC ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-PCT-ACUM   PIC ZZ9,99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 RPT-CLASSE     PIC X(01).
       01 RPT-CLASSE-LINHA.
           05 FILLER         PIC X(07) VALUE 'CLASSE '.
           05 RPT-CLS-LETRA  PIC X(01).
           05 FILLER         PIC X(09) VALUE '  ITENS  '.
           05 RPT-CLS-ITENS  PIC ZZZZ9.
           05 FILLER         PIC X(08) VALUE '  VALOR '.
           05 RPT-CLS-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(13) VALUE '  PARTICIP. '.
           05 RPT-CLS-PCT    PIC ZZ9,99.
           05 FILLER         PIC X(01) VALUE '%'.
       01 RPT-SEMVENDA-LINHA.
           05 FILLER         PIC X(33) VALUE
              'SEM MOVIMENTO NA JANELA (CLASSE C'.
           05 FILLER         PIC X(03) VALUE ')  '.
           05 RPT-SEMVENDA   PIC ZZZZ9.
       01 RPT-BRANCO         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM 2000-ACUMULAR-PRODUTOS
            END-IF.
            IF RETURN-CODE = 0
                PERFORM 3000-ORDENAR-TABELAS
                PERFORM 3500-CLASSIFICAR-PRODUTOS
                    VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
                MOVE ZEROS TO WRK-ACUMULADO
                PERFORM 3600-CLASSIFICAR-CLIENTES
                    VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                PERFORM 4000-GRAVAR-PRODUTOS
                PERFORM 5000-GRAVAR-CLIENTES
                PERFORM 6000-RELATORIO
            END-IF.
            DISPLAY '===== CURVAABC - CLASSIFICACAO ABC ====='.
            DISPLAY 'PRODUTOS COM VENDA...: ' WRK-QTPRD.
            DISPLAY 'CLIENTES COM COMPRA..: ' WRK-QTCLI.
            DISPLAY 'CLIENTES REGRAVADOS..: ' WRK-QTALTERADOS.
            DISPLAY 'ERROS DE GRAVACAO....: ' WRK-QTERROS.
            IF RETURN-CODE = 0 AND WRK-QTERROS > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTEMB WRK-QTPRD WRK-QTCLI
                      WRK-QTALTERADOS WRK-QTERROS.
            MOVE 'N' TO WRK-TAB-CHEIA.
            MOVE 80 TO WRK-CORTE-A.
            MOVE 95 TO WRK-CORTE-B.
            INITIALIZE WRK-TAB-RESUMO.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            ACCEPT WRK-HORA-SISTEMA FROM TIME.
            MOVE WRK-DATA-SISTEMA TO WRK-EXEC-DATA.
            MOVE WRK-HORA-SISTEMA(1:6) TO WRK-EXEC-HORA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            ACCEPT WRK-CORTE-INF FROM ENVIRONMENT 'ABC_CORTE_A'.
            IF WRK-CORTE-INF IS NUMERIC AND WRK-CORTE-INF NOT = SPACES
                MOVE WRK-CORTE-INF TO WRK-CORTE-A
            END-IF.
            MOVE SPACES TO WRK-CORTE-INF.
            ACCEPT WRK-CORTE-INF FROM ENVIRONMENT 'ABC_CORTE_B'.
            IF WRK-CORTE-INF IS NUMERIC AND WRK-CORTE-INF NOT = SPACES
                MOVE WRK-CORTE-INF TO WRK-CORTE-B
            END-IF.
            IF WRK-CORTE-A = 0 OR WRK-CORTE-B NOT > WRK-CORTE-A
                DISPLAY 'CURVAABC: CORTES INVALIDOS (A ' WRK-CORTE-A
                        ' B ' WRK-CORTE-B ') - VALEM 80 E 95'
                MOVE 80 TO WRK-CORTE-A
                MOVE 95 TO WRK-CORTE-B
            END-IF.
      *    JANELA: DEPOIS DO MESMO DIA DO ANO PASSADO ATE HOJE
            MOVE WRK-DATA-SISTEMA TO WRK-DATA-PARTES.
            SUBTRACT 1 FROM WRK-ANO-PARTE.
            MOVE WRK-DATA-PARTES TO WRK-DATA-INICIO.
            PERFORM 1100-CARREGAR-EMBARQUES.
            IF TABELA-ESTOURADA
                DISPLAY 'CURVAABC: MAIS DE 9999 EMBARQUES OU 5000 '
                        'CLIENTES NA JANELA - CLASSIFICACAO RECUSADA'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-CARREGAR-EMBARQUES.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'CURVAABC: SEM EMBARQUE.DAT - TODOS FICAM C'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 1150-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO OR TABELA-ESTOURADA
                IF EMB-NORMAL AND EMB-DATA IS NUMERIC
                 AND EMB-DATA > WRK-DATA-INICIO
                 AND EMB-DATA NOT > WRK-DATA-SISTEMA
                    IF WRK-QTEMB < 9999
                        ADD 1 TO WRK-QTEMB
                        MOVE EMB-PEDIDO TO WRK-EMB-PEDIDO(WRK-QTEMB)
                        PERFORM 1200-ACUMULAR-CLIENTE
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                END-IF
                PERFORM 1150-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.

       1150-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-ACUMULAR-CLIENTE.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR WRK-IX-ACHADO > 0
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = EMB-CODIGO
                    MOVE WRK-IX-CLI TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO = 0
                IF WRK-QTCLI < 5000
                    ADD 1 TO WRK-QTCLI
                    MOVE WRK-QTCLI TO WRK-IX-ACHADO
                    MOVE EMB-CODIGO TO WRK-CLI-CODIGO(WRK-IX-ACHADO)
                    MOVE SPACES TO WRK-CLI-NOME(WRK-IX-ACHADO)
                    MOVE ZEROS  TO WRK-CLI-VALOR(WRK-IX-ACHADO)
                    MOVE 'C'    TO WRK-CLI-CLASSE(WRK-IX-ACHADO)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD EMB-VALOR TO WRK-CLI-VALOR(WRK-IX-ACHADO).

       2000-ACUMULAR-PRODUTOS.
      *    SO O ITEM DE PEDIDO QUE EMBARCOU NA JANELA CONTA PARA O
      *    PRODUTO; O CABECALHO DIZ SE OS ITENS ATRAS DELE VALEM
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                DISPLAY 'CURVAABC: SEM PEDIDOS.DAT - PRODUTOS '
                        'FICAM C'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ WRK-EMBARCOU.
            PERFORM 2050-LER-PEDIDO.
            PERFORM UNTIL FIM-ARQUIVO
                IF PED-CABECALHO
                    PERFORM 2100-CASAR-COM-EMBARQUE
                END-IF
                IF PED-ITEM AND PEDIDO-EMBARCADO
                    PERFORM 2200-ACUMULAR-ITEM
                END-IF
                PERFORM 2050-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.

       2050-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2100-CASAR-COM-EMBARQUE.
            MOVE 'N' TO WRK-EMBARCOU.
            PERFORM VARYING WRK-IX-EMB FROM 1 BY 1
                    UNTIL WRK-IX-EMB > WRK-QTEMB
                    OR PEDIDO-EMBARCADO
                IF WRK-EMB-PEDIDO(WRK-IX-EMB) = PED-NUMERO
                    MOVE 'S' TO WRK-EMBARCOU
                END-IF
            END-PERFORM.

       2200-ACUMULAR-ITEM.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
                    OR WRK-IX-ACHADO > 0
                IF WRK-PRD-CODPROD(WRK-IX-PRD) = PED-CODPROD
                    MOVE WRK-IX-PRD TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO = 0
                IF WRK-QTPRD < 2000
                    ADD 1 TO WRK-QTPRD
                    MOVE WRK-QTPRD TO WRK-IX-ACHADO
                    MOVE PED-CODPROD TO WRK-PRD-CODPROD(WRK-IX-ACHADO)
                    MOVE SPACES TO WRK-PRD-DESCR(WRK-IX-ACHADO)
                    MOVE ZEROS  TO WRK-PRD-VALOR(WRK-IX-ACHADO)
                    MOVE 'C'    TO WRK-PRD-CLASSE(WRK-IX-ACHADO)
                ELSE
      *            CURVA SEM UM PRODUTO DESLOCA TODAS AS CLASSES -
      *            MELHOR NAO GRAVAR NADA
                    DISPLAY 'CURVAABC: MAIS DE 2000 PRODUTOS '
                            'VENDIDOS - CLASSIFICACAO RECUSADA'
                    MOVE 16 TO RETURN-CODE
                    MOVE 'S' TO WRK-FIMARQ
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            ADD PED-VALOR TO WRK-PRD-VALOR(WRK-IX-ACHADO).

       3000-ORDENAR-TABELAS.
      *    BOLHA SIMPLES, MAIOR VALOR PRIMEIRO, COMO O VENDANAL
            MOVE 'S' TO WRK-TROCOU.
            PERFORM UNTIL WRK-TROCOU = 'N'
                MOVE 'N' TO WRK-TROCOU
                PERFORM VARYING WRK-IX-PRD FROM 1 BY 1
                        UNTIL WRK-IX-PRD >= WRK-QTPRD
                    COMPUTE WRK-IX-PRD2 = WRK-IX-PRD + 1
                    IF WRK-PRD-VALOR(WRK-IX-PRD2) >
                            WRK-PRD-VALOR(WRK-IX-PRD)
                        MOVE WRK-PRD(WRK-IX-PRD) TO WRK-PRD-TROCA
                        MOVE WRK-PRD(WRK-IX-PRD2)
                            TO WRK-PRD(WRK-IX-PRD)
                        MOVE WRK-PRD-TROCA TO WRK-PRD(WRK-IX-PRD2)
                        MOVE 'S' TO WRK-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE 'S' TO WRK-TROCOU.
            PERFORM UNTIL WRK-TROCOU = 'N'
                MOVE 'N' TO WRK-TROCOU
                PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                        UNTIL WRK-IX-CLI >= WRK-QTCLI
                    COMPUTE WRK-IX-CLI2 = WRK-IX-CLI + 1
                    IF WRK-CLI-VALOR(WRK-IX-CLI2) >
                            WRK-CLI-VALOR(WRK-IX-CLI)
                        MOVE WRK-CLI(WRK-IX-CLI) TO WRK-CLI-TROCA
                        MOVE WRK-CLI(WRK-IX-CLI2)
                            TO WRK-CLI(WRK-IX-CLI)
                        MOVE WRK-CLI-TROCA TO WRK-CLI(WRK-IX-CLI2)
                        MOVE 'S' TO WRK-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE ZEROS TO WRK-RES-TOTAL(1) WRK-RES-TOTAL(2).
            PERFORM VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
                ADD WRK-PRD-VALOR(WRK-IX-PRD) TO WRK-RES-TOTAL(1)
            END-PERFORM.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                ADD WRK-CLI-VALOR(WRK-IX-CLI) TO WRK-RES-TOTAL(2)
            END-PERFORM.
            MOVE ZEROS TO WRK-ACUMULADO.

       3500-CLASSIFICAR-PRODUTOS.
            MOVE 1 TO WRK-TIPO.
            MOVE WRK-PRD-VALOR(WRK-IX-PRD) TO WRK-VALOR.
            PERFORM 3700-DEFINIR-CLASSE.
            MOVE WRK-CLASSE TO WRK-PRD-CLASSE(WRK-IX-PRD).

       3600-CLASSIFICAR-CLIENTES.
            MOVE 2 TO WRK-TIPO.
            MOVE WRK-CLI-VALOR(WRK-IX-CLI) TO WRK-VALOR.
            PERFORM 3700-DEFINIR-CLASSE.
            MOVE WRK-CLASSE TO WRK-CLI-CLASSE(WRK-IX-CLI).

       3700-DEFINIR-CLASSE.
      *    O ITEM ENTRA NA CLASSE ONDE A CURVA ESTAVA ANTES DELE - O
      *    PRIMEIRO E SEMPRE A, MESMO SOZINHO PASSANDO DO CORTE
            IF WRK-VALOR = ZEROS OR WRK-RES-TOTAL(WRK-TIPO) = ZEROS
                MOVE 3 TO WRK-CLS
            ELSE
                COMPUTE WRK-PCT-ANTES =
                    (WRK-ACUMULADO * 100) / WRK-RES-TOTAL(WRK-TIPO)
                EVALUATE TRUE
                    WHEN WRK-PCT-ANTES < WRK-CORTE-A
                        MOVE 1 TO WRK-CLS
                    WHEN WRK-PCT-ANTES < WRK-CORTE-B
                        MOVE 2 TO WRK-CLS
                    WHEN OTHER
                        MOVE 3 TO WRK-CLS
                END-EVALUATE
            END-IF.
            ADD WRK-VALOR TO WRK-ACUMULADO.
            MOVE WRK-LETRA(WRK-CLS) TO WRK-CLASSE.
            ADD 1 TO WRK-RES-ITENS(WRK-TIPO, WRK-CLS).
            ADD WRK-VALOR TO WRK-RES-VALOR(WRK-TIPO, WRK-CLS).

       4000-GRAVAR-PRODUTOS.
      *    TODO PRODUTO DO CADASTRO RECEBE CLASSE - QUEM NAO
      *    EMBARCOU NA JANELA E C
            OPEN I-O PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                DISPLAY 'CURVAABC: NAO ABRIU PRODUTOS.DAT - STATUS '
                        PRODUTOS-STATUS
                ADD 1 TO WRK-QTERROS
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO PROD-CHAVE.
            START PRODUTOS KEY IS NOT LESS THAN PROD-CHAVE
                INVALID KEY
                    CONTINUE
            END-START.
            IF PRODUTOS-STATUS = 0
                READ PRODUTOS NEXT
                PERFORM UNTIL PRODUTOS-STATUS NOT = 0
                    PERFORM 4100-CLASSE-DO-PRODUTO
                    READ PRODUTOS NEXT
                END-PERFORM
            END-IF.
            CLOSE PRODUTOS.

       4100-CLASSE-DO-PRODUTO.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-PRD FROM 1 BY 1
                    UNTIL WRK-IX-PRD > WRK-QTPRD
                    OR WRK-IX-ACHADO > 0
                IF WRK-PRD-CODPROD(WRK-IX-PRD) = PROD-CODIGO
                    MOVE WRK-IX-PRD TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                MOVE PROD-DESCRICAO TO WRK-PRD-DESCR(WRK-IX-ACHADO)
                MOVE WRK-PRD-CLASSE(WRK-IX-ACHADO) TO WRK-CLASSE
            ELSE
                ADD 1 TO WRK-RES-SEMVENDA(1)
                MOVE 'C' TO WRK-CLASSE
            END-IF.
            IF PROD-CLASSE-ABC NOT = WRK-CLASSE
                MOVE WRK-CLASSE TO PROD-CLASSE-ABC
                REWRITE PRODUTO-REG
                  INVALID KEY
                    ADD 1 TO WRK-QTERROS
                    DISPLAY 'CURVAABC: ERRO AO REGRAVAR PRODUTO '
                            PROD-CODIGO ' STATUS ' PRODUTOS-STATUS
                END-REWRITE
            END-IF.

       5000-GRAVAR-CLIENTES.
      *    MESMA REGRA PARA O CLIENTE; SO REGRAVA (E SO VAI PARA O
      *    JORNAL) QUEM MUDOU DE CLASSE
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'CURVAABC: NAO ABRIU CLIENTES.DAT - STATUS '
                        CLIENTES-STATUS
                ADD 1 TO WRK-QTERROS
                EXIT PARAGRAPH
            END-IF.
      *    OPERACAO E: AS REGRAVACOES A SEGUIR SAEM NO JORNAL COM
      *    O IDENTIFICADOR DESTA EXECUCAO
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            MOVE WRK-EXECUCAO TO WRK-REG-ANTES(1:14).
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.
            MOVE 'N' TO WRK-FIMARQ.
            MOVE LOW-VALUES TO CLIENTES-CHAVE.
            START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
                INVALID KEY MOVE 'S' TO WRK-FIMARQ
            END-START.
            IF NOT FIM-ARQUIVO
                PERFORM 5050-LER-CLIENTE
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                PERFORM 5100-CLASSE-DO-CLIENTE
                PERFORM 5050-LER-CLIENTE
            END-PERFORM.
            MOVE 'E' TO WRK-JNL-OPER.
            MOVE SPACES TO WRK-REG-ANTES.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.
            CLOSE CLIENTES.

       5050-LER-CLIENTE.
            READ CLIENTES NEXT
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5100-CLASSE-DO-CLIENTE.
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-CLI FROM 1 BY 1
                    UNTIL WRK-IX-CLI > WRK-QTCLI
                    OR WRK-IX-ACHADO > 0
                IF WRK-CLI-CODIGO(WRK-IX-CLI) = CLIENTES-CODIGO
                    MOVE WRK-IX-CLI TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                MOVE CLIENTES-NOME TO WRK-CLI-NOME(WRK-IX-ACHADO)
                MOVE WRK-CLI-CLASSE(WRK-IX-ACHADO) TO WRK-CLASSE
            ELSE
                ADD 1 TO WRK-RES-SEMVENDA(2)
                MOVE 'C' TO WRK-CLASSE
            END-IF.
            IF CLIENTES-CLASSE-ABC = WRK-CLASSE
                EXIT PARAGRAPH
            END-IF.
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            MOVE WRK-CLASSE TO CLIENTES-CLASSE-ABC.
            REWRITE CLIENTES-REG
              INVALID KEY
                ADD 1 TO WRK-QTERROS
                DISPLAY 'CURVAABC: ERRO AO REGRAVAR CLIENTE '
                        CLIENTES-CODIGO ' STATUS ' CLIENTES-STATUS
              NOT INVALID KEY
                ADD 1 TO WRK-QTALTERADOS
                MOVE 'R' TO WRK-JNL-OPER
                CALL 'CLIEJRNL' USING WRK-JNL-OPER
                    WRK-JNL-PROGRAMA WRK-JNL-USUARIO
                    WRK-REG-ANTES CLIENTES-REG
            END-REWRITE.

       6000-RELATORIO.
            OPEN OUTPUT CURVAABC-RPT.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE WRK-CORTE-A TO RPT-CORTE-A.
            MOVE WRK-CORTE-B TO RPT-CORTE-B.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-TITULO-PRD TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 1 TO WRK-TIPO.
            MOVE ZEROS TO WRK-ACUMULADO.
            PERFORM 6100-LINHA-PRODUTO
                VARYING WRK-IX-PRD FROM 1 BY 1
                UNTIL WRK-IX-PRD > WRK-QTPRD.
            PERFORM 6500-RESUMO-CLASSES.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-TITULO-CLI TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE RPT-COLUNAS TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 2 TO WRK-TIPO.
            MOVE ZEROS TO WRK-ACUMULADO.
            PERFORM 6200-LINHA-CLIENTE
                VARYING WRK-IX-CLI FROM 1 BY 1
                UNTIL WRK-IX-CLI > WRK-QTCLI.
            PERFORM 6500-RESUMO-CLASSES.
            CLOSE CURVAABC-RPT.

       6100-LINHA-PRODUTO.
            MOVE WRK-PRD-CODPROD(WRK-IX-PRD) TO RPT-CODIGO.
            MOVE WRK-PRD-DESCR(WRK-IX-PRD)   TO RPT-NOME.
            MOVE WRK-PRD-VALOR(WRK-IX-PRD)   TO WRK-VALOR.
            MOVE WRK-PRD-CLASSE(WRK-IX-PRD)  TO RPT-CLASSE.
            PERFORM 6300-IMPRIMIR-DETALHE.

       6200-LINHA-CLIENTE.
            MOVE WRK-CLI-CODIGO(WRK-IX-CLI)  TO RPT-CODIGO.
            MOVE WRK-CLI-NOME(WRK-IX-CLI)    TO RPT-NOME.
            MOVE WRK-CLI-VALOR(WRK-IX-CLI)   TO WRK-VALOR.
            MOVE WRK-CLI-CLASSE(WRK-IX-CLI)  TO RPT-CLASSE.
            PERFORM 6300-IMPRIMIR-DETALHE.

       6300-IMPRIMIR-DETALHE.
            ADD WRK-VALOR TO WRK-ACUMULADO.
            MOVE ZEROS TO WRK-PCT WRK-PCT-ACUM.
            IF WRK-RES-TOTAL(WRK-TIPO) > ZEROS
                COMPUTE WRK-PCT ROUNDED =
                    (WRK-VALOR * 100) / WRK-RES-TOTAL(WRK-TIPO)
                COMPUTE WRK-PCT-ACUM ROUNDED =
                    (WRK-ACUMULADO * 100) / WRK-RES-TOTAL(WRK-TIPO)
            END-IF.
            MOVE WRK-VALOR     TO RPT-VALOR.
            MOVE WRK-PCT       TO RPT-PCT.
            MOVE WRK-PCT-ACUM  TO RPT-PCT-ACUM.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       6500-RESUMO-CLASSES.
      *    PARTICIPACAO DE CADA CLASSE NA RECEITA DA JANELA
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-CLS FROM 1 BY 1 UNTIL WRK-CLS > 3
                MOVE WRK-LETRA(WRK-CLS) TO RPT-CLS-LETRA
                MOVE WRK-RES-ITENS(WRK-TIPO, WRK-CLS) TO RPT-CLS-ITENS
                MOVE WRK-RES-VALOR(WRK-TIPO, WRK-CLS) TO RPT-CLS-VALOR
                MOVE ZEROS TO WRK-PCT
                IF WRK-RES-TOTAL(WRK-TIPO) > ZEROS
                    COMPUTE WRK-PCT ROUNDED =
                        (WRK-RES-VALOR(WRK-TIPO, WRK-CLS) * 100)
                        / WRK-RES-TOTAL(WRK-TIPO)
                END-IF
                MOVE WRK-PCT TO RPT-CLS-PCT
                MOVE RPT-CLASSE-LINHA TO RPT-LINHA
                WRITE RPT-LINHA
            END-PERFORM.
            MOVE WRK-RES-SEMVENDA(WRK-TIPO) TO RPT-SEMVENDA.
            MOVE RPT-SEMVENDA-LINHA TO RPT-LINHA.
            WRITE RPT-LINHA.
