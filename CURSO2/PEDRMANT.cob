       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDRMANT.
      *******************************************
      * AULA:      MANUTENCAO DOS PEDIDOS PROGRAMADOS
      * OBJETIVO:  CADASTRAR EM TELA A PROGRAMACAO DE PEDIDO
      *            REPETIDO DO CLIENTE (PEDRECOR.DAT) E PAUSAR,
      *            REATIVAR OU CANCELAR UMA PROGRAMACAO
      *            A INCLUSAO PARTE DE UM PEDIDO JA CAPTURADO NO
      *            BALCAO (PEDIDO MODELO EM PEDIDOS.DAT): CLIENTE,
      *            ENTREGA, CONDICAO, DEPOSITO E ITENS SAO COPIADOS
      *            DELE - O OPERADOR SO DIGITA A FREQUENCIA (S/M),
      *            A PRIMEIRA DATA E A DATA FIM (OPCIONAL)
      *            A SEQUENCIA DA PROGRAMACAO E A PROXIMA LIVRE DO
      *            CLIENTE; QUEM GERA OS PEDIDOS E O PEDRECGE
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDRECOR ASSIGN TO 'PEDRECOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PEDREC-STATUS
             RECORD KEY IS RCR-CHAVE.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDRECOR.
           COPY PEDRECOR.

       FD PEDIDOS.
           COPY PEDIDOS.

       WORKING-STORAGE SECTION.
       77 PEDREC-STATUS   PIC 9(02).
       77 PEDIDOS-STATUS  PIC 9(02).
       77 WRK-OPCAO       PIC X(1).
       77 WRK-MODULO      PIC X(25).
       77 WRK-TECLA       PIC X(1).
           88 TECLA-CANCELAR VALUE 'X' 'x'.
       77 WRK-MSGERRO     PIC X(30).
       77 WRK-FIMPED      PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS VALUE 'S'.
       77 WRK-MODELO-OK   PIC X(01) VALUE 'N'.
           88 MODELO-ACHADO VALUE 'S'.
       77 WRK-NO-MODELO   PIC X(01) VALUE 'N'.
           88 LENDO-MODELO VALUE 'S'.
       77 WRK-PROG-OK     PIC X(01) VALUE 'S'.
           88 PROGRAMACAO-OK VALUE 'S'.
       77 WRK-PED-MODELO  PIC 9(07) VALUE ZEROS.
       77 WRK-CODIGO      PIC 9(07) VALUE ZEROS.
       77 WRK-PROX-SEQ    PIC 9(03) VALUE ZEROS.
       77 WRK-FIMSEQ      PIC X(01) VALUE 'N'.
           88 FIM-SEQUENCIA VALUE 'S'.
       77 WRK-DIASEM      PIC 9(01) VALUE 0.
       77 WRK-DATA-ANTES  PIC 9(08) VALUE ZEROS.
       77 WRK-DESC-SITU   PIC X(10) VALUE SPACES.
       01 WRK-REG-GUARDADO PIC X(294).
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-DATA-VALIDA.
           05 WRK-ANOVAL PIC 9(04).
           05 WRK-MESVAL PIC 9(02).
           05 WRK-DIAVAL PIC 9(02).

       SCREEN SECTION.
       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 25 PIC X(20)
                   BACKGROUND-COLOR 3  FOREGROUND-COLOR 0
                              FROM 'PEDIDOS PROGRAMADOS '.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
       01 MENU-PROGRAMACAO.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
            05 LINE 09 COLUMN 15 VALUE '3 - PAUSAR'.
            05 LINE 10 COLUMN 15 VALUE '4 - REATIVAR'.
            05 LINE 11 COLUMN 15 VALUE '5 - CANCELAR'.
            05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
            05 LINE 14 COLUMN 15 VALUE 'OPCAO......: '.
            05 LINE 14 COLUMN 28 USING WRK-OPCAO.
       01 TELA-PROGRAMACAO FOREGROUND-COLOR 2.
            05 CHAVE-PROG.
               10 LINE 06 COLUMN 10 VALUE 'CLIENTE.... '.
               10 COLUMN PLUS 2 PIC 9(07) USING RCR-CODIGO.
               10 COLUMN PLUS 2 VALUE 'SEQ '.
               10 COLUMN PLUS 1 PIC 9(02) USING RCR-SEQ.
            05 SS-INCLUSAO.
               10 LINE 07 COLUMN 10 VALUE 'PED MODELO. '.
               10 COLUMN PLUS 2 PIC 9(07) USING WRK-PED-MODELO.
               10 LINE 08 COLUMN 10 VALUE 'FREQUENCIA. '.
               10 COLUMN PLUS 2 PIC X(01) USING RCR-FREQ.
               10 COLUMN PLUS 2 VALUE '(S SEMANAL / M MENSAL)'.
               10 LINE 09 COLUMN 10 VALUE 'PROXIMA.... '.
               10 COLUMN PLUS 2 PIC 9(08) USING RCR-PROXIMA.
               10 LINE 10 COLUMN 10 VALUE 'DATA FIM... '.
               10 COLUMN PLUS 2 PIC 9(08) USING RCR-FIM
                   BLANK WHEN ZEROS.
            05 SS-DADOS-PROG.
               10 LINE 11 COLUMN 10 VALUE 'TELEFONE... '.
               10 COLUMN PLUS 2 PIC 9(11) FROM RCR-FONE.
               10 COLUMN PLUS 2 VALUE 'UF '.
               10 COLUMN PLUS 1 PIC X(02) FROM RCR-UF.
               10 LINE 12 COLUMN 10 VALUE 'ITENS...... '.
               10 COLUMN PLUS 2 PIC Z9 FROM RCR-QTITENS.
               10 COLUMN PLUS 2 VALUE 'DEPOSITO '.
               10 COLUMN PLUS 1 PIC X(02) FROM RCR-DEPOSITO.
               10 LINE 13 COLUMN 10 VALUE 'SITUACAO... '.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-DESC-SITU.
               10 LINE 14 COLUMN 10 VALUE 'ULT PEDIDO. '.
               10 COLUMN PLUS 2 PIC 9(07) FROM RCR-ULT-PEDIDO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC 9(08) FROM RCR-ULT-DATA
                   BLANK WHEN ZEROS.
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
            PERFORM 1100-MONTATELA.
            PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O PEDRECOR.
            IF PEDREC-STATUS = 35
                OPEN OUTPUT PEDRECOR
                CLOSE PEDRECOR
                OPEN I-O PEDRECOR
            END-IF.
            IF PEDREC-STATUS NOT = 0
                DISPLAY 'PEDRMANT: NAO ABRIU PEDRECOR.DAT - STATUS '
                        PEDREC-STATUS
                MOVE 'X' TO WRK-OPCAO
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-PROGRAMACAO.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSGERRO.
            EVALUATE WRK-OPCAO
              WHEN 1
                PERFORM 5000-INCLUIR
              WHEN 2
                PERFORM 6000-CONSULTAR
              WHEN 3
                PERFORM 7000-PAUSAR
              WHEN 4
                PERFORM 7500-REATIVAR
              WHEN 5
                PERFORM 8000-CANCELAR
              WHEN OTHER
                IF WRK-OPCAO NOT EQUAL 'X'
                    MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF
            END-EVALUATE.
            PERFORM 1100-MONTATELA.

       3000-FINALIZAR.
            CLOSE PEDRECOR.

       5000-INCLUIR.
            MOVE 'MODULO - INCLUSAO ' TO WRK-MODULO.
            DISPLAY TELA.
            INITIALIZE PEDREC-REG.
            MOVE ZEROS TO WRK-PED-MODELO.
            MOVE 'M' TO RCR-FREQ.
            DISPLAY TELA-PROGRAMACAO.
            ACCEPT SS-INCLUSAO.
            PERFORM 5100-CARREGAR-MODELO.
            IF NOT MODELO-ACHADO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5200-VALIDAR-PROGRAMACAO.
            IF NOT PROGRAMACAO-OK
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5300-PROXIMA-SEQUENCIA.
            IF WRK-PROX-SEQ > 99
                MOVE 'CLIENTE COM 99 PROGRAMACOES' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-CODIGO   TO RCR-CODIGO.
            MOVE WRK-PROX-SEQ TO RCR-SEQ.
            SET RCR-ATIVA TO TRUE.
            PERFORM 6100-DESCREVER-SITUACAO.
            DISPLAY TELA-PROGRAMACAO.
            MOVE 'CONFIRMAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF TECLA-CANCELAR
                MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
                WRITE PEDREC-REG
                  INVALID KEY
                    MOVE 'PROGRAMACAO JA CADASTRADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                    MOVE 'PROGRAMACAO INCLUIDA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-WRITE
            END-IF.

       5100-CARREGAR-MODELO.
      *    O PEDIDO MODELO E LIDO INTEIRO DE PEDIDOS.DAT - O
      *    CABECALHO DA O CLIENTE E A ENTREGA, OS ITENS QUE VEM
      *    LOGO DEPOIS DELE VIRAM OS ITENS DA PROGRAMACAO
            MOVE 'N' TO WRK-MODELO-OK WRK-NO-MODELO WRK-FIMPED.
            MOVE 0 TO RCR-QTITENS.
            MOVE 'PEDIDO MODELO NAO ENCONTRADO' TO WRK-MSGERRO.
            IF WRK-PED-MODELO = ZEROS
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 5150-LER-PEDIDO.
            PERFORM UNTIL FIM-PEDIDOS
                IF PED-NUMERO = WRK-PED-MODELO
                    PERFORM 5160-COPIAR-MODELO
                ELSE
                    MOVE 'N' TO WRK-NO-MODELO
                END-IF
                PERFORM 5150-LER-PEDIDO
            END-PERFORM.
            CLOSE PEDIDOS.
            IF MODELO-ACHADO AND RCR-QTITENS = 0
                MOVE 'N' TO WRK-MODELO-OK
                MOVE 'PEDIDO MODELO SEM ITENS' TO WRK-MSGERRO
            END-IF.
            IF MODELO-ACHADO AND RCR-QTITENS > 20
                MOVE 'N' TO WRK-MODELO-OK
                MOVE 'MODELO COM MAIS DE 20 ITENS' TO WRK-MSGERRO
            END-IF.
            IF MODELO-ACHADO AND WRK-CODIGO = ZEROS
                MOVE 'N' TO WRK-MODELO-OK
                MOVE 'MODELO SEM CODIGO DE CLIENTE' TO WRK-MSGERRO
            END-IF.

       5150-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMPED
            END-READ.

       5160-COPIAR-MODELO.
            EVALUATE TRUE
              WHEN PED-CABECALHO
                MOVE 'S' TO WRK-MODELO-OK WRK-NO-MODELO
                MOVE 0 TO RCR-QTITENS
                MOVE PED-CODIGO   TO WRK-CODIGO
                MOVE PED-FONE     TO RCR-FONE
                MOVE PED-UF       TO RCR-UF
                MOVE PED-VENDEDOR TO RCR-VENDEDOR
                MOVE PED-ENDSEQ   TO RCR-ENDSEQ
                MOVE PED-CONDPAG  TO RCR-CONDPAG
                MOVE PED-DEPOSITO TO RCR-DEPOSITO
                MOVE WRK-PED-MODELO TO RCR-PED-MODELO
              WHEN PED-ITEM AND LENDO-MODELO
                ADD 1 TO RCR-QTITENS
                IF RCR-QTITENS NOT > 20
                    MOVE PED-CODPROD TO RCR-CODPROD(RCR-QTITENS)
                    MOVE PED-QTDE    TO RCR-QTDE(RCR-QTITENS)
                END-IF
            END-EVALUATE.

       5200-VALIDAR-PROGRAMACAO.
      *    PRIMEIRA DATA DE HOJE EM DIANTE; NO MENSAL O DIA VAI ATE
      *    28 PARA EXISTIR EM TODO MES; FIM ZERADO OU DEPOIS DA
      *    PRIMEIRA DATA
            MOVE 'S' TO WRK-PROG-OK.
            IF RCR-FREQ = 's' OR RCR-FREQ = 'm'
                INSPECT RCR-FREQ CONVERTING 'sm' TO 'SM'
            END-IF.
            IF NOT RCR-SEMANAL AND NOT RCR-MENSAL
                MOVE 'N' TO WRK-PROG-OK
                MOVE 'FREQUENCIA S OU M' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            CALL 'DIASEMAN' USING RCR-PROXIMA WRK-DIASEM.
            IF WRK-DIASEM = 0
                MOVE 'N' TO WRK-PROG-OK
                MOVE 'PRIMEIRA DATA INVALIDA' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            IF RCR-PROXIMA < WRK-DATA-SISTEMA
                MOVE 'N' TO WRK-PROG-OK
                MOVE 'PRIMEIRA DATA JA PASSOU' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE RCR-PROXIMA TO WRK-DATA-VALIDA.
            IF RCR-MENSAL AND WRK-DIAVAL > 28
                MOVE 'N' TO WRK-PROG-OK
                MOVE 'MENSAL - DIA DO MES ATE 28' TO WRK-MSGERRO
                EXIT PARAGRAPH
            END-IF.
            IF RCR-FIM NOT = ZEROS
                CALL 'DIASEMAN' USING RCR-FIM WRK-DIASEM
                IF WRK-DIASEM = 0 OR RCR-FIM < RCR-PROXIMA
                    MOVE 'N' TO WRK-PROG-OK
                    MOVE 'DATA FIM INVALIDA' TO WRK-MSGERRO
                END-IF
            END-IF.

       5300-PROXIMA-SEQUENCIA.
      *    MAIOR SEQUENCIA DO CLIENTE MAIS UM - A CHAVE E GUARDADA
      *    NA AREA DE TRABALHO PORQUE O READ NEXT PISA NO REGISTRO
            MOVE PEDREC-REG TO WRK-REG-GUARDADO.
            MOVE 1 TO WRK-PROX-SEQ.
            MOVE 'N' TO WRK-FIMSEQ.
            MOVE WRK-CODIGO TO RCR-CODIGO.
            MOVE ZEROS TO RCR-SEQ.
            START PEDRECOR KEY IS NOT LESS THAN RCR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMSEQ
            END-START.
            PERFORM UNTIL FIM-SEQUENCIA
                READ PEDRECOR NEXT
                    AT END MOVE 'S' TO WRK-FIMSEQ
                END-READ
                IF NOT FIM-SEQUENCIA
                    IF RCR-CODIGO NOT = WRK-CODIGO
                        MOVE 'S' TO WRK-FIMSEQ
                    ELSE
                        COMPUTE WRK-PROX-SEQ = RCR-SEQ + 1
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WRK-REG-GUARDADO TO PEDREC-REG.

       6000-CONSULTAR.
            MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
            PERFORM 6050-LER-PROGRAMACAO.
            IF PEDREC-STATUS = 0
                MOVE '--  ENCONTRADO  --' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.

       6050-LER-PROGRAMACAO.
            DISPLAY TELA.
            INITIALIZE PEDREC-REG.
            MOVE SPACES TO WRK-DESC-SITU.
            MOVE ZEROS TO WRK-PED-MODELO.
            DISPLAY TELA-PROGRAMACAO.
            ACCEPT CHAVE-PROG.
            READ PEDRECOR
              INVALID KEY
                MOVE 'PROGRAMACAO NAO ENCONTRADA' TO WRK-MSGERRO
              NOT INVALID KEY
                MOVE RCR-PED-MODELO TO WRK-PED-MODELO
                PERFORM 6100-DESCREVER-SITUACAO
                DISPLAY TELA-PROGRAMACAO
            END-READ.

       6100-DESCREVER-SITUACAO.
            EVALUATE TRUE
              WHEN RCR-ATIVA
                MOVE 'ATIVA'     TO WRK-DESC-SITU
              WHEN RCR-PAUSADA
                MOVE 'PAUSADA'   TO WRK-DESC-SITU
              WHEN RCR-CANCELADA
                MOVE 'CANCELADA' TO WRK-DESC-SITU
              WHEN RCR-ENCERRADA
                MOVE 'ENCERRADA' TO WRK-DESC-SITU
              WHEN OTHER
                MOVE SPACES      TO WRK-DESC-SITU
            END-EVALUATE.

       7000-PAUSAR.
            MOVE 'MODULO - PAUSAR ' TO WRK-MODULO.
            PERFORM 6050-LER-PROGRAMACAO.
            IF PEDREC-STATUS NOT = 0
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT RCR-ATIVA
                MOVE 'PROGRAMACAO NAO ESTA ATIVA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'PAUSAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                SET RCR-PAUSADA TO TRUE
                MOVE 'PROGRAMACAO PAUSADA' TO WRK-MSGERRO
                PERFORM 9000-REGRAVAR
            END-IF.

       7500-REATIVAR.
      *    OS CICLOS QUE VENCERAM DURANTE A PAUSA NAO VIRAM
      *    PEDIDO - A PROXIMA DATA PULA PARA HOJE OU DEPOIS
            MOVE 'MODULO - REATIVAR ' TO WRK-MODULO.
            PERFORM 6050-LER-PROGRAMACAO.
            IF PEDREC-STATUS NOT = 0
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT RCR-PAUSADA
                MOVE 'PROGRAMACAO NAO ESTA PAUSADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'REATIVAR (S) OU CANCELAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA NOT = 'S' AND WRK-TECLA NOT = 's'
                EXIT PARAGRAPH
            END-IF.
            ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
            MOVE ZEROS TO WRK-DATA-ANTES.
            PERFORM UNTIL RCR-PROXIMA NOT < WRK-DATA-SISTEMA
                    OR RCR-PROXIMA = WRK-DATA-ANTES
                MOVE RCR-PROXIMA TO WRK-DATA-ANTES
                CALL 'PEDRPROX' USING RCR-FREQ RCR-PROXIMA
            END-PERFORM.
            IF RCR-PROXIMA < WRK-DATA-SISTEMA
                MOVE 'PROXIMA DATA INVALIDA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            SET RCR-ATIVA TO TRUE.
            IF RCR-FIM NOT = ZEROS AND RCR-PROXIMA > RCR-FIM
                SET RCR-ENCERRADA TO TRUE
                MOVE 'PASSOU DA DATA FIM - ENCERRADA' TO WRK-MSGERRO
            ELSE
                MOVE 'PROGRAMACAO REATIVADA' TO WRK-MSGERRO
            END-IF.
            PERFORM 9000-REGRAVAR.

       8000-CANCELAR.
            MOVE 'MODULO - CANCELAR ' TO WRK-MODULO.
            PERFORM 6050-LER-PROGRAMACAO.
            IF PEDREC-STATUS NOT = 0
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            IF NOT RCR-ATIVA AND NOT RCR-PAUSADA
                MOVE 'PROGRAMACAO JA ENCERRADA' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'CANCELAR (S) OU VOLTAR (X)' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.
            IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
                SET RCR-CANCELADA TO TRUE
                MOVE 'PROGRAMACAO CANCELADA' TO WRK-MSGERRO
                PERFORM 9000-REGRAVAR
            END-IF.

       9000-REGRAVAR.
            REWRITE PEDREC-REG
              INVALID KEY
                MOVE 'ERRO AO REGRAVAR PROGRAMACAO' TO WRK-MSGERRO
            END-REWRITE.
            PERFORM 6100-DESCREVER-SITUACAO.
            DISPLAY TELA-PROGRAMACAO.
            ACCEPT MOSTRA-ERRO.
