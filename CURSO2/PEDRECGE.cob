       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PEDRECGE.
      *******************************************
      * AULA:      GERACAO DOS PEDIDOS PROGRAMADOS
      * OBJETIVO:  ROTINA DIARIA DO AGENDADOR (AGENDA.CFG, FREQ D):
      *            VARRER PEDRECOR.DAT E, PARA CADA PROGRAMACAO
      *            ATIVA CUJA PROXIMA DATA JA CHEGOU (DATA DE
      *            PROCESSAMENTO - CALL DATASIS), GERAR UM PEDIDO
      *            NOVO EM PEDIDOS.DAT (NUMERADO PELO PEDNUMGET),
      *            CABECALHO E ITENS COMO OS DO BALCAO - O PEDIDO
      *            SEGUE PELO PEDPRE E PELO PROGCOB10 COMO QUALQUER
      *            OUTRO, COM O PRECO DO MESTRE NO EMBARQUE
      *            A PROXIMA DATA AVANCA UM CICLO (CALL PEDRPROX);
      *            CICLO PERDIDO (AGENDADOR PARADO) NAO GERA PEDIDO
      *            ATRASADO EM CASCATA - SAI UM SO E A DATA PULA
      *            PARA DEPOIS DE HOJE
      *            PROGRAMACAO QUE PASSOU DA DATA FIM FICA
      *            ENCERRADA; PAUSADA E CANCELADA NAO GERAM
      *            CADA PEDIDO GERADO SAI EM PEDRECGE.RPT
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
           SELECT PEDRECGE-RPT ASSIGN TO 'PEDRECGE.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEDRECOR.
           COPY PEDRECOR.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD PEDRECGE-RPT.
       01 RPT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 PEDREC-STATUS    PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMREC       PIC X(01) VALUE 'N'.
           88 FIM-PROGRAMACAO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-USUARIO-NUM  PIC X(20) VALUE 'PEDRECGE'.
       77 WRK-PED-NUMERO   PIC 9(07) VALUE ZEROS.
       77 WRK-IX-ITEM      PIC 9(02) VALUE 0.
       77 WRK-QTLIDAS      PIC 9(05) VALUE 0.
       77 WRK-QTGERADOS    PIC 9(05) VALUE 0.
       77 WRK-QTENCERRADAS PIC 9(05) VALUE 0.
       77 WRK-QTADIADAS    PIC 9(05) VALUE 0.
       77 WRK-DATA-ANTES   PIC 9(08) VALUE ZEROS.
       77 WRK-CICLO        PIC X(01) VALUE 'N'.
           88 CICLO-TRAVADO VALUE 'S'.
       77 WRK-ABERTOS      PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.
       01 RPT-CABECALHO.
           05 FILLER   PIC X(34) VALUE
              'PEDIDOS PROGRAMADOS GERADOS EM   '.
           05 RPT-DATA PIC 9(08).
       01 RPT-DETALHE.
           05 FILLER       PIC X(08) VALUE 'CLIENTE '.
           05 RPT-CODIGO   PIC 9(07).
           05 FILLER       PIC X(01) VALUE '/'.
           05 RPT-SEQ      PIC 9(02).
           05 FILLER       PIC X(09) VALUE '  PEDIDO '.
           05 RPT-PEDIDO   PIC 9(07).
           05 FILLER       PIC X(08) VALUE '  ITENS '.
           05 RPT-ITENS    PIC Z9.
           05 FILLER       PIC X(11) VALUE '  PROXIMA '.
           05 RPT-PROXIMA  PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-OBS      PIC X(14).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE = 0
                PERFORM UNTIL FIM-PROGRAMACAO
                    PERFORM 2000-AVALIAR-PROGRAMACAO
                    PERFORM 1100-LER-PROGRAMACAO
                END-PERFORM
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'PEDRECGE: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O PEDRECOR.
            IF PEDREC-STATUS = 35
      *        NENHUMA PROGRAMACAO CADASTRADA AINDA - NADA A GERAR
                DISPLAY 'PEDRECGE: SEM PEDRECOR.DAT - NADA A GERAR'
                MOVE 'S' TO WRK-FIMREC
                EXIT PARAGRAPH
            END-IF.
            IF PEDREC-STATUS NOT = 0
                DISPLAY 'PEDRECGE: NAO ABRIU PEDRECOR.DAT - STATUS '
                        PEDREC-STATUS
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT PEDRECGE-RPT.
            MOVE 'S' TO WRK-ABERTOS.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE LOW-VALUES TO RCR-CHAVE.
            START PEDRECOR KEY IS NOT LESS THAN RCR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIMREC
            END-START.
            IF NOT FIM-PROGRAMACAO
                PERFORM 1100-LER-PROGRAMACAO
            END-IF.

       1100-LER-PROGRAMACAO.
            READ PEDRECOR NEXT
                AT END MOVE 'S' TO WRK-FIMREC
            END-READ.

       2000-AVALIAR-PROGRAMACAO.
            ADD 1 TO WRK-QTLIDAS.
            IF NOT RCR-ATIVA OR RCR-PROXIMA > WRK-DATA-SISTEMA
                EXIT PARAGRAPH
            END-IF.
            IF RCR-FIM NOT = ZEROS AND RCR-PROXIMA > RCR-FIM
                SET RCR-ENCERRADA TO TRUE
                ADD 1 TO WRK-QTENCERRADAS
                MOVE ZEROS TO WRK-PED-NUMERO
                MOVE 'ENCERRADA' TO RPT-OBS
                PERFORM 2400-REGRAVAR-PROGRAMACAO
                EXIT PARAGRAPH
            END-IF.
            IF NOT RCR-SEMANAL AND NOT RCR-MENSAL
                DISPLAY 'PEDRECGE: FREQUENCIA INVALIDA - CLIENTE '
                        RCR-CODIGO '/' RCR-SEQ ' IGNORADO'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-PROXIMO-NUMERO.
            IF WRK-PED-NUMERO = ZEROS
      *        TRAVA DA NUMERACAO OCUPADA - A PROGRAMACAO FICA COMO
      *        ESTA E A PROXIMA RODADA GERA O PEDIDO
                DISPLAY 'PEDRECGE: NUMERACAO EM USO - CLIENTE '
                        RCR-CODIGO '/' RCR-SEQ ' ADIADO'
                ADD 1 TO WRK-QTADIADAS
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2200-GRAVAR-PEDIDO.
            ADD 1 TO WRK-QTGERADOS.
            MOVE WRK-PED-NUMERO   TO RCR-ULT-PEDIDO.
            MOVE WRK-DATA-SISTEMA TO RCR-ULT-DATA.
            MOVE 'N' TO WRK-CICLO.
            PERFORM 2300-AVANCAR-CICLO
                UNTIL RCR-PROXIMA > WRK-DATA-SISTEMA
                OR CICLO-TRAVADO.
            MOVE SPACES TO RPT-OBS.
            IF CICLO-TRAVADO
      *        DATA QUE NAO ANDA (MES INVALIDO) GERARIA PEDIDO TODA
      *        NOITE - A PROGRAMACAO PARA ATE ALGUEM CORRIGIR
                SET RCR-PAUSADA TO TRUE
                MOVE 'PAUSADA-DATA' TO RPT-OBS
            END-IF.
            IF RCR-FIM NOT = ZEROS AND RCR-PROXIMA > RCR-FIM
                SET RCR-ENCERRADA TO TRUE
                ADD 1 TO WRK-QTENCERRADAS
                MOVE 'ULTIMO PEDIDO' TO RPT-OBS
            END-IF.
            PERFORM 2400-REGRAVAR-PROGRAMACAO.

       2100-PROXIMO-NUMERO.
      *    MESMA SEQUENCIA DO BALCAO, DEBAIXO DA TRAVA DE CHAVE 0
            CALL 'PEDNUMGET' USING WRK-USUARIO-NUM
                WRK-PED-NUMERO.

       2200-GRAVAR-PEDIDO.
            OPEN EXTEND PEDIDOS.
            IF PEDIDOS-STATUS = 35
                OPEN OUTPUT PEDIDOS
            END-IF.
            MOVE 'C' TO PED-TIPO.
            MOVE WRK-PED-NUMERO   TO PED-NUMERO.
            MOVE RCR-CODIGO       TO PED-CODIGO.
            MOVE RCR-FONE         TO PED-FONE.
            MOVE WRK-DATA-SISTEMA TO PED-DATA.
            MOVE RCR-UF           TO PED-UF.
            MOVE RCR-VENDEDOR     TO PED-VENDEDOR.
            MOVE RCR-ENDSEQ       TO PED-ENDSEQ.
            MOVE RCR-CONDPAG      TO PED-CONDPAG.
            MOVE RCR-DEPOSITO     TO PED-DEPOSITO.
            MOVE ZEROS            TO PED-DATA-ENTREGA.
            MOVE SPACES           TO PED-TRANSP.
            WRITE PEDIDO-REG.
            PERFORM 2250-GRAVAR-ITEM
                VARYING WRK-IX-ITEM FROM 1 BY 1
                UNTIL WRK-IX-ITEM > RCR-QTITENS.
            CLOSE PEDIDOS.
            DISPLAY 'PEDRECGE: GERADO PEDIDO ' WRK-PED-NUMERO
                    ' CLIENTE ' RCR-CODIGO '/' RCR-SEQ.

       2250-GRAVAR-ITEM.
      *    PRECO ZERADO COMO NA LIBERACAO DO BACKREL - QUEM DA O
      *    PRECO E O MESTRE DE PRODUTOS NO EMBARQUE
            MOVE 'I' TO PED-TIPO.
            MOVE WRK-PED-NUMERO TO PED-NUMERO.
            MOVE SPACES TO PED-DADOS-CAB.
            MOVE RCR-CODPROD(WRK-IX-ITEM) TO PED-CODPROD.
            MOVE RCR-QTDE(WRK-IX-ITEM)    TO PED-QTDE.
            MOVE ZEROS TO PED-VALOR.
            WRITE PEDIDO-REG.

       2300-AVANCAR-CICLO.
            MOVE RCR-PROXIMA TO WRK-DATA-ANTES.
            CALL 'PEDRPROX' USING RCR-FREQ RCR-PROXIMA.
            IF RCR-PROXIMA = WRK-DATA-ANTES
                MOVE 'S' TO WRK-CICLO
            END-IF.

       2400-REGRAVAR-PROGRAMACAO.
            REWRITE PEDREC-REG
              INVALID KEY
                DISPLAY 'PEDRECGE: ERRO AO REGRAVAR PROGRAMACAO '
                        RCR-CODIGO '/' RCR-SEQ
            END-REWRITE.
            MOVE RCR-CODIGO     TO RPT-CODIGO.
            MOVE RCR-SEQ        TO RPT-SEQ.
            MOVE WRK-PED-NUMERO TO RPT-PEDIDO.
            MOVE RCR-QTITENS    TO RPT-ITENS.
            MOVE RCR-PROXIMA    TO RPT-PROXIMA.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF ARQUIVOS-ABERTOS
                CLOSE PEDRECOR
                CLOSE PEDRECGE-RPT
            END-IF.
            DISPLAY '===== PEDRECGE - PEDIDOS PROGRAMADOS ====='.
            DISPLAY 'PROGRAMACOES LIDAS...: ' WRK-QTLIDAS.
            DISPLAY 'PEDIDOS GERADOS......: ' WRK-QTGERADOS.
            DISPLAY 'PROGRAMACOES ENCERR..: ' WRK-QTENCERRADAS.
            DISPLAY 'ADIADAS (NUMERACAO)..: ' WRK-QTADIADAS.
