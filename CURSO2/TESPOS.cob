       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TESPOS.
      *******************************************
      * AULA:      POSICAO DIARIA DA TESOURARIA POR CONTA
      * OBJETIVO:  MONTAR EM TESPOS.RPT, PARA CADA CONTA DO MESTRE
      *            CONTBANC.DAT, O SALDO ANTERIOR, AS ENTRADAS DO
      *            DIA POR ORIGEM (DINHEIRO, CHEQUE COMPENSADO,
      *            PIX, TRANSFERENCIA, BOLETO, COBRADORA, CARTAO),
      *            AS SAIDAS DO DIA POR ORIGEM (CHEQUE DEVOLVIDO,
      *            COMISSAO, TRANSFERENCIA) E O SALDO FINAL - O
      *            NUMERO QUE O FINANCEIRO BATE COM O EXTRATO
      *            SALDO ANTERIOR: SALDO DE IMPLANTACAO DA CONTA
      *            MAIS O TESMOV.DAT DEPOIS DA DATA DO SALDO E
      *            ANTES DA DATA ALVO - NAO HA ARQUIVO DE SALDOS,
      *            A POSICAO DE QUALQUER DIA PODE SER REFEITA
      *            MOVIMENTO SEM CONTA OU DE CONTA FORA DO MESTRE
      *            SAI NA LINHA 000 - CONTA NAO INFORMADA
      *            DATA ALVO: TESPOS_DATA (AAAAMMDD) OU A DATA DE
      *            PROCESSAMENTO (CALL DATASIS)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTBANC ASSIGN TO 'CONTBANC.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTBANC-STATUS
             RECORD KEY IS CTB-CHAVE.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
           SELECT TESPOS-RPT ASSIGN TO 'TESPOS.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTBANC.
           COPY CONTBANC.

       FD TESMOV.
           COPY TESMOV.

       FD TESPOS-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 CONTBANC-STATUS  PIC 9(02).
       77 TESMOV-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMMOV       PIC X(01) VALUE 'N'.
           88 FIM-MOVIMENTO VALUE 'S'.
       77 WRK-DATA-ALVO-X  PIC X(08) VALUE SPACES.
       77 WRK-DATA-ALVO    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
       77 WRK-QTCONTAS     PIC 9(03) VALUE 0.
       77 WRK-IX-CTA       PIC 9(03) VALUE 0.
       77 WRK-IX-ORI       PIC 9(02) VALUE 0.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO VALUE 'S'.
       77 WRK-QTLIDOS      PIC 9(07) VALUE 0.
       77 WRK-QTDIA        PIC 9(07) VALUE 0.
       77 WRK-QTSEMCONTA   PIC 9(07) VALUE 0.
       77 WRK-TOT-ENT      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SAI      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GER-ENT      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GER-SAI      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL  PIC S9(11)V99 VALUE ZEROS.

       01 WRK-TAB-ORIGENS.
      *    AS ORIGENS DO COPY TESMOV, NA ORDEM DO RELATORIO
           05 WRK-ORI OCCURS 11 TIMES.
               10 WRK-ORI-COD   PIC X(02).
               10 WRK-ORI-DESC  PIC X(24).

       01 WRK-TAB-CONTAS.
      *    A LINHA 1 E A CONTA 000 (NAO INFORMADA); AS DEMAIS SAO
      *    O MESTRE NA ORDEM DO CODIGO
           05 WRK-CTA OCCURS 200 TIMES.
               10 WRK-CTA-CODIGO    PIC 9(03).
               10 WRK-CTA-DESCR     PIC X(30).
               10 WRK-CTA-TIPO      PIC X(01).
               10 WRK-CTA-BANCO     PIC 9(03).
               10 WRK-CTA-AGENCIA   PIC 9(04).
               10 WRK-CTA-CONTA     PIC 9(10).
               10 WRK-CTA-DIGITO    PIC X(01).
               10 WRK-CTA-CONTABIL  PIC 9(06).
               10 WRK-CTA-SITUACAO  PIC X(01).
               10 WRK-CTA-DATA-SALDO PIC 9(08).
               10 WRK-CTA-SALDO-ANT PIC S9(11)V99.
               10 WRK-CTA-ENT       PIC 9(11)V99 OCCURS 11 TIMES.
               10 WRK-CTA-SAI       PIC 9(11)V99 OCCURS 11 TIMES.

       01 RPT-TITULO.
           05 FILLER       PIC X(40) VALUE
              'POSICAO DIARIA DA TESOURARIA - DATA '.
           05 RPT-TIT-DATA PIC 9(08).
       01 RPT-CONTA-CAB.
           05 FILLER       PIC X(06) VALUE 'CONTA '.
           05 RPT-CAB-COD  PIC 9(03).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-CAB-DESC PIC X(30).
           05 FILLER       PIC X(10) VALUE '  CONTABIL'.
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-CAB-CTB  PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 RPT-CAB-SIT  PIC X(10).
       01 RPT-CONTA-BANCO.
           05 FILLER       PIC X(10) VALUE '    BANCO '.
           05 RPT-BCO-BANCO PIC 9(03).
           05 FILLER       PIC X(10) VALUE '  AGENCIA '.
           05 RPT-BCO-AGENCIA PIC 9(04).
           05 FILLER       PIC X(08) VALUE '  CONTA '.
           05 RPT-BCO-CONTA PIC 9(10).
           05 FILLER       PIC X(01) VALUE '-'.
           05 RPT-BCO-DIGITO PIC X(01).
       01 RPT-VALOR-DET.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 RPT-VAL-TEXTO PIC X(34).
           05 RPT-VAL-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-AVISO.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 RPT-AVI-TEXTO PIC X(60).
       01 RPT-BRANCO.
           05 FILLER PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CARREGAR-CONTAS.
            PERFORM 3000-SOMAR-MOVIMENTO.
            PERFORM 4000-RELATORIO.
            DISPLAY '===== TESPOS - POSICAO DA TESOURARIA ====='.
            DISPLAY 'DATA.................: ' WRK-DATA-ALVO.
            DISPLAY 'CONTAS...............: ' WRK-QTCONTAS.
            DISPLAY 'MOVIMENTOS LIDOS.....: ' WRK-QTLIDOS.
            DISPLAY 'MOVIMENTOS DO DIA....: ' WRK-QTDIA.
            DISPLAY 'SEM CONTA NO MESTRE..: ' WRK-QTSEMCONTA.
            DISPLAY 'ENTRADAS DO DIA......: ' WRK-GER-ENT.
            DISPLAY 'SAIDAS DO DIA........: ' WRK-GER-SAI.
            IF WRK-QTSEMCONTA > 0 AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       1000-INICIAR.
            ACCEPT WRK-DATA-ALVO-X FROM ENVIRONMENT 'TESPOS_DATA'.
            IF WRK-DATA-ALVO-X = SPACES
             OR WRK-DATA-ALVO-X IS NOT NUMERIC
                CALL 'DATASIS' USING WRK-DATA-SISTEMA
                    WRK-DATA-SITU
                MOVE WRK-DATA-SISTEMA TO WRK-DATA-ALVO
            ELSE
                MOVE WRK-DATA-ALVO-X TO WRK-DATA-ALVO
            END-IF.
            MOVE 'DI' TO WRK-ORI-COD(1).
            MOVE 'DINHEIRO' TO WRK-ORI-DESC(1).
            MOVE 'CH' TO WRK-ORI-COD(2).
            MOVE 'CHEQUE COMPENSADO' TO WRK-ORI-DESC(2).
            MOVE 'PX' TO WRK-ORI-COD(3).
            MOVE 'PIX' TO WRK-ORI-DESC(3).
            MOVE 'TR' TO WRK-ORI-COD(4).
            MOVE 'TRANSFERENCIA DE CLIENTE' TO WRK-ORI-DESC(4).
            MOVE 'BO' TO WRK-ORI-COD(5).
            MOVE 'BOLETO (RETORNO)' TO WRK-ORI-DESC(5).
            MOVE 'CB' TO WRK-ORI-COD(6).
            MOVE 'COBRADORA' TO WRK-ORI-DESC(6).
            MOVE 'CA' TO WRK-ORI-COD(7).
            MOVE 'LIQUIDACAO DE CARTAO' TO WRK-ORI-DESC(7).
            MOVE 'DV' TO WRK-ORI-COD(8).
            MOVE 'CHEQUE DEVOLVIDO' TO WRK-ORI-DESC(8).
            MOVE 'CO' TO WRK-ORI-COD(9).
            MOVE 'COMISSAO DA COBRADORA' TO WRK-ORI-DESC(9).
            MOVE 'TF' TO WRK-ORI-COD(10).
            MOVE 'TRANSF. ENTRE CONTAS' TO WRK-ORI-DESC(10).
            MOVE 'DC' TO WRK-ORI-COD(11).
            MOVE 'DIFERENCA DE CAIXA' TO WRK-ORI-DESC(11).

       2000-CARREGAR-CONTAS.
      *    LINHA 1 - CONTA 000, SEM SALDO DE IMPLANTACAO
            MOVE 1 TO WRK-QTCONTAS.
            MOVE 1 TO WRK-IX-CTA.
            PERFORM 2200-ZERAR-CONTA.
            MOVE 'CONTA NAO INFORMADA' TO WRK-CTA-DESCR(1).
            MOVE 'C' TO WRK-CTA-TIPO(1).
            MOVE '1' TO WRK-CTA-SITUACAO(1).
            OPEN INPUT CONTBANC.
            IF CONTBANC-STATUS NOT = 0
                DISPLAY 'TESPOS: SEM CONTBANC.DAT - SO A CONTA 000'
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO CTB-CHAVE.
            START CONTBANC KEY IS NOT LESS THAN CTB-CHAVE
              INVALID KEY
                MOVE 10 TO CONTBANC-STATUS
            END-START.
            IF CONTBANC-STATUS = 0
                READ CONTBANC NEXT
            END-IF.
            PERFORM UNTIL CONTBANC-STATUS NOT = 0
                IF WRK-QTCONTAS < 200
                    PERFORM 2100-GUARDAR-CONTA
                END-IF
                READ CONTBANC NEXT
            END-PERFORM.
            CLOSE CONTBANC.

       2100-GUARDAR-CONTA.
            ADD 1 TO WRK-QTCONTAS.
            MOVE WRK-QTCONTAS TO WRK-IX-CTA.
            PERFORM 2200-ZERAR-CONTA.
            MOVE CTB-CODIGO    TO WRK-CTA-CODIGO(WRK-IX-CTA).
            MOVE CTB-DESCRICAO TO WRK-CTA-DESCR(WRK-IX-CTA).
            MOVE CTB-TIPO      TO WRK-CTA-TIPO(WRK-IX-CTA).
            MOVE CTB-BANCO     TO WRK-CTA-BANCO(WRK-IX-CTA).
            MOVE CTB-AGENCIA   TO WRK-CTA-AGENCIA(WRK-IX-CTA).
            MOVE CTB-CONTA     TO WRK-CTA-CONTA(WRK-IX-CTA).
            MOVE CTB-DIGITO    TO WRK-CTA-DIGITO(WRK-IX-CTA).
            MOVE CTB-CONTABIL  TO WRK-CTA-CONTABIL(WRK-IX-CTA).
            MOVE CTB-SITUACAO  TO WRK-CTA-SITUACAO(WRK-IX-CTA).
            MOVE CTB-DATA-SALDO TO WRK-CTA-DATA-SALDO(WRK-IX-CTA).
            MOVE CTB-SALDO-INICIAL TO WRK-CTA-SALDO-ANT(WRK-IX-CTA).

       2200-ZERAR-CONTA.
            MOVE ZEROS TO WRK-CTA-CODIGO(WRK-IX-CTA)
                          WRK-CTA-BANCO(WRK-IX-CTA)
                          WRK-CTA-AGENCIA(WRK-IX-CTA)
                          WRK-CTA-CONTA(WRK-IX-CTA)
                          WRK-CTA-CONTABIL(WRK-IX-CTA)
                          WRK-CTA-DATA-SALDO(WRK-IX-CTA)
                          WRK-CTA-SALDO-ANT(WRK-IX-CTA).
            MOVE SPACES TO WRK-CTA-DESCR(WRK-IX-CTA)
                           WRK-CTA-TIPO(WRK-IX-CTA)
                           WRK-CTA-DIGITO(WRK-IX-CTA)
                           WRK-CTA-SITUACAO(WRK-IX-CTA).
            PERFORM VARYING WRK-IX-ORI FROM 1 BY 1
                    UNTIL WRK-IX-ORI > 11
                MOVE ZEROS TO WRK-CTA-ENT(WRK-IX-CTA WRK-IX-ORI)
                MOVE ZEROS TO WRK-CTA-SAI(WRK-IX-CTA WRK-IX-ORI)
            END-PERFORM.

       3000-SOMAR-MOVIMENTO.
            OPEN INPUT TESMOV.
            IF TESMOV-STATUS NOT = 0
                DISPLAY 'TESPOS: SEM TESMOV.DAT - SO OS SALDOS '
                        'DE IMPLANTACAO'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3100-LER-MOVIMENTO.
            PERFORM 3200-CLASSIFICAR-MOVIMENTO UNTIL FIM-MOVIMENTO.
            CLOSE TESMOV.

       3100-LER-MOVIMENTO.
            READ TESMOV
                AT END MOVE 'S' TO WRK-FIMMOV
            END-READ.

       3200-CLASSIFICAR-MOVIMENTO.
            ADD 1 TO WRK-QTLIDOS.
            IF TMV-DATA > WRK-DATA-ALVO
                PERFORM 3100-LER-MOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3300-ACHAR-CONTA.
      *    O QUE ANTECEDE O SALDO DE IMPLANTACAO JA ESTA NELE
            IF TMV-DATA NOT > WRK-CTA-DATA-SALDO(WRK-IX-CTA)
                PERFORM 3100-LER-MOVIMENTO
                EXIT PARAGRAPH
            END-IF.
            IF TMV-DATA < WRK-DATA-ALVO
                IF TMV-SAIDA
                    SUBTRACT TMV-VALOR FROM
                        WRK-CTA-SALDO-ANT(WRK-IX-CTA)
                ELSE
                    ADD TMV-VALOR TO WRK-CTA-SALDO-ANT(WRK-IX-CTA)
                END-IF
            ELSE
                ADD 1 TO WRK-QTDIA
                PERFORM 3400-SOMAR-DIA
            END-IF.
            PERFORM 3100-LER-MOVIMENTO.

       3300-ACHAR-CONTA.
      *    CONTA FORA DO MESTRE CAI NA LINHA 1 (CONTA 000)
            MOVE 'N' TO WRK-ACHOU.
            IF TMV-CONTA NOT = ZEROS
                PERFORM VARYING WRK-IX-CTA FROM 2 BY 1
                        UNTIL WRK-IX-CTA > WRK-QTCONTAS
                        OR ITEM-ACHADO
                    IF WRK-CTA-CODIGO(WRK-IX-CTA) = TMV-CONTA
                        MOVE 'S' TO WRK-ACHOU
                    END-IF
                END-PERFORM
            END-IF.
            IF ITEM-ACHADO
                SUBTRACT 1 FROM WRK-IX-CTA
            ELSE
                MOVE 1 TO WRK-IX-CTA
                ADD 1 TO WRK-QTSEMCONTA
            END-IF.

       3400-SOMAR-DIA.
      *    ORIGEM DESCONHECIDA SOMA NA ULTIMA LINHA (DIFERENCA)
            MOVE 'N' TO WRK-ACHOU.
            PERFORM VARYING WRK-IX-ORI FROM 1 BY 1
                    UNTIL WRK-IX-ORI > 11 OR ITEM-ACHADO
                IF WRK-ORI-COD(WRK-IX-ORI) = TMV-ORIGEM
                    MOVE 'S' TO WRK-ACHOU
                END-IF
            END-PERFORM.
            IF ITEM-ACHADO
                SUBTRACT 1 FROM WRK-IX-ORI
            ELSE
                MOVE 11 TO WRK-IX-ORI
            END-IF.
            IF TMV-SAIDA
                ADD TMV-VALOR TO WRK-CTA-SAI(WRK-IX-CTA WRK-IX-ORI)
            ELSE
                ADD TMV-VALOR TO WRK-CTA-ENT(WRK-IX-CTA WRK-IX-ORI)
            END-IF.

       4000-RELATORIO.
            OPEN OUTPUT TESPOS-RPT.
            MOVE WRK-DATA-ALVO TO RPT-TIT-DATA.
            MOVE RPT-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 4100-IMPRIMIR-CONTA
                VARYING WRK-IX-CTA FROM 1 BY 1
                UNTIL WRK-IX-CTA > WRK-QTCONTAS.
            CLOSE TESPOS-RPT.

       4100-IMPRIMIR-CONTA.
            MOVE ZEROS TO WRK-TOT-ENT WRK-TOT-SAI.
            PERFORM VARYING WRK-IX-ORI FROM 1 BY 1
                    UNTIL WRK-IX-ORI > 11
                ADD WRK-CTA-ENT(WRK-IX-CTA WRK-IX-ORI) TO WRK-TOT-ENT
                ADD WRK-CTA-SAI(WRK-IX-CTA WRK-IX-ORI) TO WRK-TOT-SAI
            END-PERFORM.
      *    A CONTA 000 SO APARECE QUANDO ALGUM MOVIMENTO CAIU NELA
            IF WRK-IX-CTA = 1 AND WRK-QTSEMCONTA = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE RPT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-CTA-CODIGO(WRK-IX-CTA)   TO RPT-CAB-COD.
            MOVE WRK-CTA-DESCR(WRK-IX-CTA)    TO RPT-CAB-DESC.
            MOVE WRK-CTA-CONTABIL(WRK-IX-CTA) TO RPT-CAB-CTB.
            IF WRK-CTA-SITUACAO(WRK-IX-CTA) = '2'
                MOVE 'ENCERRADA' TO RPT-CAB-SIT
            ELSE
                MOVE SPACES TO RPT-CAB-SIT
            END-IF.
            MOVE RPT-CONTA-CAB TO RPT-LINHA.
            WRITE RPT-LINHA.
            IF WRK-CTA-TIPO(WRK-IX-CTA) = 'B'
                MOVE WRK-CTA-BANCO(WRK-IX-CTA)   TO RPT-BCO-BANCO
                MOVE WRK-CTA-AGENCIA(WRK-IX-CTA) TO RPT-BCO-AGENCIA
                MOVE WRK-CTA-CONTA(WRK-IX-CTA)   TO RPT-BCO-CONTA
                MOVE WRK-CTA-DIGITO(WRK-IX-CTA)  TO RPT-BCO-DIGITO
                MOVE RPT-CONTA-BANCO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
      *    CONTA IMPLANTADA NA DATA ALVO OU DEPOIS NAO TEM POSICAO
            IF WRK-CTA-DATA-SALDO(WRK-IX-CTA) NOT < WRK-DATA-ALVO
                MOVE 'CONTA IMPLANTADA NA DATA OU DEPOIS - SEM POSICAO'
                    TO RPT-AVI-TEXTO
                MOVE RPT-AVISO TO RPT-LINHA
                WRITE RPT-LINHA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'SALDO ANTERIOR' TO RPT-VAL-TEXTO.
            MOVE WRK-CTA-SALDO-ANT(WRK-IX-CTA) TO RPT-VAL-VALOR.
            MOVE RPT-VALOR-DET TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 4200-IMPRIMIR-ENTRADA
                VARYING WRK-IX-ORI FROM 1 BY 1
                UNTIL WRK-IX-ORI > 11.
            PERFORM 4300-IMPRIMIR-SAIDA
                VARYING WRK-IX-ORI FROM 1 BY 1
                UNTIL WRK-IX-ORI > 11.
            MOVE 'TOTAL DE ENTRADAS' TO RPT-VAL-TEXTO.
            MOVE WRK-TOT-ENT TO RPT-VAL-VALOR.
            MOVE RPT-VALOR-DET TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE 'TOTAL DE SAIDAS' TO RPT-VAL-TEXTO.
            MOVE WRK-TOT-SAI TO RPT-VAL-VALOR.
            MOVE RPT-VALOR-DET TO RPT-LINHA.
            WRITE RPT-LINHA.
            COMPUTE WRK-SALDO-FINAL = WRK-CTA-SALDO-ANT(WRK-IX-CTA)
                                    + WRK-TOT-ENT - WRK-TOT-SAI.
            MOVE 'SALDO FINAL' TO RPT-VAL-TEXTO.
            MOVE WRK-SALDO-FINAL TO RPT-VAL-VALOR.
            MOVE RPT-VALOR-DET TO RPT-LINHA.
            WRITE RPT-LINHA.
            ADD WRK-TOT-ENT TO WRK-GER-ENT.
            ADD WRK-TOT-SAI TO WRK-GER-SAI.

       4200-IMPRIMIR-ENTRADA.
            IF WRK-CTA-ENT(WRK-IX-CTA WRK-IX-ORI) NOT = ZEROS
                MOVE SPACES TO RPT-VAL-TEXTO
                STRING 'ENTRADA ' WRK-ORI-DESC(WRK-IX-ORI)
                    DELIMITED BY SIZE INTO RPT-VAL-TEXTO
                MOVE WRK-CTA-ENT(WRK-IX-CTA WRK-IX-ORI)
                    TO RPT-VAL-VALOR
                MOVE RPT-VALOR-DET TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       4300-IMPRIMIR-SAIDA.
            IF WRK-CTA-SAI(WRK-IX-CTA WRK-IX-ORI) NOT = ZEROS
                MOVE SPACES TO RPT-VAL-TEXTO
                STRING 'SAIDA   ' WRK-ORI-DESC(WRK-IX-ORI)
                    DELIMITED BY SIZE INTO RPT-VAL-TEXTO
                MOVE WRK-CTA-SAI(WRK-IX-CTA WRK-IX-ORI)
                    TO RPT-VAL-VALOR
                MOVE RPT-VALOR-DET TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.
