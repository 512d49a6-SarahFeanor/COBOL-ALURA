      *            AINDA APONTA: COBRANCA DE EMBARQUE CANCELADO,
      *            EMBARQUE DESCONHECIDO E EMBARQUE NOSSO QUE A
      *            TRANSPORTADORA NUNCA COBROU
      *            CADA COBRANCA CASADA COM EMBARQUE NORMAL FICA
      *            GUARDADA EM FRETECOB.DAT (CUSTO REAL DO FRETE)
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - FRETEFAT.TRN SO E
      *            CONFERIDO COM HEADER E TRAILER BATENDO (CALL
      *            INTFCHK) - ARQUIVO FORA DE SEQUENCIA, REPETIDO OU COM
      *            TOTAIS DIVERGENTES E RECUSADO INTEIRO COM RC 12
      * ALTERADO = 15/10/2026 - SARAH - COBRANCA CASADA COM EMBARQUE
      *            NORMAL E ANEXADA A FRETECOB.DAT - O CUSTO REAL DO
      *            FRETE SOBREVIVE AO ARQUIVO DA TRANSPORTADORA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FRETEFAT-RPT ASSIGN TO 'FRETEFAT.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
           SELECT FRETECOB ASSIGN TO 'FRETECOB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FRETECOB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FRETEFAT-TRN.
           05 TRN-PEDIDO PIC 9(07).
           05 TRN-PESO   PIC 9(05)V999.
           05 TRN-VALOR  PIC 9(07)V99.
      *    HEADER E TRAILER DE CONTROLE - TIPO NA COLUNA 1
       01 TRN-CONTROLE.
           05 TRN-TIPO-CTL PIC X(01).
               88 TRN-HEADER  VALUE 'H'.
               88 TRN-TRAILER VALUE 'T'.
           05 FILLER       PIC X(23).

       FD EMBARQUE.
           COPY EMBARQUE.
       FD FRETEFAT-RPT.
       01 RPT-LINHA PIC X(100).

       FD FRETECOB.
           COPY FRETECOB.

       WORKING-STORAGE SECTION.
       77 TRN-STATUS      PIC 9(02).
       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBTRANS-STATUS PIC 9(02).
       77 CFG-STATUS      PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 FRETECOB-STATUS PIC 9(02).
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-DIA PIC X(01) VALUE SPACES.
       77 WRK-FIMTRN      PIC X(01) VALUE 'N'.
           88 FIM-COBRANCA VALUE 'S'.
       77 WRK-FIMEMB      PIC X(01) VALUE 'N'.
       77 WRK-CODTRA      PIC X(03) VALUE SPACES.
       77 WRK-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DIF-ABS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-POSTOU      PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
           COPY INTFCHK.
       01 WRK-TAB-EMBARQUES.
      *    EMBARQUE.DAT RESUMIDO EM MEMORIA - PEDIDO, FRETE,
      *    SITUACAO E UMA MARCA DE "COBRADO" PARA ACHAR NO FIM
            GOBACK.

       1000-INICIAR.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'FRETEFAT: FRETEFAT.TRN RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITUACAO-DIA.
            PERFORM 1200-LER-CONFIG.
            PERFORM 1300-CARREGAR-EMBARQUES.
            OPEN INPUT FRETEFAT-TRN.
                OPEN OUTPUT FRETEFAT-RPT
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE 'S' TO WRK-POSTOU
                OPEN EXTEND FRETECOB
                IF FRETECOB-STATUS = 35
                    OPEN OUTPUT FRETECOB
                END-IF
                PERFORM 1100-LER-COBRANCA
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    FATURA DA TRANSPORTADORA SO E CONFERIDA COM HEADER E
      *    TRAILER BATENDO - O TOTAL DO TRAILER E O VALOR COBRADO
            MOVE 'V'            TO INTF-FUNCAO.
            MOVE 'FRETEFAT.TRN' TO INTF-ARQUIVO.
            MOVE 'FRETEFAT'     TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'FRETEFAT_REMETENTE'.
            MOVE 1   TO INTF-POS-TIPO.
            MOVE 'H' TO INTF-TIPO-HDR.
            MOVE 'T' TO INTF-TIPO-TRL.
            MOVE SPACE TO INTF-TIPO-DET INTF-TIPO-VAL.
            MOVE 2   TO INTF-HDR-POS-REM.
            MOVE 10  TO INTF-HDR-POS-DATA.
            MOVE 18  TO INTF-HDR-POS-SEQ.
            MOVE 2   TO INTF-TRL-POS-QTDE.
            MOVE 9   TO INTF-TRL-POS-TOTAL.
            MOVE 15  TO INTF-TRL-TAM-TOTAL.
            MOVE 16  TO INTF-DET-POS-VALOR.
            MOVE 9   TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-COBRANCA.
      *    HEADER E TRAILER JA FORAM CONFERIDOS - NAO SAO COBRANCA
            READ FRETEFAT-TRN
                AT END MOVE 'S' TO WRK-FIMTRN
            END-READ.
            IF NOT FIM-COBRANCA AND TRN-HEADER
                READ FRETEFAT-TRN
                    AT END MOVE 'S' TO WRK-FIMTRN
                END-READ
            END-IF.
            IF NOT FIM-COBRANCA AND TRN-TRAILER
                MOVE 'S' TO WRK-FIMTRN
            END-IF.

       1200-LER-CONFIG.
      *    FRETEFAT.CFG E OPCIONAL - SEM O ARQUIVO VALE 1,00 DE
              WHEN OTHER
                MOVE 'S' TO WRK-EMB-COBRADO(WRK-IX-ACHADO)
                PERFORM 2300-ACUMULAR-TRANSP
                PERFORM 2400-GUARDAR-COBRANCA
                COMPUTE WRK-DIFERENCA = TRN-VALOR
                    - WRK-EMB-FRETE(WRK-IX-ACHADO)
                IF WRK-DIFERENCA < 0
                TO WRK-TRA-NOSSO(WRK-IX-TRA).
            ADD TRN-VALOR TO WRK-TRA-COBRADO(WRK-IX-TRA).

       2400-GUARDAR-COBRANCA.
      *    O CUSTO REAL DO FRETE FICA GUARDADO MESMO DIVERGENTE - A
      *    CONTESTACAO COM A TRANSPORTADORA E OUTRA CONVERSA
            MOVE TRN-PEDIDO       TO FCB-PEDIDO.
            MOVE WRK-CODTRA       TO FCB-TRANSP.
            MOVE TRN-PESO         TO FCB-PESO.
            MOVE TRN-VALOR        TO FCB-VALOR.
            MOVE WRK-EMB-FRETE(WRK-IX-ACHADO) TO FCB-NOSSO.
            MOVE WRK-DATA-SISTEMA TO FCB-DATA.
            WRITE FRETECOB-REG.

       2500-LINHA-DIVERGENCIA.
            MOVE TRN-PEDIDO  TO RPT-PEDIDO.
            MOVE WRK-CODTRA  TO RPT-TRANSP.
            IF RETURN-CODE = 0
                CLOSE FRETEFAT-RPT
                CLOSE FRETEFAT-TRN
                CLOSE FRETECOB
            END-IF.
            IF ARQUIVO-POSTADO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== FRETEFAT - FATURA DO FRETE ====='.
            DISPLAY 'COBRANCAS LIDAS......: ' WRK-QTLIDAS.
