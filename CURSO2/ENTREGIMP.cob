      *            VEM DO EMBARQUE DO PEDIDO
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - ENTREGA.TRN SO E
      *            BAIXADO COM HEADER E TRAILER CONFERIDOS (CALL
      *            INTFCHK) - ARQUIVO FORA DE SEQUENCIA, REPETIDO OU COM
      *            TOTAIS DIVERGENTES E RECUSADO INTEIRO COM RC 12
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 TRN-REG.
           05 TRN-PEDIDO  PIC 9(07).
           05 TRN-DATA    PIC 9(08).
      *    HEADER E TRAILER DE CONTROLE - TIPO NA COLUNA 1
       01 TRN-CONTROLE.
           05 TRN-TIPO-CTL PIC X(01).
               88 TRN-HEADER  VALUE 'H'.
               88 TRN-TRAILER VALUE 'T'.
           05 FILLER       PIC X(14).

       FD ENTREGA-EXC.
       01 EXC-LINHA PIC X(60).

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-POSTOU       PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
           COPY INTFCHK.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'ENTREGIMP: ENTREGA.TRN RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1200-LER-CONFIG.
            OPEN I-O EMBSTAT.
            OPEN INPUT ENTREGA-TRN.
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT ENTREGA-EXC
                MOVE 'S' TO WRK-POSTOU
                PERFORM 1100-LER-CONFIRMACAO
            END-IF
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    NENHUMA ENTREGA E BAIXADA SEM HEADER E TRAILER
      *    CONFERIDOS - SEM CAMPO DE VALOR, O TOTAL DO TRAILER E
      *    A SOMA DOS NUMEROS DE PEDIDO
            MOVE 'V'           TO INTF-FUNCAO.
            MOVE 'ENTREGA.TRN' TO INTF-ARQUIVO.
            MOVE 'ENTREGIMP'   TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'ENTREGIMP_REMETENTE'.
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
            MOVE 1   TO INTF-DET-POS-VALOR.
            MOVE 7   TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-CONFIRMACAO.
      *    HEADER E TRAILER JA FORAM CONFERIDOS - NAO SAO ENTREGA
            READ ENTREGA-TRN
                AT END MOVE 'S' TO WRK-FIMTRN
            END-READ.
            IF NOT FIM-CONFIRMACOES AND TRN-HEADER
                READ ENTREGA-TRN
                    AT END MOVE 'S' TO WRK-FIMTRN
                END-READ
            END-IF.
            IF NOT FIM-CONFIRMACOES AND TRN-TRAILER
                MOVE 'S' TO WRK-FIMTRN
            END-IF.

       1200-LER-CONFIG.
      *    ENTREGA.CFG E OPCIONAL - SEM O ARQUIVO VALEM 7 DIAS
                CLOSE ENTREGA-TRN
                CLOSE ENTREGA-EXC
            END-IF.
            IF ARQUIVO-POSTADO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== ENTREGIMP - CONFIRMACOES ====='.
            DISPLAY 'CONFIRMACOES LIDAS...: ' WRK-QTLIDAS.
            DISPLAY 'ENTREGAS BAIXADAS....: ' WRK-QTENTREGUES.
