      *            REGISTRAR
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - EXTRBANC.TRN SO E
      *            CONCILIADO COM HEADER E TRAILER BATENDO (CALL
      *            INTFCHK) - EXTRATO FORA DE SEQUENCIA, REPETIDO OU COM
      *            TOTAIS DIVERGENTES E RECUSADO INTEIRO COM RC 12
      * ALTERADO = 15/10/2026 - SARAH - O LIQUIDO DE CARTAO QUE O
      *            ADQLIQ DEU POR LIQUIDADO (ADQREC.DAT) ENTRA NA
      *            CONCILIACAO SOMADO POR DIA DE PAGAMENTO, COMO O
      *            CREDITO UNICO QUE A ADQUIRENTE DEPOSITA
      * ALTERADO = 15/10/2026 - SARAH - EXTRATO DE UMA CONTA
      *            DA TESOURARIA (BANCOCON_CONTA) SO CONCILIA OS
      *            RECIBOS E AS LIQUIDACOES DE CARTAO DAQUELA CONTA -
      *            SEM A VARIAVEL, TODAS AS CONTAS COMO ANTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBER-STATUS.
           SELECT ADQREC ASSIGN TO 'ADQREC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADQREC-STATUS.
           SELECT BANCOCON-CFG ASSIGN TO 'BANCOCON.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
           05 EXT-DATA  PIC 9(08).
           05 EXT-VALOR PIC 9(09)V99.
           05 EXT-DESCR PIC X(20).
      *    HEADER E TRAILER DE CONTROLE - TIPO NA COLUNA 1
       01 EXT-CONTROLE.
           05 EXT-TIPO-CTL PIC X(01).
               88 EXT-HEADER  VALUE 'H'.
               88 EXT-TRAILER VALUE 'T'.
           05 FILLER       PIC X(38).

       FD RECEBER.
           COPY RECEBER.

       FD ADQREC.
           COPY ADQREC.

       FD BANCOCON-CFG.
       01 CFG-LINHA.
           05 CFG-JANELA PIC 9(02).
       77 EXT-STATUS     PIC 9(02).
       77 RECEBER-STATUS PIC 9(02).
       77 CFG-STATUS     PIC 9(02).
       77 ADQREC-STATUS  PIC 9(02).
       77 WRK-FIMADQ     PIC X(01) VALUE 'N'.
           88 FIM-RECEBIVEIS VALUE 'S'.
       77 RPT-STATUS     PIC 9(02).
       77 WRK-FIMEXT     PIC X(01) VALUE 'N'.
           88 FIM-EXTRATO VALUE 'S'.
       77 WRK-FIMREC     PIC X(01) VALUE 'N'.
           88 FIM-RECIBOS VALUE 'S'.
       77 WRK-JANELA     PIC 9(02) VALUE 2.
      *    CONTA DA TESOURARIA DO EXTRATO (BANCOCON_CONTA) - ZERO
      *    CONCILIA OS RECIBOS DE TODAS AS CONTAS, COMO SEMPRE
       77 WRK-CONTA-X    PIC X(03) VALUE SPACES.
       77 WRK-CONTA-EXT  PIC 9(03) VALUE ZEROS.
       77 WRK-QTEXT      PIC 9(04) VALUE 0.
       77 WRK-IX-EXT     PIC 9(04) VALUE 0.
       77 WRK-QTREC      PIC 9(04) VALUE 0.
       77 WRK-DIF-DIAS   PIC S9(05) VALUE ZEROS.
       77 WRK-OPCAO      PIC X(01) VALUE SPACES.
       77 WRK-ESCOLHA    PIC 9(04) VALUE ZEROS.
           COPY INTFCHK.
       01 WRK-DATA-EXT-P.
           05 WRK-ANOEXT PIC 9(04).
           05 WRK-MESEXT PIC 9(02).
               10 WRK-EXT-DESCR  PIC X(20).
               10 WRK-EXT-CASADO PIC X(01).
       01 WRK-TAB-RECIBOS.
      *    OS RECIBOS PX/TR E O LIQUIDO DE CARTAO POR DIA DE
      *    LIQUIDACAO (TIPO CA, SEM FONE), COM A MARCA DE CASADO
           05 WRK-REC OCCURS 1000 TIMES.
               10 WRK-REC-FONE   PIC 9(11).
               10 WRK-REC-DATA   PIC 9(08).
       01 RPT-CABECALHO.
           05 FILLER PIC X(40) VALUE
              'CONCILIACAO DO EXTRATO BANCARIO'.
           05 FILLER PIC X(06) VALUE 'CONTA '.
           05 RPT-CAB-CONTA PIC 9(03).
       01 RPT-EXT-SOBRA.
           05 FILLER      PIC X(26) VALUE
              'CREDITO SEM RECIBO....... '.
                PERFORM 2000-CASAR-AUTOMATICO
                PERFORM 3000-CASAR-MANUAL
                PERFORM 5000-RESUMO
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== BANCOCON - CONCILIACAO ====='.
            DISPLAY 'CASADOS AUTOMATICOS..: ' WRK-QTCASADOS.
            STOP RUN.

       1000-INICIAR.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'BANCOCON: EXTRBANC.TRN RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1200-LER-CONFIG.
            PERFORM 1300-CARREGAR-EXTRATO.
            PERFORM 1400-CARREGAR-RECIBOS.
            PERFORM 1500-CARREGAR-CARTOES.
            IF WRK-QTEXT = 0
                DISPLAY 'BANCOCON: SEM EXTRBANC.TRN OU VAZIO'
                MOVE 8 TO RETURN-CODE
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    EXTRATO SO E CONCILIADO COM HEADER E TRAILER BATENDO -
      *    O TOTAL DO TRAILER E A SOMA DOS CREDITOS
            MOVE 'V'            TO INTF-FUNCAO.
            MOVE 'EXTRBANC.TRN' TO INTF-ARQUIVO.
            MOVE 'BANCOCON'     TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'BANCOCON_REMETENTE'.
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
            MOVE 9   TO INTF-DET-POS-VALOR.
            MOVE 11  TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1200-LER-CONFIG.
            ACCEPT WRK-CONTA-X FROM ENVIRONMENT 'BANCOCON_CONTA'.
            IF WRK-CONTA-X IS NUMERIC
                MOVE WRK-CONTA-X TO WRK-CONTA-EXT
            END-IF.
      *    BANCOCON.CFG E OPCIONAL - SEM O ARQUIVO VALEM 2 DIAS
            OPEN INPUT BANCOCON-CFG.
            IF CFG-STATUS = 0
            END-IF.

       1350-LER-EXTRATO.
      *    HEADER E TRAILER JA FORAM CONFERIDOS - NAO SAO CREDITO
            READ EXTRBANC
                AT END MOVE 'S' TO WRK-FIMEXT
            END-READ.
            IF NOT FIM-EXTRATO AND EXT-HEADER
                READ EXTRBANC
                    AT END MOVE 'S' TO WRK-FIMEXT
                END-READ
            END-IF.
            IF NOT FIM-EXTRATO AND EXT-TRAILER
                MOVE 'S' TO WRK-FIMEXT
            END-IF.

       1400-CARREGAR-RECIBOS.
      *    SO PIX E TRANSFERENCIA - BOLETO JA E CONCILIADO PELO
                PERFORM 1450-LER-RECIBO
                PERFORM UNTIL FIM-RECIBOS
                    IF (REC-TIPO = 'PX' OR REC-TIPO = 'TR')
                     AND (WRK-CONTA-EXT = ZEROS
                          OR REC-CONTA = WRK-CONTA-EXT)
                     AND WRK-QTREC < 1000
                        ADD 1 TO WRK-QTREC
                        MOVE REC-FONE TO WRK-REC-FONE(WRK-QTREC)
                AT END MOVE 'S' TO WRK-FIMREC
            END-READ.

       1500-CARREGAR-CARTOES.
      *    A ADQUIRENTE DEPOSITA O LIQUIDO DAS VENDAS DE UM DIA NUM
      *    CREDITO SO - O QUE O ADQLIQ DEU POR LIQUIDADO ENTRA AQUI
      *    SOMADO POR DATA DE PAGAMENTO
            MOVE 'N' TO WRK-FIMADQ.
            OPEN INPUT ADQREC.
            IF ADQREC-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1550-LER-RECEBIVEL.
            PERFORM UNTIL FIM-RECEBIVEIS
                IF ADQ-PAGO
                 AND (WRK-CONTA-EXT = ZEROS
                      OR ADQ-CONTA = WRK-CONTA-EXT)
                    PERFORM 1600-SOMAR-LIQUIDACAO
                END-IF
                PERFORM 1550-LER-RECEBIVEL
            END-PERFORM.
            CLOSE ADQREC.

       1550-LER-RECEBIVEL.
            READ ADQREC
                AT END MOVE 'S' TO WRK-FIMADQ
            END-READ.

       1600-SOMAR-LIQUIDACAO.
            PERFORM VARYING WRK-IX-REC FROM 1 BY 1
                    UNTIL WRK-IX-REC > WRK-QTREC
                IF WRK-REC-TIPO(WRK-IX-REC) = 'CA'
                 AND WRK-REC-DATA(WRK-IX-REC) = ADQ-DATA-LIQ
                    ADD ADQ-LIQUIDO TO WRK-REC-VALOR(WRK-IX-REC)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WRK-QTREC < 1000
                ADD 1 TO WRK-QTREC
                MOVE ZEROS TO WRK-REC-FONE(WRK-QTREC)
                MOVE ADQ-DATA-LIQ TO WRK-REC-DATA(WRK-QTREC)
                MOVE ADQ-LIQUIDO TO WRK-REC-VALOR(WRK-QTREC)
                MOVE 'CA' TO WRK-REC-TIPO(WRK-QTREC)
                MOVE 'N' TO WRK-REC-CASADO(WRK-QTREC)
            END-IF.

       2000-CASAR-AUTOMATICO.
            PERFORM 2100-CASAR-CREDITO
                VARYING WRK-IX-EXT FROM 1 BY 1

       5000-RESUMO.
            OPEN OUTPUT BANCOCON-RPT.
            MOVE WRK-CONTA-EXT TO RPT-CAB-CONTA.
            MOVE RPT-CABECALHO TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM VARYING WRK-IX-EXT FROM 1 BY 1
