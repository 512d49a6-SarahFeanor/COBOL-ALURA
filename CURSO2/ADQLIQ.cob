       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADQLIQ.
      *******************************************
      * AULA:      LIQUIDACAO DA ADQUIRENTE DE CARTAO
      * OBJETIVO:  LER O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE
      *            (ADQUIR.RET: HEADER 0 COM DATA, REMETENTE E
      *            SEQUENCIA, DETALHE 1 POR VENDA COM NSU,
      *            MODALIDADE, DATA DA VENDA, BRUTO, TAXA, LIQUIDO,
      *            DATA DO PAGAMENTO E MOVIMENTO - L LIQUIDACAO,
      *            C CHARGEBACK -, TRAILER 9 COM QUANTIDADE E TOTAL
      *            BRUTO), CONFERIDO ANTES PELO INTFCHK, E CASAR
      *            CADA DETALHE COM O RECEBIVEL DE ADQREC.DAT QUE O
      *            RECEBPGM GRAVOU - PELO NSU OU, SEM NSU (MODO
      *            LOTE), PELA MODALIDADE, DATA E VALOR DA VENDA
      *            A TAXA COBRADA VAI PARA O JORNAL COMO DESPESA DA
      *            CASA (TIPO K, SEM CLIENTE) - BRUTO DO RECIBO
      *            MENOS A TAXA E O QUE O BANCO RECEBE, E O
      *            BANCOCON CONCILIA O LIQUIDO DO DIA
      *            EM ADQLIQ.RPT: TAXA OU BRUTO DIVERGENTE DO
      *            PREVISTO, CHARGEBACK, LIQUIDACAO SEM VENDA OU
      *            REPETIDA E RECEBIVEL PENDENTE COM A DATA
      *            PREVISTA JA PASSADA (LIQUIDACAO NAO RECEBIDA)
      *            O CHARGEBACK SO E APONTADO - O SALDO DO CLIENTE
      *            NAO MEXE ATE O FINANCEIRO DECIDIR A COBRANCA
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - LIQUIDO DA VENDA
      *            LIQUIDADA ENTRA NA CONTA DA TESOURARIA DO RECEBIVEL
      *            (OU NA PADRAO DO CARTAO, CALL CONTAPAD) COMO
      *            ENTRADA CA NO TESMOV.DAT; IMAGEM DO RECEBIVEL PASSA
      *            A 120 BYTES
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADQUIR-RET ASSIGN TO 'ADQUIR.RET'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ART-STATUS.
           SELECT ADQREC ASSIGN TO 'ADQREC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ADQREC-STATUS.
           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JORNAL-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
           SELECT ADQLIQ-RPT ASSIGN TO 'ADQLIQ.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADQUIR-RET.
       01 ART-LINHA PIC X(200).
      *    TIPO DE REGISTRO NA COLUNA 1
       01 ART-DETALHE REDEFINES ART-LINHA.
           05 ART-TIPO       PIC X(01).
           05 ART-NSU        PIC 9(09).
           05 ART-MODALIDADE PIC X(02).
           05 ART-DATA-VENDA PIC 9(08).
           05 ART-BRUTO      PIC 9(09)V99.
           05 ART-TAXA       PIC 9(07)V99.
           05 ART-LIQUIDO    PIC 9(09)V99.
           05 ART-DATA-PGTO  PIC 9(08).
           05 ART-MOVIMENTO  PIC X(01).
               88 ART-LIQUIDACAO VALUE 'L'.
               88 ART-CHARGEBACK VALUE 'C'.
           05 FILLER         PIC X(140).

       FD ADQREC.
           COPY ADQREC.

       FD JORNAL.
           COPY JORNAL.

       FD TESMOV.
           COPY TESMOV.

       FD ADQLIQ-RPT.
       01 RPT-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 ART-STATUS       PIC 9(02).
       77 ADQREC-STATUS    PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 TESMOV-STATUS    PIC 9(02).
       77 WRK-CPD-BANCO    PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ADQUIRENTE VALUE 'S'.
       77 WRK-FIMADQ       PIC X(01) VALUE 'N'.
           88 FIM-RECEBIVEIS VALUE 'S'.
       77 WRK-POSTOU       PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-QTADQ        PIC 9(04) VALUE 0.
       77 WRK-IX-ADQ       PIC 9(04) VALUE 0.
       77 WRK-IX-ACHADO    PIC 9(04) VALUE 0.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTLIQUIDADOS PIC 9(05) VALUE 0.
       77 WRK-QTDIVERGENTES PIC 9(05) VALUE 0.
       77 WRK-QTCHARGEBACK PIC 9(05) VALUE 0.
       77 WRK-QTSEMVENDA   PIC 9(05) VALUE 0.
       77 WRK-QTATRASADOS  PIC 9(05) VALUE 0.
       77 WRK-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-TAXA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TAXA-COBRADA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-PERIODO      PIC X(01) VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.
           COPY INTFCHK.
       01 WRK-TAB-RECEBIVEIS.
      *    ADQREC.DAT INTEIRO EM MEMORIA - A LIQUIDACAO SO DESCE
      *    PARA O ARQUIVO NA REGRAVACAO FINAL
           05 WRK-ADQ OCCURS 3000 TIMES.
               10 WRK-ADQ-IMG PIC X(120).
       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'CONCILIACAO DA ADQUIRENTE DE CARTAO     '.
           05 RPT-DATA PIC 9(08).
       01 RPT-COLUNAS.
           05 FILLER PIC X(50) VALUE
              'OCORRENCIA                 NSU       MD VENDA    '.
           05 FILLER PIC X(50) VALUE
              '          BRUTO   TAXA PREV   TAXA REAL    CLIENTE'.
       01 RPT-DETALHE.
           05 RPT-OCORRENCIA PIC X(26).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NSU        PIC 9(09).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-MODAL      PIC X(02).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-VENDA      PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-TAXA-PREV  PIC ZZZ.ZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-TAXA-REAL  PIC ZZZ.ZZ9,99.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 RPT-CODIGO     PIC 9(07).
       01 RPT-RODAPE.
           05 FILLER         PIC X(14) VALUE 'LIQUIDADOS    '.
           05 RPT-QTLIQ      PIC ZZZZ9.
           05 FILLER         PIC X(10) VALUE '  LIQUIDO '.
           05 RPT-TOT-LIQ    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER         PIC X(08) VALUE '  TAXAS '.
           05 RPT-TOT-TAXA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 RPT-RODAPE2.
           05 FILLER         PIC X(14) VALUE 'DIVERGENTES   '.
           05 RPT-QTDIV      PIC ZZZZ9.
           05 FILLER         PIC X(14) VALUE '  CHARGEBACKS '.
           05 RPT-QTCHB      PIC ZZZZ9.
           05 FILLER         PIC X(12) VALUE '  SEM VENDA '.
           05 RPT-QTSEM      PIC ZZZZ9.
           05 FILLER         PIC X(15) VALUE '  NAO RECEBIDA '.
           05 RPT-QTATR      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL FIM-ADQUIRENTE.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'N' TO WRK-FIMARQ WRK-POSTOU.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'ADQLIQ: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *    LANCAMENTO DENTRO DE COMPETENCIA FECHADA NAO DESCE
            CALL 'PERCHK' USING WRK-DATA-SISTEMA WRK-PERIODO.
            IF PERIODO-FECHADO
                DISPLAY 'ADQLIQ: COMPETENCIA FECHADA '
                        '(PERFECHA) - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'ADQLIQ: ADQUIR.RET RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM 1200-CARREGAR-RECEBIVEIS.
            IF TABELA-ESTOURADA
                DISPLAY 'ADQLIQ: ADQREC.DAT PASSOU DE 3000 '
                        'RECEBIVEIS - LIQUIDACAO RECUSADA'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT ADQUIR-RET.
            IF ART-STATUS NOT = 0
                DISPLAY 'ADQLIQ: NAO FOI POSSIVEL ABRIR ADQUIR.RET'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT ADQLIQ-RPT
                MOVE 'S' TO WRK-POSTOU
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE RPT-COLUNAS TO RPT-LINHA
                WRITE RPT-LINHA
                PERFORM 1100-LER-ADQUIRENTE
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    NENHUMA LIQUIDACAO E POSTADA SEM HEADER E TRAILER DA
      *    ADQUIRENTE CONFERIDOS - O TOTAL DO TRAILER E O BRUTO
            MOVE 'V'            TO INTF-FUNCAO.
            MOVE 'ADQUIR.RET'   TO INTF-ARQUIVO.
            MOVE 'ADQUIR'       TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'ADQUIR_REMETENTE'.
            MOVE 1   TO INTF-POS-TIPO.
            MOVE '0' TO INTF-TIPO-HDR.
            MOVE '9' TO INTF-TIPO-TRL.
            MOVE '1' TO INTF-TIPO-DET.
            MOVE SPACE TO INTF-TIPO-VAL.
            MOVE 10  TO INTF-HDR-POS-REM.
            MOVE 2   TO INTF-HDR-POS-DATA.
            MOVE 18  TO INTF-HDR-POS-SEQ.
            MOVE 2   TO INTF-TRL-POS-QTDE.
            MOVE 9   TO INTF-TRL-POS-TOTAL.
            MOVE 13  TO INTF-TRL-TAM-TOTAL.
            MOVE 21  TO INTF-DET-POS-VALOR.
            MOVE 11  TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-ADQUIRENTE.
            READ ADQUIR-RET
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1200-CARREGAR-RECEBIVEIS.
            MOVE 0 TO WRK-QTADQ.
            MOVE 'N' TO WRK-FIMADQ.
            OPEN INPUT ADQREC.
            IF ADQREC-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1250-LER-RECEBIVEL.
            PERFORM UNTIL FIM-RECEBIVEIS
                IF WRK-QTADQ < 3000
                    ADD 1 TO WRK-QTADQ
                    MOVE ADQREC-REG TO WRK-ADQ-IMG(WRK-QTADQ)
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                END-IF
                PERFORM 1250-LER-RECEBIVEL
            END-PERFORM.
            CLOSE ADQREC.

       1250-LER-RECEBIVEL.
            READ ADQREC
                AT END MOVE 'S' TO WRK-FIMADQ
            END-READ.

       2000-PROCESSAR.
            IF ART-TIPO = '1'
                ADD 1 TO WRK-QTLIDOS
                MOVE ART-TAXA TO WRK-TAXA-COBRADA
                PERFORM 2100-LOCALIZAR-RECEBIVEL
                IF ART-CHARGEBACK
                    PERFORM 2300-REGISTRAR-CHARGEBACK
                ELSE
                    PERFORM 2200-REGISTRAR-LIQUIDACAO
                END-IF
            END-IF.
            PERFORM 1100-LER-ADQUIRENTE.

       2100-LOCALIZAR-RECEBIVEL.
      *    PELO NSU DO COMPROVANTE; RECIBO DO MODO LOTE NAO TEM
      *    NSU E CASA PELA MODALIDADE, DATA E VALOR DA VENDA
            MOVE 0 TO WRK-IX-ACHADO.
            PERFORM VARYING WRK-IX-ADQ FROM 1 BY 1
                    UNTIL WRK-IX-ADQ > WRK-QTADQ
                    OR WRK-IX-ACHADO > 0
                MOVE WRK-ADQ-IMG(WRK-IX-ADQ) TO ADQREC-REG
                IF ADQ-NSU NOT = ZEROS
                 AND ADQ-NSU = ART-NSU
                 AND ADQ-MODALIDADE = ART-MODALIDADE
                    MOVE WRK-IX-ADQ TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            PERFORM VARYING WRK-IX-ADQ FROM 1 BY 1
                    UNTIL WRK-IX-ADQ > WRK-QTADQ
                    OR WRK-IX-ACHADO > 0
                MOVE WRK-ADQ-IMG(WRK-IX-ADQ) TO ADQREC-REG
                IF ADQ-NSU = ZEROS
                 AND ADQ-PENDENTE
                 AND ADQ-MODALIDADE = ART-MODALIDADE
                 AND ADQ-DATA-VENDA = ART-DATA-VENDA
                 AND ADQ-VALOR = ART-BRUTO
                    MOVE WRK-IX-ADQ TO WRK-IX-ACHADO
                END-IF
            END-PERFORM.
            IF WRK-IX-ACHADO > 0
                MOVE WRK-ADQ-IMG(WRK-IX-ACHADO) TO ADQREC-REG
            END-IF.

       2200-REGISTRAR-LIQUIDACAO.
            IF WRK-IX-ACHADO = 0
                ADD 1 TO WRK-QTSEMVENDA
                MOVE 'LIQUIDACAO SEM VENDA' TO RPT-OCORRENCIA
                PERFORM 2900-APONTAR-RETORNO
                EXIT PARAGRAPH
            END-IF.
            IF ADQ-ESTORNADO
                ADD 1 TO WRK-QTSEMVENDA
                MOVE 'LIQUIDOU VENDA ESTORNADA' TO RPT-OCORRENCIA
                PERFORM 2950-APONTAR-RECEBIVEL
                EXIT PARAGRAPH
            END-IF.
            IF ADQ-PAGO
                ADD 1 TO WRK-QTSEMVENDA
                MOVE 'LIQUIDACAO REPETIDA' TO RPT-OCORRENCIA
                PERFORM 2950-APONTAR-RECEBIVEL
                EXIT PARAGRAPH
            END-IF.
            MOVE ART-DATA-PGTO TO ADQ-DATA-LIQ.
            MOVE ART-TAXA      TO ADQ-TAXA-REAL.
            MOVE ART-LIQUIDO   TO ADQ-LIQUIDO.
            SET ADQ-LIQUIDADO  TO TRUE.
      *    RECEBIVEL GRAVADO ANTES DA TESOURARIA NAO TEM CONTA -
      *    LIQUIDA NA CONTA PADRAO DO CARTAO
            IF ADQ-CONTA = ZEROS
                CALL 'CONTAPAD' USING ADQ-MODALIDADE WRK-CPD-BANCO
                    ADQ-CONTA WRK-CPD-SITU
            END-IF.
            ADD 1 TO WRK-QTLIQUIDADOS.
            ADD ART-LIQUIDO TO WRK-TOTAL-LIQUIDO.
            IF ART-TAXA NOT = ADQ-TAXA-PREV
                SET ADQ-DIVERGENTE TO TRUE
                ADD 1 TO WRK-QTDIVERGENTES
                MOVE 'TAXA DIVERGENTE' TO RPT-OCORRENCIA
                PERFORM 2950-APONTAR-RECEBIVEL
            END-IF.
            IF ART-BRUTO NOT = ADQ-VALOR
                IF NOT ADQ-DIVERGENTE
                    ADD 1 TO WRK-QTDIVERGENTES
                END-IF
                SET ADQ-DIVERGENTE TO TRUE
                MOVE 'BRUTO DIVERGENTE' TO RPT-OCORRENCIA
                PERFORM 2950-APONTAR-RECEBIVEL
            END-IF.
            MOVE ADQREC-REG TO WRK-ADQ-IMG(WRK-IX-ACHADO).
            PERFORM 2400-GRAVAR-TAXA.
            PERFORM 2450-GRAVAR-TESOURARIA.

       2300-REGISTRAR-CHARGEBACK.
      *    O CLIENTE CONTESTOU A COMPRA - O RECEBIVEL SAI DA
      *    CONCILIACAO E A MESA DE COBRANCA RECEBE O APONTAMENTO
            ADD 1 TO WRK-QTCHARGEBACK.
            IF WRK-IX-ACHADO = 0
                MOVE 'CHARGEBACK SEM VENDA' TO RPT-OCORRENCIA
                PERFORM 2900-APONTAR-RETORNO
                EXIT PARAGRAPH
            END-IF.
            IF ADQ-PAGO
                MOVE 'CHARGEBACK APOS LIQUIDACAO' TO RPT-OCORRENCIA
            ELSE
                MOVE 'CHARGEBACK' TO RPT-OCORRENCIA
            END-IF.
            SET ADQ-ESTORNADO TO TRUE.
            MOVE ADQREC-REG TO WRK-ADQ-IMG(WRK-IX-ACHADO).
            PERFORM 2950-APONTAR-RECEBIVEL.

       2400-GRAVAR-TAXA.
      *    DESPESA DA CASA - CODIGO E FONE ZERADOS PARA NAO
      *    ENTRAR NO SALDO, NO EXTRATO NEM NO AGING DE NINGUEM
            IF ART-TAXA = ZEROS
                EXIT PARAGRAPH
            END-IF.
            ADD ART-TAXA TO WRK-TOTAL-TAXA.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-TAXA-CARTAO TO TRUE.
            MOVE ZEROS TO JRN-CODIGO.
            MOVE ZEROS TO JRN-FONE.
            MOVE ADQ-NUMERO TO JRN-DOCUMENTO.
            COMPUTE JRN-VALOR = 0 - ART-TAXA.
            MOVE 'ADQLIQ' TO JRN-USUARIO.
            OPEN EXTEND JORNAL.
            IF JORNAL-STATUS = 35
                OPEN OUTPUT JORNAL
            END-IF.
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       2450-GRAVAR-TESOURARIA.
      *    O LIQUIDO E O QUE A ADQUIRENTE DEPOSITOU NA CONTA
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE ADQ-CONTA        TO TMV-CONTA.
            SET TMV-ENTRADA       TO TRUE.
            MOVE 'CA'             TO TMV-ORIGEM.
            MOVE ADQ-LIQUIDO      TO TMV-VALOR.
            MOVE ADQ-NUMERO       TO TMV-DOCUMENTO.
            MOVE ADQ-CODIGO       TO TMV-CODIGO.
            MOVE 'ADQLIQ'         TO TMV-PROGRAMA.
            MOVE 'ADQLIQ'         TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.

       2900-APONTAR-RETORNO.
            MOVE ART-NSU        TO RPT-NSU.
            MOVE ART-MODALIDADE TO RPT-MODAL.
            MOVE ART-DATA-VENDA TO RPT-VENDA.
            MOVE ART-BRUTO      TO RPT-BRUTO.
            MOVE ZEROS          TO RPT-TAXA-PREV.
            MOVE ART-TAXA       TO RPT-TAXA-REAL.
            MOVE ZEROS          TO RPT-CODIGO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       2950-APONTAR-RECEBIVEL.
            MOVE ADQ-NSU        TO RPT-NSU.
            MOVE ADQ-MODALIDADE TO RPT-MODAL.
            MOVE ADQ-DATA-VENDA TO RPT-VENDA.
            MOVE ADQ-VALOR      TO RPT-BRUTO.
            MOVE ADQ-TAXA-PREV  TO RPT-TAXA-PREV.
            MOVE WRK-TAXA-COBRADA TO RPT-TAXA-REAL.
            MOVE ADQ-CODIGO     TO RPT-CODIGO.
            MOVE RPT-DETALHE TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF ARQUIVO-POSTADO
                PERFORM 3100-APONTAR-ATRASADOS
                    VARYING WRK-IX-ADQ FROM 1 BY 1
                    UNTIL WRK-IX-ADQ > WRK-QTADQ
                MOVE WRK-QTLIQUIDADOS  TO RPT-QTLIQ
                MOVE WRK-TOTAL-LIQUIDO TO RPT-TOT-LIQ
                MOVE WRK-TOTAL-TAXA    TO RPT-TOT-TAXA
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WRK-QTDIVERGENTES TO RPT-QTDIV
                MOVE WRK-QTCHARGEBACK  TO RPT-QTCHB
                MOVE WRK-QTSEMVENDA    TO RPT-QTSEM
                MOVE WRK-QTATRASADOS   TO RPT-QTATR
                MOVE RPT-RODAPE2 TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE ADQUIR-RET
                CLOSE ADQLIQ-RPT
                PERFORM 3200-REGRAVAR-RECEBIVEIS
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== ADQLIQ - LIQUIDACAO DA ADQUIRENTE ====='.
            DISPLAY 'DETALHES LIDOS.......: ' WRK-QTLIDOS.
            DISPLAY 'VENDAS LIQUIDADAS....: ' WRK-QTLIQUIDADOS.
            DISPLAY 'COM DIVERGENCIA......: ' WRK-QTDIVERGENTES.
            DISPLAY 'CHARGEBACKS..........: ' WRK-QTCHARGEBACK.
            DISPLAY 'SEM VENDA/REPETIDAS..: ' WRK-QTSEMVENDA.
            DISPLAY 'NAO RECEBIDAS NO DIA.: ' WRK-QTATRASADOS.
            DISPLAY 'TAXAS NO JORNAL......: ' WRK-TOTAL-TAXA.

       3100-APONTAR-ATRASADOS.
      *    PENDENTE COM A DATA PREVISTA ANTES DE HOJE - A
      *    ADQUIRENTE JA DEVIA TER PAGO E NAO PAGOU
            MOVE WRK-ADQ-IMG(WRK-IX-ADQ) TO ADQREC-REG.
            IF ADQ-PENDENTE
             AND ADQ-DATA-PREV < WRK-DATA-SISTEMA
                ADD 1 TO WRK-QTATRASADOS
                MOVE 'LIQUIDACAO NAO RECEBIDA' TO RPT-OCORRENCIA
                MOVE ZEROS TO WRK-TAXA-COBRADA
                PERFORM 2950-APONTAR-RECEBIVEL
            END-IF.

       3200-REGRAVAR-RECEBIVEIS.
            IF WRK-QTADQ = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT ADQREC.
            PERFORM VARYING WRK-IX-ADQ FROM 1 BY 1
                    UNTIL WRK-IX-ADQ > WRK-QTADQ
                MOVE WRK-ADQ-IMG(WRK-IX-ADQ) TO ADQREC-REG
                WRITE ADQREC-REG
            END-PERFORM.
            CLOSE ADQREC.
