       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NCRPOST.
      *******************************************
      * AULA:      EFETIVACAO DAS NOTAS DE CREDITO LIBERADAS
      * OBJETIVO:  LER NOTACRED.DAT E EFETIVAR CADA NOTA LIBERADA
      *            (ABAIXO DO TETO NO NCREMITE OU APROVADA NA MESA
      *            NCRMESA): CREDITA O VALOR EM CLIENTES-SALDO,
      *            LANCA O TIPO N NO JORNAL DE LANCAMENTOS, ABATE
      *            OS TITULOS EM ABERTO DA FATURA (NA ORDEM DO
      *            ARQUIVO - PARCELA QUE ZERA FICA LIQUIDADA) E
      *            MARCA A NOTA COMO EMITIDA COM A DATA FISCAL
      *            O QUE SOBRAR DEPOIS DOS TITULOS DA FATURA FICA
      *            COMO CREDITO NO SALDO DO CLIENTE
      *            CADA NOTA SAI IMPRESSA EM NOTACRED.RPT PARA
      *            MANDAR AO CLIENTE
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
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JORNAL-STATUS.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT NOTACRED-RPT ASSIGN TO 'NOTACRED.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD NOTACRED.
           COPY NOTACRED.

       FD JORNAL.
           COPY JORNAL.

       FD TITULOS.
           COPY TITULOS.

       FD NOTACRED-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 NOTACRED-STATUS  PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMNCR       PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-QTNOTAS      PIC 9(04) VALUE 0.
       77 WRK-IX-NOTA      PIC 9(04) VALUE 0.
       77 WRK-IX-TIT       PIC 9(04) VALUE 0.
       77 WRK-QTTIT        PIC 9(04) VALUE 0.
       77 WRK-QTEMITIDAS   PIC 9(04) VALUE 0.
       77 WRK-QTREJEITADAS PIC 9(04) VALUE 0.
       77 WRK-TOTAL-NOTAS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-A-ABATER     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ABERTO-TIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ABATIDO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MEXEU-NCR    PIC X(01) VALUE 'N'.
           88 NOTAS-MUDARAM VALUE 'S'.
       77 WRK-MEXEU-TIT    PIC X(01) VALUE 'N'.
           88 TITULOS-MUDARAM VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'NCRPOST '.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'NCRPOST'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       01 WRK-TAB-NOTAS.
           05 WRK-NCR OCCURS 1000 TIMES.
               10 WRK-NCR-IMG PIC X(147).
       01 WRK-TAB-TITULOS.
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).
       01 RPT-CABECALHO.
           05 FILLER    PIC X(34) VALUE
              'NOTAS DE CREDITO EMITIDAS    DATA '.
           05 RPT-DATA  PIC 9(08).
       01 RPT-DOC-NOTA.
           05 FILLER     PIC X(19) VALUE 'NOTA DE CREDITO NO '.
           05 RPT-NUMERO PIC 9(07).
           05 FILLER     PIC X(11) VALUE '   EMISSAO '.
           05 RPT-EMISSAO PIC 9(08).
           05 FILLER     PIC X(13) VALUE '   REF. FAT. '.
           05 RPT-FATURA PIC 9(07).
           05 FILLER     PIC X(08) VALUE ' PEDIDO '.
           05 RPT-PEDIDO PIC 9(07).
       01 RPT-DOC-CLIENTE.
           05 FILLER     PIC X(09) VALUE 'CLIENTE  '.
           05 RPT-FONE   PIC 9(11).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-NOME   PIC X(30).
           05 FILLER     PIC X(04) VALUE ' UF '.
           05 RPT-UF     PIC X(02).
       01 RPT-DOC-MOTIVO.
           05 FILLER     PIC X(09) VALUE 'MOTIVO   '.
           05 RPT-MOTIVO PIC X(16).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 RPT-HISTORICO PIC X(30).
       01 RPT-DOC-VALORES.
           05 FILLER     PIC X(17) VALUE 'VALOR CREDITADO  '.
           05 RPT-VALOR  PIC Z.ZZZ.ZZ9,99.
           05 FILLER     PIC X(17) VALUE '  ICMS ESTORNADO '.
           05 RPT-ICMS   PIC Z.ZZZ.ZZ9,99.
       01 RPT-DOC-DESTINO.
           05 FILLER     PIC X(17) VALUE 'ABATIDO TITULOS  '.
           05 RPT-ABATIDO PIC Z.ZZZ.ZZ9,99.
           05 FILLER     PIC X(17) VALUE '  CREDITO EM C/C '.
           05 RPT-SOBRA  PIC Z.ZZZ.ZZ9,99.
       01 RPT-DOC-APROVACAO.
           05 FILLER     PIC X(13) VALUE 'DIGITADA POR '.
           05 RPT-USUARIO PIC X(20).
           05 FILLER     PIC X(14) VALUE ' APROVADA POR '.
           05 RPT-APROVADOR PIC X(20).
       01 RPT-RODAPE.
           05 FILLER     PIC X(22) VALUE 'TOTAL CREDITADO.....: '.
           05 RPT-TOTAL  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER     PIC X(14) VALUE '  QUANTIDADE: '.
           05 RPT-QTDE   PIC ZZZ9.

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.

       77 WRK-PERIODO      PIC X(01) VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-EFETIVAR-NOTAS.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTEMITIDAS WRK-QTREJEITADAS.
            MOVE ZEROS TO WRK-TOTAL-NOTAS.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'NCRPOST: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *    LANCAMENTO DENTRO DE COMPETENCIA FECHADA NAO DESCE
            CALL 'PERCHK' USING WRK-DATA-SISTEMA WRK-PERIODO.
            IF PERIODO-FECHADO
                DISPLAY 'NCRPOST: COMPETENCIA FECHADA '
                        '(PERFECHA) - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1100-CARREGAR-NOTAS.
            PERFORM 1200-CARREGAR-TITULOS.
            IF TABELA-ESTOURADA
      *        REGRAVAR COM A TABELA ESTOURADA APAGARIA O RABO
      *        DO ARQUIVO - MELHOR PARAR DO QUE PERDER REGISTRO
                DISPLAY 'NCRPOST: NOTACRED.DAT OU TITULOS.DAT '
                        'PASSOU DO LIMITE DA TABELA - PASSO '
                        'RECUSADO'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'NCRPOST: NAO ABRIU CLIENTES.DAT'
                MOVE 0 TO WRK-QTNOTAS
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN EXTEND JORNAL
                IF JORNAL-STATUS = 35
                    OPEN OUTPUT JORNAL
                END-IF
                OPEN OUTPUT NOTACRED-RPT
                MOVE WRK-DATA-SISTEMA TO RPT-DATA
                MOVE RPT-CABECALHO TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       1100-CARREGAR-NOTAS.
            MOVE 0 TO WRK-QTNOTAS.
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS = 0
                PERFORM 1150-LER-NOTA
                PERFORM UNTIL FIM-NOTAS
                    IF WRK-QTNOTAS < 1000
                        ADD 1 TO WRK-QTNOTAS
                        MOVE NOTACRED-REG TO
                            WRK-NCR-IMG(WRK-QTNOTAS)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1150-LER-NOTA
                END-PERFORM
                CLOSE NOTACRED
            END-IF.

       1150-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMNCR
            END-READ.

       1200-CARREGAR-TITULOS.
            MOVE 0 TO WRK-QTTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS = 0
                PERFORM 1250-LER-TITULO
                PERFORM UNTIL FIM-TITULOS
                    IF WRK-QTTIT < 2000
                        ADD 1 TO WRK-QTTIT
                        MOVE TITULO-REG TO WRK-TIT-IMG(WRK-QTTIT)
                    ELSE
                        MOVE 'S' TO WRK-TAB-CHEIA
                    END-IF
                    PERFORM 1250-LER-TITULO
                END-PERFORM
                CLOSE TITULOS
            END-IF.

       1250-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2000-EFETIVAR-NOTAS.
            PERFORM 2100-EFETIVAR-NOTA
                VARYING WRK-IX-NOTA FROM 1 BY 1
                UNTIL WRK-IX-NOTA > WRK-QTNOTAS.

       2100-EFETIVAR-NOTA.
            MOVE WRK-NCR-IMG(WRK-IX-NOTA) TO NOTACRED-REG.
            IF NOT NCR-LIBERADA
                CONTINUE
            ELSE
                MOVE NCR-FONE TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                    ADD 1 TO WRK-QTREJEITADAS
                    DISPLAY 'NCRPOST: CLIENTE NAO ENCONTRADO - '
                            NCR-FONE ' NOTA ' NCR-NUMERO
                  NOT INVALID KEY
                    PERFORM 2200-POSTAR-NOTA
                END-READ
            END-IF.

       2200-POSTAR-NOTA.
      *    A NOTA CREDITA O SALDO COMO UM RECEBIMENTO FARIA, MAS
      *    COM O TIPO N PROPRIO - O EXTRATO E A CONTABILIDADE
      *    ENXERGAM QUE FOI AJUSTE DE PRECO E NAO DINHEIRO
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            ADD NCR-VALOR TO CLIENTES-SALDO.
            REWRITE CLIENTES-REG
              INVALID KEY
                ADD 1 TO WRK-QTREJEITADAS
                DISPLAY 'NCRPOST: ERRO AO REGRAVAR CLIENTE - '
                        NCR-FONE ' NOTA ' NCR-NUMERO
              NOT INVALID KEY
                ADD 1 TO WRK-QTEMITIDAS
                ADD NCR-VALOR TO WRK-TOTAL-NOTAS
                PERFORM 2300-GRAVAR-JORNAL
                MOVE 'R' TO WRK-JNL-OPER
                CALL 'CLIEJRNL' USING WRK-JNL-OPER
                    WRK-JNL-PROGRAMA WRK-JNL-USUARIO
                    WRK-REG-ANTES CLIENTES-REG
                PERFORM 2400-ABATER-TITULOS
                MOVE WRK-DATA-SISTEMA TO NCR-EMISSAO
                SET NCR-EMITIDA TO TRUE
                MOVE NOTACRED-REG TO WRK-NCR-IMG(WRK-IX-NOTA)
                MOVE 'S' TO WRK-MEXEU-NCR
                PERFORM 2500-IMPRIMIR-NOTA
            END-REWRITE.

       2300-GRAVAR-JORNAL.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-NOTA-CREDITO TO TRUE.
            MOVE CLIENTES-CODIGO TO JRN-CODIGO.
            MOVE NCR-FONE   TO JRN-FONE.
            MOVE NCR-NUMERO TO JRN-DOCUMENTO.
            MOVE NCR-VALOR  TO JRN-VALOR.
            MOVE 'NCRPOST'  TO JRN-USUARIO.
            WRITE JORNAL-REG.

       2400-ABATER-TITULOS.
      *    O CREDITO DESCE NOS TITULOS EM ABERTO DA FATURA NA
      *    ORDEM DO ARQUIVO (PARCELA 1 PRIMEIRO); O VALOR DO
      *    TITULO CAI E O QUE JA FOI PAGO FICA COMO ESTA - A
      *    PARCELA QUE ZERA O ABERTO FICA LIQUIDADA HOJE
            MOVE NCR-VALOR TO WRK-A-ABATER.
            MOVE ZEROS TO WRK-ABATIDO.
            PERFORM VARYING WRK-IX-TIT FROM 1 BY 1
                    UNTIL WRK-IX-TIT > WRK-QTTIT
                    OR WRK-A-ABATER = ZEROS
                MOVE WRK-TIT-IMG(WRK-IX-TIT) TO TITULO-REG
                IF TIT-FATURA = NCR-FATURA
                 AND TIT-FONE = NCR-FONE
                 AND TIT-ABERTO
                 AND TIT-VALOR > TIT-PAGO
                    COMPUTE WRK-ABERTO-TIT = TIT-VALOR - TIT-PAGO
                    IF WRK-ABERTO-TIT > WRK-A-ABATER
                        MOVE WRK-A-ABATER TO WRK-ABERTO-TIT
                    END-IF
                    SUBTRACT WRK-ABERTO-TIT FROM TIT-VALOR
                    SUBTRACT WRK-ABERTO-TIT FROM WRK-A-ABATER
                    ADD WRK-ABERTO-TIT TO WRK-ABATIDO
                    IF TIT-VALOR NOT > TIT-PAGO
                        SET TIT-LIQUIDADO TO TRUE
                        MOVE WRK-DATA-SISTEMA TO TIT-LIQUIDACAO
                    END-IF
                    MOVE TITULO-REG TO WRK-TIT-IMG(WRK-IX-TIT)
                    MOVE 'S' TO WRK-MEXEU-TIT
                END-IF
            END-PERFORM.

       2500-IMPRIMIR-NOTA.
            MOVE NCR-NUMERO    TO RPT-NUMERO.
            MOVE NCR-EMISSAO   TO RPT-EMISSAO.
            MOVE NCR-FATURA    TO RPT-FATURA.
            MOVE NCR-PEDIDO    TO RPT-PEDIDO.
            MOVE RPT-DOC-NOTA TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE NCR-FONE      TO RPT-FONE.
            MOVE CLIENTES-NOME TO RPT-NOME.
            MOVE NCR-UF        TO RPT-UF.
            MOVE RPT-DOC-CLIENTE TO RPT-LINHA.
            WRITE RPT-LINHA.
            EVALUATE TRUE
              WHEN NCR-PRECO-A-MAIOR
                MOVE 'COBRADO A MAIOR ' TO RPT-MOTIVO
              WHEN NCR-ABATIMENTO
                MOVE 'ABATIMENTO      ' TO RPT-MOTIVO
              WHEN NCR-BONIFICACAO
                MOVE 'BONIFICACAO     ' TO RPT-MOTIVO
              WHEN OTHER
                MOVE 'OUTROS          ' TO RPT-MOTIVO
            END-EVALUATE.
            MOVE NCR-HISTORICO TO RPT-HISTORICO.
            MOVE RPT-DOC-MOTIVO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE NCR-VALOR     TO RPT-VALOR.
            MOVE NCR-ICMS      TO RPT-ICMS.
            MOVE RPT-DOC-VALORES TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE WRK-ABATIDO   TO RPT-ABATIDO.
            MOVE WRK-A-ABATER  TO RPT-SOBRA.
            MOVE RPT-DOC-DESTINO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE NCR-USUARIO   TO RPT-USUARIO.
            MOVE NCR-APROVADOR TO RPT-APROVADOR.
            MOVE RPT-DOC-APROVACAO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.

       3000-FINALIZAR.
            IF NOTAS-MUDARAM
                PERFORM 3100-REGRAVAR-NOTAS
            END-IF.
            IF TITULOS-MUDARAM
                PERFORM 3200-REGRAVAR-TITULOS
            END-IF.
            IF RETURN-CODE = 0
                MOVE WRK-TOTAL-NOTAS TO RPT-TOTAL
                MOVE WRK-QTEMITIDAS TO RPT-QTDE
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE NOTACRED-RPT
                CLOSE JORNAL
                CLOSE CLIENTES
            END-IF.
            DISPLAY '===== NCRPOST - NOTAS DE CREDITO ====='.
            DISPLAY 'NOTAS EMITIDAS.......: ' WRK-QTEMITIDAS.
            DISPLAY 'REJEITADAS...........: ' WRK-QTREJEITADAS.

       3100-REGRAVAR-NOTAS.
            OPEN OUTPUT NOTACRED.
            PERFORM VARYING WRK-IX-NOTA FROM 1 BY 1
                    UNTIL WRK-IX-NOTA > WRK-QTNOTAS
                MOVE WRK-NCR-IMG(WRK-IX-NOTA) TO NOTACRED-REG
                WRITE NOTACRED-REG
            END-PERFORM.
            CLOSE NOTACRED.

       3200-REGRAVAR-TITULOS.
            OPEN OUTPUT TITULOS.
            PERFORM VARYING WRK-IX-TIT FROM 1 BY 1
                    UNTIL WRK-IX-TIT > WRK-QTTIT
                MOVE WRK-TIT-IMG(WRK-IX-TIT) TO TITULO-REG
                WRITE TITULO-REG
            END-PERFORM.
            CLOSE TITULOS.
