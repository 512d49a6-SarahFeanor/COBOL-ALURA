       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COBRIMP.
      *******************************************
      * AULA:      PRESTACAO DE CONTAS DA COBRADORA
      * OBJETIVO:  LER O ARQUIVO DE PRESTACAO DE CONTAS DA
      *            COBRADORA (COBRADOR.RET: HEADER 0 COM DATA,
      *            REMETENTE E SEQUENCIA, DETALHE 1 POR TITULO
      *            RECEBIDO COM CLIENTE, TITULO CEDIDO, VALOR
      *            RECEBIDO, COMISSAO E DATA, TRAILER 9 COM
      *            QUANTIDADE E TOTAL RECEBIDO), CONFERIDO ANTES
      *            PELO INTFCHK COMO O RETORNO.RET
      *            CADA RECEBIMENTO CREDITA CLIENTES-SALDO PELO
      *            BRUTO (CALL CLIEJRNL), GRAVA O RECIBO EM
      *            RECEBER.DAT (TIPO CB) E O LANCAMENTO R NO
      *            JORNAL, E BAIXA O TITULO (CALL TITBAIX); A
      *            COMISSAO DA COBRADORA VAI PARA O JORNAL COMO
      *            DESPESA DA CASA (TIPO C, SEM CLIENTE)
      *            COMISSAO ZERADA NO DETALHE E CALCULADA PELO
      *            PERCENTUAL DE COBRADOR.CFG
      *            TITULO QUE NAO CONSTA COMO CEDIDO E APONTADO EM
      *            COBRADOR.EXC MAS O DINHEIRO ENTRA; CLIENTE NAO
      *            ACHADO VAI PARA O REGISTRO DE SUSPENSOS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 230 BYTES (CLASSE ABC)
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO MESTRE DE
      *            CLIENTES PASSA A 235 BYTES (GRUPO ECONOMICO)
      * ALTERADO = 15/10/2026 - SARAH - PRESTACAO DA COBRADORA
      *            ENTRA NA CONTA DA TESOURARIA DO REPASSE (CALL
      *            CONTAPAD): BRUTO COMO ENTRADA CB E COMISSAO COMO
      *            SAIDA CO NO TESMOV.DAT; RECIBO E SUSPENSO GUARDAM
      *            A CONTA
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
           SELECT COBRADOR-RET ASSIGN TO 'COBRADOR.RET'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CRT-STATUS.
           SELECT COBRADOR-CFG ASSIGN TO 'COBRADOR.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CCF-STATUS.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT RECEBER ASSIGN TO 'RECEBER.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RECEBER-STATUS.
           SELECT JORNAL ASSIGN TO 'JORNAL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JORNAL-STATUS.
           SELECT COBRADOR-EXC ASSIGN TO 'COBRADOR.EXC'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EXC-STATUS.
           SELECT SUSPENSE ASSIGN TO 'SUSPENSE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPENSE-STATUS.
           SELECT SUSPNUM-CTL ASSIGN TO 'SUSPNUM.CTL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUSPNUM-STATUS.
           SELECT TESMOV ASSIGN TO 'TESMOV.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TESMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD COBRADOR-RET.
       01 CRT-LINHA PIC X(200).
      *    TIPO DE REGISTRO NA COLUNA 1 - O DETALHE DEVOLVE A
      *    IDENTIFICACAO DO TITULO QUE SAIU NO COBRADOR.REM
       01 CRT-DETALHE REDEFINES CRT-LINHA.
           05 CRT-TIPO     PIC X(01).
           05 CRT-CODIGO   PIC 9(07).
           05 CRT-FONE     PIC 9(11).
           05 CRT-PEDIDO   PIC 9(07).
           05 CRT-FATURA   PIC 9(07).
           05 CRT-PARCELA  PIC 9(02).
           05 CRT-VALOR    PIC 9(09)V99.
           05 CRT-COMISSAO PIC 9(07)V99.
           05 CRT-DATA     PIC 9(08).
           05 FILLER       PIC X(137).

       FD COBRADOR-CFG.
       01 CCF-LINHA.
           05 CCF-DIAS     PIC 9(03).
           05 CCF-COMISSAO PIC 9(02)V99.

       FD TITULOS.
           COPY TITULOS.

       FD RECEBER.
           COPY RECEBER.

       FD JORNAL.
           COPY JORNAL.

       FD SUSPENSE.
           COPY SUSPENSE.

       FD SUSPNUM-CTL.
       01 SUSPNUM-LINHA.
           05 CTL-ULTSUSPENSO PIC 9(05).

       FD TESMOV.
           COPY TESMOV.

       FD COBRADOR-EXC.
       01 EXC-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 CRT-STATUS       PIC 9(02).
       77 CCF-STATUS       PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 RECEBER-STATUS   PIC 9(02).
       77 JORNAL-STATUS    PIC 9(02).
       77 EXC-STATUS       PIC 9(02).
       77 SUSPENSE-STATUS  PIC 9(02).
       77 SUSPNUM-STATUS   PIC 9(02).
       77 TESMOV-STATUS    PIC 9(02).
      *    CONTA DA TESOURARIA EM QUE A COBRADORA REPASSA
       77 WRK-CPD-TIPO     PIC X(02) VALUE 'CB'.
       77 WRK-CPD-BANCO    PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-COB    PIC 9(03) VALUE ZEROS.
       77 WRK-CPD-SITU     PIC X(01) VALUE 'N'.
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-COBRADOR VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-ACHOU-TIT    PIC X(01) VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.
       77 WRK-ACHOU-CLI    PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       77 WRK-POSTOU       PIC X(01) VALUE 'N'.
           88 ARQUIVO-POSTADO VALUE 'S'.
       77 WRK-PERC-COMISSAO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-COMISSAO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DOCUMENTO    PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-BAIXA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTLIDOS      PIC 9(05) VALUE 0.
       77 WRK-QTAPLICADOS  PIC 9(05) VALUE 0.
       77 WRK-QTEXCECOES   PIC 9(05) VALUE 0.
       77 WRK-QTSUSPENSOS  PIC 9(04) VALUE 0.
       77 WRK-TOTAL-RECEB  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-COMIS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ULTSUSPENSO  PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-JNL-OPER     PIC X(01) VALUE SPACES.
       77 WRK-JNL-PROGRAMA PIC X(08) VALUE 'COBRIMP'.
       77 WRK-JNL-USUARIO  PIC X(20) VALUE 'COBRIMP'.
       01 WRK-REG-ANTES    PIC X(235) VALUE SPACES.
           COPY INTFCHK.

       01 EXC-DETALHE.
           05 EXC-CODIGO PIC 9(07).
           05 FILLER     PIC X(01) VALUE SPACES.
           05 EXC-DOC    PIC 9(07).
           05 FILLER     PIC X(01) VALUE '/'.
           05 EXC-PARCELA PIC 9(02).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 EXC-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 EXC-MOTIVO PIC X(30).

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.

       77 WRK-PERIODO      PIC X(01) VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR UNTIL FIM-COBRADOR.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'N' TO WRK-FIMARQ WRK-POSTOU.
            MOVE 0 TO WRK-QTLIDOS WRK-QTAPLICADOS WRK-QTEXCECOES
                      WRK-QTSUSPENSOS.
            MOVE ZEROS TO WRK-TOTAL-RECEB WRK-TOTAL-COMIS.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'COBRIMP: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
      *    LANCAMENTO DENTRO DE COMPETENCIA FECHADA NAO DESCE
            CALL 'PERCHK' USING WRK-DATA-SISTEMA WRK-PERIODO.
            IF PERIODO-FECHADO
                DISPLAY 'COBRIMP: COMPETENCIA FECHADA '
                        '(PERFECHA) - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1150-LER-CONFIG.
            MOVE ZEROS TO WRK-CONTA-COB.
            CALL 'CONTAPAD' USING WRK-CPD-TIPO WRK-CPD-BANCO
                WRK-CONTA-COB WRK-CPD-SITU.
            PERFORM 1050-CONFERIR-ENVELOPE.
            IF NOT INTF-ACEITO
                DISPLAY 'COBRIMP: COBRADOR.RET RECUSADO - '
                        INTF-MENSAGEM
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN I-O CLIENTES.
            OPEN INPUT COBRADOR-RET.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'COBRIMP: NAO FOI POSSIVEL ABRIR CLIENTES.DAT'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            ELSE IF CRT-STATUS NOT = 0
                DISPLAY 'COBRIMP: NAO FOI POSSIVEL ABRIR COBRADOR.RET'
                MOVE 'S' TO WRK-FIMARQ
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT COBRADOR-EXC
                MOVE 'S' TO WRK-POSTOU
                PERFORM 1100-LER-COBRADOR
            END-IF
            END-IF.

       1050-CONFERIR-ENVELOPE.
      *    NENHUM RECEBIMENTO E POSTADO SEM HEADER E TRAILER DA
      *    COBRADORA CONFERIDOS - MESMAS POSICOES DO LAYOUT 400
      *    DO BANCO
            MOVE 'V'            TO INTF-FUNCAO.
            MOVE 'COBRADOR.RET' TO INTF-ARQUIVO.
            MOVE 'COBRADOR'     TO INTF-INTERFACE.
            MOVE SPACES TO INTF-REMETENTE.
            ACCEPT INTF-REMETENTE FROM ENVIRONMENT
                'COBRADOR_REMETENTE'.
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
            MOVE 36  TO INTF-DET-POS-VALOR.
            MOVE 11  TO INTF-DET-TAM-VALOR.
            CALL 'INTFCHK' USING INTF-PARM.

       1100-LER-COBRADOR.
            READ COBRADOR-RET
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       1150-LER-CONFIG.
      *    COBRADOR.CFG E OPCIONAL - SEM ELE SO VALE A COMISSAO
      *    QUE A COBRADORA MANDAR NO DETALHE
            MOVE ZEROS TO WRK-PERC-COMISSAO.
            OPEN INPUT COBRADOR-CFG.
            IF CCF-STATUS = 0
                READ COBRADOR-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CCF-COMISSAO IS NUMERIC
                        MOVE CCF-COMISSAO TO WRK-PERC-COMISSAO
                    END-IF
                END-READ
                CLOSE COBRADOR-CFG
            END-IF.

       2000-PROCESSAR.
            IF CRT-TIPO = '1'
                ADD 1 TO WRK-QTLIDOS
                PERFORM 2100-PROCESSAR-RECEBIMENTO
            END-IF.
            PERFORM 1100-LER-COBRADOR.

       2100-PROCESSAR-RECEBIMENTO.
      *    O TITULO E APONTADO PELA FATURA; TITULO SEM FATURA
      *    (JUROS, MENSALIDADE, EMBARQUE NAO FATURADO) PELO PEDIDO
            IF CRT-FATURA NOT = ZEROS
                MOVE CRT-FATURA TO WRK-DOCUMENTO
            ELSE
                MOVE CRT-PEDIDO TO WRK-DOCUMENTO
            END-IF.
            IF CRT-VALOR = ZEROS
                ADD 1 TO WRK-QTEXCECOES
                MOVE 'VALOR RECEBIDO ZERADO' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2150-BUSCAR-CLIENTE.
            IF NOT CLIENTE-ACHADO
                ADD 1 TO WRK-QTEXCECOES
                MOVE 'CLIENTE NAO ENCONTRADO' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
      *        O DINHEIRO FICOU COM A COBRADORA E VEM NO REPASSE -
      *        VAI PARA O SUSPENSO ATE O FINANCEIRO ACHAR O DONO
                PERFORM 2950-POSTAR-SUSPENSO
                SET TMV-ENTRADA TO TRUE
                MOVE CRT-VALOR TO TMV-VALOR
                MOVE ZEROS TO TMV-CODIGO
                PERFORM 2770-GRAVAR-TESOURARIA
                PERFORM 2750-GRAVAR-COMISSAO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2200-CONFERIR-CESSAO.
            PERFORM 2500-APLICAR-RECEBIMENTO.

       2150-BUSCAR-CLIENTE.
      *    PELO CODIGO QUE SAIU NA CESSAO; SEM CODIGO, PELO FONE
            MOVE 'N' TO WRK-ACHOU-CLI.
            IF CRT-CODIGO IS NUMERIC AND CRT-CODIGO > ZEROS
                MOVE CRT-CODIGO TO CLIENTES-CODIGO
                READ CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO WRK-ACHOU-CLI
                END-READ
            ELSE
                MOVE CRT-FONE TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO WRK-ACHOU-CLI
                END-READ
            END-IF.

       2200-CONFERIR-CESSAO.
      *    TITULO QUE NAO ESTA NA COBRADORA NAO IMPEDE O CREDITO
      *    - O DINHEIRO FOI RECOLHIDO, MAS A MESA FICA SABENDO
            MOVE 'N' TO WRK-ACHOU-TIT WRK-FIMTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                MOVE 'S' TO WRK-FIMTIT
            ELSE
                PERFORM 2250-LER-TITULO
                PERFORM UNTIL FIM-TITULOS
                    IF TIT-CODIGO = CLIENTES-CODIGO
                     AND TIT-PEDIDO = CRT-PEDIDO
                     AND TIT-FATURA = CRT-FATURA
                     AND TIT-PARCELA = CRT-PARCELA
                     AND TIT-COBRADORA
                        MOVE 'S' TO WRK-ACHOU-TIT
                        MOVE 'S' TO WRK-FIMTIT
                    ELSE
                        PERFORM 2250-LER-TITULO
                    END-IF
                END-PERFORM
                CLOSE TITULOS
            END-IF.
            IF NOT TITULO-ACHADO
                ADD 1 TO WRK-QTEXCECOES
                MOVE 'TITULO NAO ESTA NA COBRADORA' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
            END-IF.

       2250-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2500-APLICAR-RECEBIMENTO.
      *    O CLIENTE QUITA PELO BRUTO - A COMISSAO E CUSTO DA
      *    CASA, NAO DO DEVEDOR
            MOVE CLIENTES-REG TO WRK-REG-ANTES.
            ADD CRT-VALOR TO CLIENTES-SALDO.
            REWRITE CLIENTES-REG
              INVALID KEY
                ADD 1 TO WRK-QTEXCECOES
                MOVE 'ERRO AO REGRAVAR CLIENTE' TO EXC-MOTIVO
                PERFORM 2900-GRAVAR-EXCECAO
              NOT INVALID KEY
                ADD 1 TO WRK-QTAPLICADOS
                ADD CRT-VALOR TO WRK-TOTAL-RECEB
                PERFORM 2600-GRAVAR-RECEBER
                PERFORM 2700-GRAVAR-JORNAL
                SET TMV-ENTRADA TO TRUE
                MOVE CRT-VALOR TO TMV-VALOR
                MOVE CLIENTES-CODIGO TO TMV-CODIGO
                PERFORM 2770-GRAVAR-TESOURARIA
                PERFORM 2750-GRAVAR-COMISSAO
                MOVE CRT-VALOR TO WRK-VALOR-BAIXA
                CALL 'PARCBAIX' USING CLIENTES-FONE WRK-VALOR-BAIXA
                CALL 'TITBAIX' USING CLIENTES-FONE WRK-DOCUMENTO
                    WRK-VALOR-BAIXA
                MOVE 'R' TO WRK-JNL-OPER
                PERFORM 2800-GRAVAR-JNL-MESTRE
            END-REWRITE.

       2600-GRAVAR-RECEBER.
      *    O RECIBO VAI PARA RECEBER.DAT PARA O EXTRATO, O AGING
      *    E A CONFERENCIA DO DIA ENXERGAREM O RECEBIMENTO
            MOVE CLIENTES-CODIGO TO REC-CODIGO.
            MOVE CLIENTES-FONE TO REC-FONE.
            MOVE CRT-DATA  TO REC-DATA.
            MOVE CRT-VALOR TO REC-VALOR.
            MOVE 'CB'      TO REC-TIPO.
            MOVE WRK-CONTA-COB TO REC-CONTA.
            OPEN EXTEND RECEBER.
            IF RECEBER-STATUS = 35
                OPEN OUTPUT RECEBER
            END-IF.
            WRITE RECEBER-REG.
            CLOSE RECEBER.

       2700-GRAVAR-JORNAL.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-RECEBIMENTO TO TRUE.
            MOVE CLIENTES-CODIGO TO JRN-CODIGO.
            MOVE CLIENTES-FONE TO JRN-FONE.
            MOVE WRK-DOCUMENTO TO JRN-DOCUMENTO.
            MOVE CRT-VALOR TO JRN-VALOR.
            MOVE 'COBRIMP' TO JRN-USUARIO.
            PERFORM 2790-ESCREVER-JORNAL.

       2750-GRAVAR-COMISSAO.
      *    DESPESA DA CASA - CODIGO E FONE ZERADOS PARA NAO
      *    ENTRAR NO SALDO, NO EXTRATO NEM NO AGING DE NINGUEM
            IF CRT-COMISSAO IS NUMERIC AND CRT-COMISSAO > ZEROS
                MOVE CRT-COMISSAO TO WRK-COMISSAO
            ELSE
                COMPUTE WRK-COMISSAO ROUNDED =
                    CRT-VALOR * WRK-PERC-COMISSAO / 100
            END-IF.
            IF WRK-COMISSAO = ZEROS
                EXIT PARAGRAPH
            END-IF.
            ADD WRK-COMISSAO TO WRK-TOTAL-COMIS.
            MOVE WRK-DATA-SISTEMA TO JRN-DATA.
            SET JRN-COMISSAO TO TRUE.
            MOVE ZEROS TO JRN-CODIGO.
            MOVE ZEROS TO JRN-FONE.
            MOVE WRK-DOCUMENTO TO JRN-DOCUMENTO.
            COMPUTE JRN-VALOR = 0 - WRK-COMISSAO.
            MOVE 'COBRIMP' TO JRN-USUARIO.
            PERFORM 2790-ESCREVER-JORNAL.
      *    A COBRADORA REPASSA O LIQUIDO - NA CONTA ENTRA O BRUTO
      *    E SAI A COMISSAO, PARA A POSICAO BATER COM O EXTRATO
            SET TMV-SAIDA TO TRUE.
            MOVE WRK-COMISSAO TO TMV-VALOR.
            MOVE ZEROS TO TMV-CODIGO.
            PERFORM 2770-GRAVAR-TESOURARIA.

       2770-GRAVAR-TESOURARIA.
      *    NATUREZA, VALOR E CLIENTE JA VEM MONTADOS; A ORIGEM
      *    SAI DA NATUREZA (CB ENTRADA, CO COMISSAO)
            MOVE WRK-DATA-SISTEMA TO TMV-DATA.
            MOVE WRK-CONTA-COB    TO TMV-CONTA.
            IF TMV-SAIDA
                MOVE 'CO' TO TMV-ORIGEM
            ELSE
                MOVE 'CB' TO TMV-ORIGEM
            END-IF.
            MOVE WRK-DOCUMENTO    TO TMV-DOCUMENTO.
            MOVE WRK-JNL-PROGRAMA TO TMV-PROGRAMA.
            MOVE WRK-JNL-USUARIO  TO TMV-USUARIO.
            OPEN EXTEND TESMOV.
            IF TESMOV-STATUS = 35
                OPEN OUTPUT TESMOV
            END-IF.
            WRITE TESMOV-REG.
            CLOSE TESMOV.

       2790-ESCREVER-JORNAL.
            OPEN EXTEND JORNAL.
            IF JORNAL-STATUS = 35
                OPEN OUTPUT JORNAL
            END-IF.
            WRITE JORNAL-REG.
            CLOSE JORNAL.

       2800-GRAVAR-JNL-MESTRE.
            CALL 'CLIEJRNL' USING WRK-JNL-OPER WRK-JNL-PROGRAMA
                WRK-JNL-USUARIO WRK-REG-ANTES CLIENTES-REG.

       2950-POSTAR-SUSPENSO.
            PERFORM 2960-PROXIMO-SUSPENSO.
            MOVE WRK-ULTSUSPENSO TO SUS-NUMERO.
            MOVE WRK-DATA-SISTEMA TO SUS-DATA.
            MOVE WRK-DOCUMENTO TO SUS-DOC.
            MOVE CRT-FONE TO SUS-FONE-INF.
            MOVE CRT-VALOR TO SUS-VALOR.
            MOVE 'COBRIMP ' TO SUS-ORIGEM.
            MOVE ZEROS TO SUS-DESTINO.
            SET SUS-ABERTO TO TRUE.
            MOVE WRK-CONTA-COB TO SUS-CONTA.
            OPEN EXTEND SUSPENSE.
            IF SUSPENSE-STATUS = 35
                OPEN OUTPUT SUSPENSE
            END-IF.
            WRITE SUSPENSE-REG.
            CLOSE SUSPENSE.
            ADD 1 TO WRK-QTSUSPENSOS.

       2960-PROXIMO-SUSPENSO.
            MOVE 0 TO WRK-ULTSUSPENSO.
            OPEN INPUT SUSPNUM-CTL.
            IF SUSPNUM-STATUS = 0
                READ SUSPNUM-CTL
                    AT END CONTINUE
                    NOT AT END MOVE CTL-ULTSUSPENSO
                        TO WRK-ULTSUSPENSO
                END-READ
                CLOSE SUSPNUM-CTL
            END-IF.
            ADD 1 TO WRK-ULTSUSPENSO.
            MOVE WRK-ULTSUSPENSO TO CTL-ULTSUSPENSO.
            OPEN OUTPUT SUSPNUM-CTL.
            WRITE SUSPNUM-LINHA.
            CLOSE SUSPNUM-CTL.

       2900-GRAVAR-EXCECAO.
            MOVE CRT-CODIGO  TO EXC-CODIGO.
            MOVE WRK-DOCUMENTO TO EXC-DOC.
            MOVE CRT-PARCELA TO EXC-PARCELA.
            MOVE CRT-VALOR   TO EXC-VALOR.
            MOVE EXC-DETALHE TO EXC-LINHA.
            WRITE EXC-LINHA.

       3000-FINALIZAR.
            CLOSE CLIENTES.
            CLOSE COBRADOR-RET.
            IF ARQUIVO-POSTADO
                CLOSE COBRADOR-EXC
                MOVE 'C' TO INTF-FUNCAO
                CALL 'INTFCHK' USING INTF-PARM
            END-IF.
            DISPLAY '===== COBRIMP - PRESTACAO DA COBRADORA ====='.
            DISPLAY 'RECEBIMENTOS LIDOS...: ' WRK-QTLIDOS.
            DISPLAY 'RECEBIMENTOS APLICADOS: ' WRK-QTAPLICADOS.
            DISPLAY 'EXCECOES APONTADAS...: ' WRK-QTEXCECOES.
            DISPLAY 'POSTADOS NO SUSPENSO.: ' WRK-QTSUSPENSOS.
            DISPLAY 'TOTAL RECEBIDO.......: ' WRK-TOTAL-RECEB.
            DISPLAY 'COMISSAO DA COBRADORA: ' WRK-TOTAL-COMIS.
