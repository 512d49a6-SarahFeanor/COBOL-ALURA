       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COBREXP.
      *******************************************
      * AULA:      CESSAO DE TITULOS A COBRADORA
      * OBJETIVO:  SELECIONAR OS TITULOS DA CARTEIRA PROPRIA EM
      *            ABERTO (TITULOS.DAT) VENCIDOS HA MAIS DIAS QUE
      *            O LIMITE DE COBRADOR.CFG, GRAVAR O ARQUIVO DE
      *            CESSAO COBRADOR.REM PARA A COBRADORA (HEADER,
      *            UM DETALHE POR TITULO COM CLIENTE, CPF OU CNPJ,
      *            ENDERECO, VALOR DO TITULO E VALOR EM ABERTO, E
      *            TRAILER COM QUANTIDADE E TOTAL) E MARCAR CADA
      *            TITULO CEDIDO COM A SITUACAO C - DALI EM DIANTE
      *            ELE SAI DA REMESSA E DAS CARTAS DA CASA, E O
      *            RECEBIDO VOLTA PELO COBRIMP
      *            RODADA MENSAL PELO AGENDADOR (AGENDA.CFG)
      *            COBRADOR.CFG: DIAS(3) COMISSAO(4, 99V99 EM %)
      *            - SEM O ARQUIVO VALEM 180 DIAS DE ATRASO
      *            ATRASO CONTADO DO VENCIMENTO NA BASE 30/360 DO
      *            AGING; TITULO ANTIGO SEM VENCIMENTO VENCE NA
      *            EMISSAO + 30 DIAS
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - IMAGEM DO TITULO ACOMPANHA
      *            O LAYOUT COM A DATA DA LIQUIDACAO (98 BYTES)
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
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT COBRADOR-REM ASSIGN TO 'COBRADOR.REM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CES-STATUS.
           SELECT COBRADOR-CFG ASSIGN TO 'COBRADOR.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CCF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD TITULOS.
           COPY TITULOS.

       FD COBRADOR-REM.
       01 CES-LINHA PIC X(200).

       FD COBRADOR-CFG.
       01 CCF-LINHA.
           05 CCF-DIAS     PIC 9(03).
           05 CCF-COMISSAO PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 CES-STATUS       PIC 9(02).
       77 CCF-STATUS       PIC 9(02).
       77 WRK-ABRIU-OK     PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-QTTIT        PIC 9(04) VALUE 0.
       77 WRK-IX-TIT       PIC 9(04) VALUE 0.
       77 WRK-TAB-CHEIA    PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-MEXEU        PIC X(01) VALUE 'N'.
           88 HOUVE-CESSAO VALUE 'S'.
       77 WRK-ACHOU-CLI    PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       77 WRK-DIAS-CESSAO  PIC 9(03) VALUE 180.
       77 WRK-IDADE-DIAS   PIC S9(05) VALUE ZEROS.
       77 WRK-ABERTO-TIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTCEDIDOS    PIC 9(05) VALUE 0.
       77 WRK-QTSEMCLI     PIC 9(05) VALUE 0.
       77 WRK-TOTAL-CES    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TAB-TITULOS.
      *    TITULOS.DAT INTEIRO EM MEMORIA, COMO NO TITBAIX - A
      *    MARCA DE CESSAO SO DESCE NA REGRAVACAO FINAL
           05 WRK-TIT OCCURS 2000 TIMES.
               10 WRK-TIT-IMG PIC X(98).
       01 WRK-DATA-SISTEMA.
           05 WRK-ANOSIS PIC 9(04).
           05 WRK-MESSIS PIC 9(02).
           05 WRK-DIASIS PIC 9(02).
       01 WRK-DATA-TIT.
           05 WRK-ANOTIT PIC 9(04).
           05 WRK-MESTIT PIC 9(02).
           05 WRK-DIATIT PIC 9(02).

       01 CES-HEADER.
           05 FILLER        PIC X(01) VALUE '0'.
           05 CES-HDR-DATA  PIC 9(08).
           05 FILLER        PIC X(20) VALUE 'CESSAO COBRADORA'.
       01 CES-DETALHE.
           05 FILLER         PIC X(01) VALUE '1'.
           05 CES-CODIGO     PIC 9(07).
           05 CES-FONE       PIC 9(11).
      *    CPF DA PESSOA FISICA OU CNPJ DA JURIDICA
           05 CES-TIPO-PESSOA PIC X(01).
           05 CES-DOCUMENTO  PIC X(14).
           05 CES-NOME       PIC X(30).
           05 CES-ENDERECO   PIC X(40).
           05 CES-CIDADE     PIC X(20).
           05 CES-UF         PIC X(02).
           05 CES-CEP        PIC 9(08).
      *    IDENTIFICACAO DO TITULO - VOLTA NO COBRADOR.RET
           05 CES-PEDIDO     PIC 9(07).
           05 CES-FATURA     PIC 9(07).
           05 CES-PARCELA    PIC 9(02).
           05 CES-EMISSAO    PIC 9(08).
           05 CES-VENCIMENTO PIC 9(08).
           05 CES-VALOR      PIC 9(09)V99.
           05 CES-ABERTO     PIC 9(09)V99.
           05 CES-DIAS       PIC 9(05).
       01 CES-TRAILER.
           05 FILLER        PIC X(01) VALUE '9'.
           05 CES-TRL-QTDE  PIC 9(07).
           05 CES-TRL-TOTAL PIC 9(11)V99.

       77 WRK-DATA-SITU    PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF ABRIU-COM-SUCESSO
                PERFORM 2000-PROCESSAR
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            MOVE 'N' TO WRK-ABRIU-OK WRK-MEXEU WRK-TAB-CHEIA.
            MOVE 0 TO WRK-QTCEDIDOS WRK-QTSEMCLI.
            MOVE ZEROS TO WRK-TOTAL-CES.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'COBREXP: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            PERFORM 1100-LER-CONFIG.
            PERFORM 1200-CARREGAR-TITULOS.
            IF TABELA-ESTOURADA
      *        REGRAVAR COM A TABELA ESTOURADA APAGARIA O RABO
      *        DO ARQUIVO - MELHOR PARAR DO QUE PERDER TITULO
                DISPLAY 'COBREXP: TITULOS.DAT PASSOU DE 2000 '
                        'TITULOS - CESSAO RECUSADA, ARQUIVE OS '
                        'LIQUIDADOS ANTES'
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS = 0
                SET ABRIU-COM-SUCESSO TO TRUE
                OPEN OUTPUT COBRADOR-REM
                MOVE WRK-DATA-SISTEMA TO CES-HDR-DATA
                MOVE CES-HEADER TO CES-LINHA
                WRITE CES-LINHA
            ELSE
                DISPLAY 'COBREXP: NAO ABRIU CLIENTES.DAT'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1100-LER-CONFIG.
      *    COBRADOR.CFG E OPCIONAL - SEM O ARQUIVO CEDE O QUE
      *    PASSOU DE 180 DIAS DE ATRASO
            OPEN INPUT COBRADOR-CFG.
            IF CCF-STATUS = 0
                READ COBRADOR-CFG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CCF-DIAS IS NUMERIC AND CCF-DIAS > 0
                        MOVE CCF-DIAS TO WRK-DIAS-CESSAO
                    END-IF
                END-READ
                CLOSE COBRADOR-CFG
            END-IF.

       1200-CARREGAR-TITULOS.
            MOVE 0 TO WRK-QTTIT.
            MOVE 'N' TO WRK-FIMTIT.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                CONTINUE
            ELSE
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

       2000-PROCESSAR.
            PERFORM 2100-AVALIAR-TITULO
                VARYING WRK-IX-TIT FROM 1 BY 1
                UNTIL WRK-IX-TIT > WRK-QTTIT.

       2100-AVALIAR-TITULO.
      *    SO A CARTEIRA PROPRIA E CEDIDA - O QUE JA ESTA NA
      *    COBRADORA NAO SAI DE NOVO NA RODADA SEGUINTE
            MOVE WRK-TIT-IMG(WRK-IX-TIT) TO TITULO-REG.
            IF NOT TIT-CARTEIRA-PROPRIA
             OR TIT-VALOR NOT > TIT-PAGO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2150-CALCULAR-ATRASO.
            IF WRK-IDADE-DIAS < WRK-DIAS-CESSAO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2200-BUSCAR-CLIENTE.
            IF NOT CLIENTE-ACHADO
      *        SEM CADASTRO NAO HA ENDERECO PARA A COBRADORA -
      *        O TITULO FICA NA CASA E A MESA FICA SABENDO
                ADD 1 TO WRK-QTSEMCLI
                DISPLAY 'COBREXP: TITULO DO PEDIDO ' TIT-PEDIDO
                        ' SEM CLIENTE NO CADASTRO'
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WRK-ABERTO-TIT = TIT-VALOR - TIT-PAGO.
            PERFORM 2300-GRAVAR-CESSAO.
            SET TIT-COBRADORA TO TRUE.
            MOVE TITULO-REG TO WRK-TIT-IMG(WRK-IX-TIT).
            MOVE 'S' TO WRK-MEXEU.

       2150-CALCULAR-ATRASO.
      *    DIAS DE ATRASO NA BASE COMERCIAL 30/360, COMO O AGING
            IF TIT-VENCIMENTO IS NUMERIC
             AND TIT-VENCIMENTO > ZEROS
                MOVE TIT-VENCIMENTO TO WRK-DATA-TIT
            ELSE
                MOVE TIT-EMISSAO TO WRK-DATA-TIT
            END-IF.
            COMPUTE WRK-IDADE-DIAS =
                ((WRK-ANOSIS - WRK-ANOTIT) * 360)
              + ((WRK-MESSIS - WRK-MESTIT) * 30)
              + (WRK-DIASIS - WRK-DIATIT).
            IF TIT-VENCIMENTO IS NOT NUMERIC
             OR TIT-VENCIMENTO = ZEROS
                SUBTRACT 30 FROM WRK-IDADE-DIAS
            END-IF.

       2200-BUSCAR-CLIENTE.
      *    PELO CODIGO DO TITULO; TITULO SEM CODIGO VAI PELO FONE
            MOVE 'N' TO WRK-ACHOU-CLI.
            IF TIT-CODIGO IS NUMERIC AND TIT-CODIGO > ZEROS
                MOVE TIT-CODIGO TO CLIENTES-CODIGO
                READ CLIENTES
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO WRK-ACHOU-CLI
                END-READ
            ELSE
                MOVE TIT-FONE TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 'S' TO WRK-ACHOU-CLI
                END-READ
            END-IF.

       2300-GRAVAR-CESSAO.
            ADD 1 TO WRK-QTCEDIDOS.
            ADD WRK-ABERTO-TIT TO WRK-TOTAL-CES.
            MOVE CLIENTES-CODIGO   TO CES-CODIGO.
            MOVE CLIENTES-FONE     TO CES-FONE.
            IF PESSOA-JURIDICA
                MOVE 'J'           TO CES-TIPO-PESSOA
                MOVE CLIENTES-CNPJ TO CES-DOCUMENTO
            ELSE
                MOVE 'F'           TO CES-TIPO-PESSOA
                MOVE CLIENTES-CPF  TO CES-DOCUMENTO
            END-IF.
            MOVE CLIENTES-NOME     TO CES-NOME.
            MOVE CLIENTES-ENDERECO TO CES-ENDERECO.
            MOVE CLIENTES-CIDADE   TO CES-CIDADE.
            MOVE CLIENTES-UF       TO CES-UF.
            MOVE CLIENTES-CEP      TO CES-CEP.
            MOVE TIT-PEDIDO        TO CES-PEDIDO.
            MOVE TIT-FATURA        TO CES-FATURA.
            MOVE TIT-PARCELA       TO CES-PARCELA.
            MOVE TIT-EMISSAO       TO CES-EMISSAO.
            IF TIT-VENCIMENTO IS NUMERIC
                MOVE TIT-VENCIMENTO TO CES-VENCIMENTO
            ELSE
                MOVE ZEROS         TO CES-VENCIMENTO
            END-IF.
            MOVE TIT-VALOR         TO CES-VALOR.
            MOVE WRK-ABERTO-TIT    TO CES-ABERTO.
            MOVE WRK-IDADE-DIAS    TO CES-DIAS.
            MOVE CES-DETALHE TO CES-LINHA.
            WRITE CES-LINHA.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                MOVE WRK-QTCEDIDOS TO CES-TRL-QTDE
                MOVE WRK-TOTAL-CES TO CES-TRL-TOTAL
                MOVE CES-TRAILER TO CES-LINHA
                WRITE CES-LINHA
                CLOSE COBRADOR-REM
                CLOSE CLIENTES
                IF HOUVE-CESSAO
                    PERFORM 3100-REGRAVAR-TITULOS
                END-IF
            END-IF.
            DISPLAY '===== COBREXP - CESSAO A COBRADORA ====='.
            DISPLAY 'DIAS DE ATRASO.......: ' WRK-DIAS-CESSAO.
            DISPLAY 'TITULOS CEDIDOS......: ' WRK-QTCEDIDOS.
            DISPLAY 'VALOR CEDIDO.........: ' WRK-TOTAL-CES.
            DISPLAY 'TITULOS SEM CLIENTE..: ' WRK-QTSEMCLI.

       3100-REGRAVAR-TITULOS.
            OPEN OUTPUT TITULOS.
            PERFORM VARYING WRK-IX-TIT FROM 1 BY 1
                    UNTIL WRK-IX-TIT > WRK-QTTIT
                MOVE WRK-TIT-IMG(WRK-IX-TIT) TO TITULO-REG
                WRITE TITULO-REG
            END-PERFORM.
            CLOSE TITULOS.
