      *            BANCO.CFG: BANCO(3) LAYOUT(3) DOCINI(7)
      *            DOCFIM(7) - SEM O ARQUIVO VALE O LAYOUT 400
      *            COM A FAIXA INTEIRA
      * ALTERADO = 15/10/2026 - SARAH - UM DETALHE POR TITULO EM
      *            ABERTO DO CLIENTE (TITULOS.DAT), CADA PARCELA
      *            COM O SEU VENCIMENTO - PARCELA JA VENCIDA E
      *            TITULO ANTIGO SEM VENCIMENTO SAEM COM O PRAZO
      *            DE SEMPRE (30 DIAS); O DEVIDO SEM TITULO QUE O
      *            EXPLIQUE SAI NUM DETALHE DE SOBRA, E O TOTAL DO
      *            CLIENTE CONTINUA FECHANDO COM O SALDO DO MESTRE
      * ALTERADO = 15/10/2026 - SARAH - TITULO CEDIDO A COBRADORA
      *            (SITUACAO C, COBREXP) NAO VAI PARA O BANCO - O SEU
      *            ABERTO SAI DO DEVIDO DO CLIENTE PARA NAO VOLTAR NO
      *            DETALHE DE SOBRA
      * ALTERADO = 15/10/2026 - SARAH - VENCIMENTO DO BOLETO SEMPRE
      *            EM DIA UTIL (CALL DIAUTIL)
      * ALTERADO = 15/10/2026 - SARAH - CADA DOCUMENTO REGISTRADO
      *            VAI TAMBEM PARA NOSSONUM.DAT (NOSSO NUMERO AMARRADO
      *            AO TITULO, PARCELA OU SOBRA), DE ONDE O BOLETO
      *            IMPRIME; CLIENTE COM PLANO DE PARCELAMENTO ATIVO
      *            (PARCELAS.DAT) E COBRADO PELAS PARCELAS DO PLANO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-EMAIL
               WITH DUPLICATES.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT REMESSA-REM ASSIGN TO 'REMESSA.REM'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REM-STATUS.
           SELECT BANCO-CFG ASSIGN TO 'BANCO.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BCF-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT NOSSONUM ASSIGN TO 'NOSSONUM.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NSN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD TITULOS.
           COPY TITULOS.

       FD REMESSA-REM.
       01 REM-LINHA PIC X(240).

           05 BCF-DOC-INI PIC 9(07).
           05 BCF-DOC-FIM PIC 9(07).

       FD PARCELAS.
           COPY PARCELAS.

       FD NOSSONUM.
           COPY NOSSONUM.

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 WRK-ABRIU-OK     PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-ULTDOC       PIC 9(07) VALUE ZEROS.
       77 WRK-VENC-UTIL    PIC 9(08) VALUE ZEROS.
       77 WRK-QTTITULOS    PIC 9(07) VALUE 0.
       77 WRK-TOTAL-REM    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77 TITULOS-STATUS   PIC 9(02).
       77 WRK-FIMTIT       PIC X(01) VALUE 'N'.
           88 FIM-TITULOS VALUE 'S'.
       77 WRK-A-COBRAR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-DOC    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 BCF-STATUS       PIC 9(02).
       77 WRK-BANCO        PIC 9(03) VALUE 1.
       77 WRK-LAYOUT       PIC X(03) VALUE '400'.
       77 WRK-ACHOU-BANCO  PIC X(01) VALUE 'N'.
           88 BANCO-NO-CONTROLE VALUE 'S'.
       77 WRK-SEQ-240      PIC 9(05) VALUE 0.
       77 PARCELAS-STATUS  PIC 9(02).
       77 NSN-STATUS       PIC 9(02).
       77 WRK-FIMPAR       PIC X(01) VALUE 'N'.
           88 FIM-PARCELAS VALUE 'S'.
       77 WRK-TEM-PLANO    PIC X(01) VALUE 'N'.
           88 CLIENTE-COM-PLANO VALUE 'S'.
      *    ORIGEM DO DOCUMENTO DA VEZ, PARA O NOSSONUM.DAT
       01 WRK-ORIGEM-DOC.
           05 WRK-ORI-ORIGEM PIC X(01).
           05 WRK-ORI-TIPO   PIC X(01).
           05 WRK-ORI-PEDIDO PIC 9(07).
           05 WRK-ORI-FATURA PIC 9(07).
           05 WRK-ORI-SEQ    PIC 9(02).
       01 WRK-TAB-BANCOS.
      *    O CONTROLE INTEIRO EM MEMORIA - REGRAVADO COMPLETO NO
      *    FIM, COMO A TABELA DE SENHAS DO PROGRAMA USUARIOS
            IF CLIENTES-STATUS = 0
                SET ABRIU-COM-SUCESSO TO TRUE
                OPEN OUTPUT REMESSA-REM
                OPEN OUTPUT NOSSONUM
                PERFORM 1300-GRAVAR-HEADER
            ELSE
                DISPLAY 'REMESSA: NAO ABRIU CLIENTES.DAT'
                READ CLIENTES NEXT
                PERFORM UNTIL CLIENTES-STATUS NOT = 0
                    IF ATIVO AND CLIENTES-SALDO < 0
                        PERFORM 2050-COBRAR-CLIENTE
                    END-IF
                    READ CLIENTES NEXT
                END-PERFORM
            END-IF.

       2050-COBRAR-CLIENTE.
      *    OS TITULOS SAO RELIDOS DO INICIO PARA CADA DEVEDOR,
      *    COMO NO AGINGREL - CADA PARCELA ABERTA VIRA UM
      *    DOCUMENTO, ATE O LIMITE DO QUE O MESTRE DIZ DEVIDO
            COMPUTE WRK-DEVIDO = 0 - CLIENTES-SALDO.
            MOVE WRK-DEVIDO TO WRK-A-COBRAR.
      *    CLIENTE COM PLANO DE PARCELAMENTO ATIVO RECEBE AS
      *    PARCELAS DO PLANO - OS TITULOS ANTIGOS FORAM
      *    RENEGOCIADOS NELE
            PERFORM 2080-COBRAR-PLANO.
            MOVE 'N' TO WRK-FIMTIT.
            IF NOT CLIENTE-COM-PLANO
                OPEN INPUT TITULOS
            END-IF.
            IF NOT CLIENTE-COM-PLANO AND TITULOS-STATUS = 0
                PERFORM 2060-LER-TITULO
                PERFORM 2070-COBRAR-PARCELA
                    UNTIL FIM-TITULOS OR WRK-A-COBRAR = ZEROS
                CLOSE TITULOS
            END-IF.
            IF WRK-A-COBRAR > ZEROS
                MOVE 'S'   TO WRK-ORI-ORIGEM
                MOVE SPACE TO WRK-ORI-TIPO
                MOVE ZEROS TO WRK-ORI-PEDIDO WRK-ORI-FATURA
                              WRK-ORI-SEQ
                MOVE WRK-A-COBRAR TO WRK-VALOR-DOC
                PERFORM 2200-CALCULAR-VENCIMENTO
                PERFORM 2100-GRAVAR-TITULO
            END-IF.

       2060-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMTIT
            END-READ.

       2070-COBRAR-PARCELA.
      *    TITULO NA COBRADORA NAO VAI PARA O BANCO - O QUE ELE
      *    DEVE SAI DO A COBRAR PARA NAO VOLTAR NA SOBRA
            IF TIT-FONE = CLIENTES-FONE AND TIT-COBRADORA
             AND TIT-VALOR > TIT-PAGO
                COMPUTE WRK-VALOR-DOC = TIT-VALOR - TIT-PAGO
                IF WRK-VALOR-DOC > WRK-A-COBRAR
                    MOVE WRK-A-COBRAR TO WRK-VALOR-DOC
                END-IF
                SUBTRACT WRK-VALOR-DOC FROM WRK-A-COBRAR
            END-IF.
            IF TIT-FONE = CLIENTES-FONE AND TIT-CARTEIRA-PROPRIA
             AND TIT-VALOR > TIT-PAGO
                COMPUTE WRK-VALOR-DOC = TIT-VALOR - TIT-PAGO
                IF WRK-VALOR-DOC > WRK-A-COBRAR
                    MOVE WRK-A-COBRAR TO WRK-VALOR-DOC
                END-IF
                SUBTRACT WRK-VALOR-DOC FROM WRK-A-COBRAR
                IF TIT-VENCIMENTO IS NUMERIC
                 AND TIT-VENCIMENTO NOT < WRK-DATA-SISTEMA
                    MOVE TIT-VENCIMENTO TO WRK-VENCIMENTO
                ELSE
                    PERFORM 2200-CALCULAR-VENCIMENTO
                END-IF
                MOVE 'T'            TO WRK-ORI-ORIGEM
                MOVE TIT-TIPO       TO WRK-ORI-TIPO
                MOVE TIT-PEDIDO     TO WRK-ORI-PEDIDO
                MOVE TIT-FATURA     TO WRK-ORI-FATURA
                MOVE TIT-PARCELA    TO WRK-ORI-SEQ
                PERFORM 2100-GRAVAR-TITULO
            END-IF.
            PERFORM 2060-LER-TITULO.

       2080-COBRAR-PLANO.
            MOVE 'N' TO WRK-TEM-PLANO.
            MOVE 'N' TO WRK-FIMPAR.
            OPEN INPUT PARCELAS.
            IF PARCELAS-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2085-LER-PARCELA.
            PERFORM UNTIL FIM-PARCELAS OR WRK-A-COBRAR = ZEROS
                IF PAR-FONE = CLIENTES-FONE AND PAR-ABERTA
                 AND PAR-VALOR > PAR-PAGO
                    MOVE 'S' TO WRK-TEM-PLANO
                    COMPUTE WRK-VALOR-DOC = PAR-VALOR - PAR-PAGO
                    IF WRK-VALOR-DOC > WRK-A-COBRAR
                        MOVE WRK-A-COBRAR TO WRK-VALOR-DOC
                    END-IF
                    SUBTRACT WRK-VALOR-DOC FROM WRK-A-COBRAR
                    IF PAR-VENCIMENTO NOT < WRK-DATA-SISTEMA
                        MOVE PAR-VENCIMENTO TO WRK-VENCIMENTO
                    ELSE
                        PERFORM 2200-CALCULAR-VENCIMENTO
                    END-IF
                    MOVE 'P'        TO WRK-ORI-ORIGEM
                    MOVE SPACE      TO WRK-ORI-TIPO
                    MOVE PAR-PLANO  TO WRK-ORI-PEDIDO
                    MOVE ZEROS      TO WRK-ORI-FATURA
                    MOVE PAR-SEQ    TO WRK-ORI-SEQ
                    PERFORM 2100-GRAVAR-TITULO
                END-IF
                PERFORM 2085-LER-PARCELA
            END-PERFORM.
            CLOSE PARCELAS.

       2085-LER-PARCELA.
            READ PARCELAS
                AT END MOVE 'S' TO WRK-FIMPAR
            END-READ.

       2100-GRAVAR-TITULO.
            IF WRK-ULTDOC >= WRK-DOC-FIM
      *        FAIXA DO BANCO ESGOTADA - PARAR ANTES DE EMITIR
                END-IF
                EXIT PARAGRAPH
            END-IF.
      *    VENCIMENTO DO BOLETO SEMPRE EM DIA UTIL - O DA
      *    PARCELA E O DOS 30 DIAS DA CASA
            CALL 'DIAUTIL' USING WRK-VENCIMENTO WRK-VENC-UTIL.
            MOVE WRK-VENC-UTIL TO WRK-VENCIMENTO.
            ADD 1 TO WRK-ULTDOC.
            ADD 1 TO WRK-QTTITULOS.
            ADD WRK-VALOR-DOC TO WRK-TOTAL-REM.
            MOVE WRK-ULTDOC        TO REM-DOC.
            MOVE CLIENTES-FONE     TO REM-FONE.
            MOVE CLIENTES-CPF      TO REM-CPF.
            MOVE CLIENTES-CIDADE   TO REM-CIDADE.
            MOVE CLIENTES-UF       TO REM-UF.
            MOVE CLIENTES-CEP      TO REM-CEP.
            MOVE WRK-VALOR-DOC     TO REM-VALOR.
            MOVE WRK-VENCIMENTO    TO REM-VENCTO.
            IF LAYOUT-240
                PERFORM 2150-GRAVAR-DETALHE-240
                MOVE REM-DETALHE TO REM-LINHA
                WRITE REM-LINHA
            END-IF.
            PERFORM 2160-GRAVAR-NOSSO-NUMERO.

       2150-GRAVAR-DETALHE-240.
            ADD 1 TO WRK-SEQ-240.
            MOVE WRK-SEQ-240       TO R24-DET-SEQ.
            MOVE WRK-ULTDOC        TO R24-DOC.
            MOVE WRK-VENCIMENTO    TO R24-VENCTO.
            MOVE WRK-VALOR-DOC     TO R24-VALOR.
            MOVE CLIENTES-FONE     TO R24-FONE.
            MOVE CLIENTES-CPF      TO R24-CPF.
            MOVE CLIENTES-NOME     TO R24-NOME.
            MOVE R24-DETALHE TO REM-LINHA.
            WRITE REM-LINHA.

       2160-GRAVAR-NOSSO-NUMERO.
      *    O DOCUMENTO REGISTRADO AMARRADO A SUA ORIGEM - E DAQUI
      *    QUE O BOLETO TIRA O NOSSO NUMERO
            MOVE WRK-BANCO         TO NSN-BANCO.
            MOVE WRK-ULTDOC        TO NSN-DOC.
            MOVE WRK-DATA-SISTEMA  TO NSN-REMESSA.
            MOVE CLIENTES-CODIGO   TO NSN-CODIGO.
            MOVE CLIENTES-FONE     TO NSN-FONE.
            MOVE WRK-ORI-ORIGEM    TO NSN-ORIGEM.
            MOVE WRK-ORI-TIPO      TO NSN-TIPO.
            MOVE WRK-ORI-PEDIDO    TO NSN-PEDIDO.
            MOVE WRK-ORI-FATURA    TO NSN-FATURA.
            MOVE WRK-ORI-SEQ       TO NSN-SEQ.
            MOVE WRK-VALOR-DOC     TO NSN-VALOR.
            MOVE WRK-VENCIMENTO    TO NSN-VENCTO.
            WRITE NOSSONUM-REG.

       2200-CALCULAR-VENCIMENTO.
      *    VENCIMENTO EM 30 DIAS NA BASE 30/360 - MES SEGUINTE,
      *    MESMO DIA, COM VIRADA DE ANO
                END-IF
                WRITE REM-LINHA
                CLOSE REMESSA-REM
                CLOSE NOSSONUM
                CLOSE CLIENTES
                IF WRK-QTTITULOS > 0
                    PERFORM 3100-GRAVAR-SEQUENCIA
