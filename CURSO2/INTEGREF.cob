       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTEGREF.
      *******************************************
      * AULA:      VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL
      * OBJETIVO:  CONFERIR TODOS OS RELACIONAMENTOS ENTRE OS
      *            ARQUIVOS DOS SUBSISTEMAS - O CLIEORFA SO OLHA
      *            EMBARQUE X CLIENTES:
      *              TITULOS, PARCELAS, CHEQUES, ENDERECO E
      *              CREDHOLD X CLIENTES (PELO CODIGO; REGISTRO
      *              SEM CODIGO E CONFERIDO PELO TELEFONE)
      *              ITENS DO PEDIDOS X PRODUTOS
      *              CABECALHO DO PEDIDOS SEM ITENS (E ITEM SEM
      *              CABECALHO)
      *              EMBARQUE X VENDEDOR
      *              EMBARQUE (TRANSPORTADORA COTADA) X TRANSP
      *              EMBTRANS (TRANSPORTADORA ALOCADA NO MANIFESTO)
      *              X TRANSP
      *              MATRICUL X TURMAS
      *              OCOMPRA X FORNECED
      *            CADA ORFAO RECEBE UMA GRAVIDADE: CRITICO QUANDO
      *            HA DINHEIRO, ESTOQUE OU ALUNO ATIVO PENDURADO
      *            NELE (TITULO OU PARCELA ABERTA, CHEQUE NAO
      *            COMPENSADO, PEDIDO RETIDO PENDENTE, ITEM SEM
      *            PRODUTO, MATRICULA ATIVA, ORDEM DE COMPRA
      *            ABERTA), AVISO NOS DEMAIS CASOS
      *            INTEGREF.RPT TRAZ OS CRITICOS, DEPOIS OS AVISOS
      *            E O QUADRO DE CONTAGENS POR RELACIONAMENTO;
      *            ARQUIVO AUSENTE SAI NO QUADRO E NAO E ERRO
      *            RC 8 QUANDO HA ORFAO CRITICO, RC 16 SEM O
      *            CLIENTES.DAT; AGENDAR COMO ROTINA SEMANAL NO
      *            AGENDA.CFG (FREQUENCIA S)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      * ALTERADO = 15/10/2026 - SARAH - TRANSPORTADORA COTADA NO
      *            EMBARQUE (EMB-TRANSP) CONFERIDA CONTRA O TRANSP
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
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS PRODUTOS-STATUS
             RECORD KEY IS PROD-CHAVE.
           SELECT VENDEDOR ASSIGN TO 'VENDEDOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VENDEDOR-STATUS
             RECORD KEY IS VEN-CHAVE.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT TURMAS ASSIGN TO 'TURMAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TURMAS-STATUS
             RECORD KEY IS TUR-CHAVE.
           SELECT MATRICULAS ASSIGN TO 'MATRICUL.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS MAT-STATUS
             RECORD KEY IS MAT-CHAVE.
           SELECT FORNECED ASSIGN TO 'FORNECED.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS FORNECED-STATUS
             RECORD KEY IS FOR-CHAVE.
           SELECT ENDERECOS ASSIGN TO 'ENDERECO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ENDERECO-STATUS
             RECORD KEY IS EDR-CHAVE.
           SELECT TITULOS ASSIGN TO 'TITULOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TITULOS-STATUS.
           SELECT PARCELAS ASSIGN TO 'PARCELAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PARCELAS-STATUS.
           SELECT CHEQUES ASSIGN TO 'CHEQUES.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHEQUES-STATUS.
           SELECT CREDHOLD ASSIGN TO 'CREDHOLD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CREDHOLD-STATUS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PEDIDOS-STATUS.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT EMBTRANS ASSIGN TO 'EMBTRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBTRANS-STATUS.
           SELECT OCOMPRA ASSIGN TO 'OCOMPRA.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OCOMPRA-STATUS.
           SELECT INTEGREF-WRK ASSIGN TO 'INTEGREF.WRK'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WRK-STATUS.
           SELECT INTEGREF-RPT ASSIGN TO 'INTEGREF.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD PRODUTOS.
           COPY PRODUTOS.

       FD VENDEDOR.
           COPY VENDEDOR.

       FD TRANSP.
           COPY TRANSP.

       FD TURMAS.
           COPY TURMAS.

       FD MATRICULAS.
           COPY MATRICUL.

       FD FORNECED.
           COPY FORNECED.

       FD ENDERECOS.
           COPY ENDERECO.

       FD TITULOS.
           COPY TITULOS.

       FD PARCELAS.
           COPY PARCELAS.

       FD CHEQUES.
           COPY CHEQUES.

       FD CREDHOLD.
           COPY CREDHOLD.

       FD PEDIDOS.
           COPY PEDIDOS.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBTRANS.
       01 EMBTRANS-REG.
           05 ETR-PEDIDO PIC 9(07).
           05 ETR-CODIGO PIC X(03).
               88 ETR-SEM-TRANSP VALUE '---'.

       FD OCOMPRA.
           COPY OCOMPRA.

       FD INTEGREF-WRK.
       01 WRK-REG.
           05 WRK-REG-GRAVIDADE PIC X(01).
               88 WRK-REG-CRITICO VALUE 'C'.
           05 WRK-REG-LINHA     PIC X(100).

       FD INTEGREF-RPT.
       01 RPT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 CLIENTES-STATUS  PIC 9(02).
       77 PRODUTOS-STATUS  PIC 9(02).
       77 VENDEDOR-STATUS  PIC 9(02).
       77 TRANSP-STATUS    PIC 9(02).
       77 TURMAS-STATUS    PIC 9(02).
       77 MAT-STATUS       PIC 9(02).
       77 FORNECED-STATUS  PIC 9(02).
       77 ENDERECO-STATUS  PIC 9(02).
       77 TITULOS-STATUS   PIC 9(02).
       77 PARCELAS-STATUS  PIC 9(02).
       77 CHEQUES-STATUS   PIC 9(02).
       77 CREDHOLD-STATUS  PIC 9(02).
       77 PEDIDOS-STATUS   PIC 9(02).
       77 EMBARQUE-STATUS  PIC 9(02).
       77 EMBTRANS-STATUS  PIC 9(02).
       77 OCOMPRA-STATUS   PIC 9(02).
       77 WRK-STATUS       PIC 9(02).
       77 RPT-STATUS       PIC 9(02).
       77 WRK-FIMARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 REFERENCIA-ACHADA VALUE 'S'.
       77 WRK-GRAVIDADE    PIC X(01) VALUE SPACES.
           88 GRAV-CRITICO VALUE 'C'.
           88 GRAV-AVISO   VALUE 'A'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-SITU-DATA    PIC X(01) VALUE SPACES.
       77 WRK-IX-REL       PIC 9(02) VALUE 0.
       77 WRK-BUS-CODIGO   PIC 9(07) VALUE ZEROS.
       77 WRK-BUS-FONE     PIC 9(11) VALUE ZEROS.
       77 WRK-PED-ATUAL    PIC 9(07) VALUE ZEROS.
       77 WRK-PED-QTITENS  PIC 9(05) VALUE 0.
       77 WRK-PED-ABERTO   PIC X(01) VALUE 'N'.
           88 HA-CABECALHO-ABERTO VALUE 'S'.
       77 WRK-TOT-LIDOS    PIC 9(09) VALUE 0.
       77 WRK-TOT-CRITICOS PIC 9(07) VALUE 0.
       77 WRK-TOT-AVISOS   PIC 9(07) VALUE 0.

      *    RELACIONAMENTOS CONFERIDOS, NA ORDEM DO QUADRO FINAL
       01 WRK-TAB-NOMES.
           05 FILLER PIC X(26) VALUE 'TITULOS   X CLIENTES'.
           05 FILLER PIC X(26) VALUE 'PARCELAS  X CLIENTES'.
           05 FILLER PIC X(26) VALUE 'CHEQUES   X CLIENTES'.
           05 FILLER PIC X(26) VALUE 'ENDERECO  X CLIENTES'.
           05 FILLER PIC X(26) VALUE 'CREDHOLD  X CLIENTES'.
           05 FILLER PIC X(26) VALUE 'PEDIDOS   X PRODUTOS'.
           05 FILLER PIC X(26) VALUE 'PEDIDOS   CABEC X ITENS'.
           05 FILLER PIC X(26) VALUE 'EMBARQUE  X VENDEDOR'.
           05 FILLER PIC X(26) VALUE 'EMBARQUE  X TRANSP'.
           05 FILLER PIC X(26) VALUE 'EMBTRANS  X TRANSP'.
           05 FILLER PIC X(26) VALUE 'MATRICUL  X TURMAS'.
           05 FILLER PIC X(26) VALUE 'OCOMPRA   X FORNECED'.
       01 WRK-TAB-NOMES-R REDEFINES WRK-TAB-NOMES.
           05 WRK-REL-NOME PIC X(26) OCCURS 12 TIMES.
       01 WRK-TAB-CONTAGENS.
           05 WRK-REL OCCURS 12 TIMES.
               10 WRK-REL-LIDOS    PIC 9(07).
               10 WRK-REL-CRITICOS PIC 9(07).
               10 WRK-REL-AVISOS   PIC 9(07).
               10 WRK-REL-AUSENTE  PIC X(01).
                   88 REL-ARQ-AUSENTE VALUE 'S'.

       01 RPT-CABECALHO.
           05 FILLER   PIC X(40) VALUE
              'INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS '.
           05 RPT-DATA PIC 9(08).
       01 RPT-TITULO-CRIT.
           05 FILLER   PIC X(40) VALUE
              '----- ORFAOS CRITICOS -----'.
       01 RPT-TITULO-AVIS.
           05 FILLER   PIC X(40) VALUE
              '----- AVISOS -----'.
       01 RPT-DETALHE.
           05 RPT-REL      PIC X(24).
           05 FILLER       PIC X(07) VALUE 'CHAVE: '.
           05 RPT-CHAVE    PIC X(16).
           05 FILLER       PIC X(06) VALUE ' REF: '.
           05 RPT-REF      PIC X(11).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 RPT-MOTIVO   PIC X(35).
       01 RPT-TITULO-QUADRO.
           05 FILLER   PIC X(26) VALUE 'RELACIONAMENTO'.
           05 FILLER   PIC X(40) VALUE
              '     LIDOS CRITICOS   AVISOS'.
       01 RPT-QUADRO.
           05 RPT-Q-NOME     PIC X(26).
           05 RPT-Q-LIDOS    PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-Q-CRITICOS PIC ZZZ.ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-Q-AVISOS   PIC ZZZ.ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-Q-OBS      PIC X(16).
       01 RPT-RODAPE.
           05 FILLER         PIC X(26) VALUE 'TOTAL'.
           05 RPT-T-LIDOS    PIC Z.ZZZ.ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-T-CRITICOS PIC ZZZ.ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-T-AVISOS   PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM 2100-CONFERIR-TITULOS.
            PERFORM 2200-CONFERIR-PARCELAS.
            PERFORM 2300-CONFERIR-CHEQUES.
            PERFORM 2400-CONFERIR-ENDERECOS.
            PERFORM 2500-CONFERIR-CREDHOLD.
            PERFORM 2600-CONFERIR-PEDIDOS.
            PERFORM 2800-CONFERIR-EMBARQUE.
            PERFORM 2870-CONFERIR-EMB-TRANSP.
            PERFORM 2900-CONFERIR-EMBTRANS.
            PERFORM 3000-CONFERIR-MATRICULAS.
            PERFORM 3100-CONFERIR-OCOMPRA.
            PERFORM 5000-IMPRIMIR.
            PERFORM 9000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA WRK-SITU-DATA.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            INITIALIZE WRK-TAB-CONTAGENS.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'INTEGREF: NAO FOI POSSIVEL ABRIR CLIENTES.DAT'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT INTEGREF-WRK.
            IF WRK-STATUS NOT = 0
                DISPLAY 'INTEGREF: NAO FOI POSSIVEL CRIAR INTEGREF.WRK'
                CLOSE CLIENTES
                MOVE 16 TO RETURN-CODE
            END-IF.

      *----------------------------------------------------------------
      *    CLIENTES: TITULOS, PARCELAS, CHEQUES, ENDERECO, CREDHOLD
      *----------------------------------------------------------------
       2100-CONFERIR-TITULOS.
            MOVE 1 TO WRK-IX-REL.
            OPEN INPUT TITULOS.
            IF TITULOS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2150-LER-TITULO.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE TIT-CODIGO TO WRK-BUS-CODIGO
                MOVE TIT-FONE   TO WRK-BUS-FONE
                PERFORM 8000-BUSCAR-CLIENTE
                IF NOT REFERENCIA-ACHADA
                    IF TIT-ABERTO
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'TITULO ABERTO SEM CLIENTE'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-AVISO TO TRUE
                        MOVE 'TITULO ENCERRADO SEM CLIENTE'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE TIT-FATURA TO RPT-CHAVE
                    PERFORM 8100-REF-CLIENTE
                    PERFORM 8900-REGISTRAR-ORFAO
                END-IF
                PERFORM 2150-LER-TITULO
            END-PERFORM.
            CLOSE TITULOS.

       2150-LER-TITULO.
            READ TITULOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2200-CONFERIR-PARCELAS.
            MOVE 2 TO WRK-IX-REL.
            OPEN INPUT PARCELAS.
            IF PARCELAS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2250-LER-PARCELA.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE PAR-CODIGO TO WRK-BUS-CODIGO
                MOVE PAR-FONE   TO WRK-BUS-FONE
                PERFORM 8000-BUSCAR-CLIENTE
                IF NOT REFERENCIA-ACHADA
                    IF PAR-ABERTA
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'PARCELA ABERTA SEM CLIENTE'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-AVISO TO TRUE
                        MOVE 'PARCELA ENCERRADA SEM CLIENTE'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE SPACES TO RPT-CHAVE
                    STRING PAR-PLANO '/' PAR-SEQ
                        DELIMITED BY SIZE INTO RPT-CHAVE
                    PERFORM 8100-REF-CLIENTE
                    PERFORM 8900-REGISTRAR-ORFAO
                END-IF
                PERFORM 2250-LER-PARCELA
            END-PERFORM.
            CLOSE PARCELAS.

       2250-LER-PARCELA.
            READ PARCELAS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2300-CONFERIR-CHEQUES.
            MOVE 3 TO WRK-IX-REL.
            OPEN INPUT CHEQUES.
            IF CHEQUES-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2350-LER-CHEQUE.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE CHQ-CODIGO TO WRK-BUS-CODIGO
                MOVE CHQ-FONE   TO WRK-BUS-FONE
                PERFORM 8000-BUSCAR-CLIENTE
                IF NOT REFERENCIA-ACHADA
                    IF CHQ-COMPENSADO
                        SET GRAV-AVISO TO TRUE
                        MOVE 'CHEQUE COMPENSADO SEM CLIENTE'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'CHEQUE PENDENTE SEM CLIENTE'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE SPACES TO RPT-CHAVE
                    STRING CHQ-BANCO '/' CHQ-NUMERO
                        DELIMITED BY SIZE INTO RPT-CHAVE
                    PERFORM 8100-REF-CLIENTE
                    PERFORM 8900-REGISTRAR-ORFAO
                END-IF
                PERFORM 2350-LER-CHEQUE
            END-PERFORM.
            CLOSE CHEQUES.

       2350-LER-CHEQUE.
            READ CHEQUES
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2400-CONFERIR-ENDERECOS.
            MOVE 4 TO WRK-IX-REL.
            OPEN INPUT ENDERECOS.
            IF ENDERECO-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO EDR-CHAVE.
            START ENDERECOS KEY IS NOT LESS THAN EDR-CHAVE
                INVALID KEY MOVE 10 TO ENDERECO-STATUS
            END-START.
            IF ENDERECO-STATUS = 0
                READ ENDERECOS NEXT
            END-IF.
            PERFORM UNTIL ENDERECO-STATUS NOT = 0
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE ZEROS    TO WRK-BUS-CODIGO
                MOVE EDR-FONE TO WRK-BUS-FONE
                PERFORM 8000-BUSCAR-CLIENTE
                IF NOT REFERENCIA-ACHADA
                    SET GRAV-AVISO TO TRUE
                    MOVE 'ENDERECO DE TELEFONE SEM CLIENTE'
                      TO RPT-MOTIVO
                    MOVE SPACES TO RPT-CHAVE
                    STRING EDR-FONE '/' EDR-SEQ
                        DELIMITED BY SIZE INTO RPT-CHAVE
                    PERFORM 8100-REF-CLIENTE
                    PERFORM 8900-REGISTRAR-ORFAO
                END-IF
                READ ENDERECOS NEXT
            END-PERFORM.
            CLOSE ENDERECOS.

       2500-CONFERIR-CREDHOLD.
            MOVE 5 TO WRK-IX-REL.
            OPEN INPUT CREDHOLD.
            IF CREDHOLD-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2550-LER-CREDHOLD.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE ZEROS    TO WRK-BUS-CODIGO
                MOVE CRH-FONE TO WRK-BUS-FONE
                PERFORM 8000-BUSCAR-CLIENTE
                IF NOT REFERENCIA-ACHADA
                    IF CRH-PENDENTE
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'PEDIDO RETIDO PENDENTE SEM CLIENTE'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-AVISO TO TRUE
                        MOVE 'RETENCAO DECIDIDA SEM CLIENTE'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE CRH-PEDIDO TO RPT-CHAVE
                    PERFORM 8100-REF-CLIENTE
                    PERFORM 8900-REGISTRAR-ORFAO
                END-IF
                PERFORM 2550-LER-CREDHOLD
            END-PERFORM.
            CLOSE CREDHOLD.

       2550-LER-CREDHOLD.
            READ CREDHOLD
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *----------------------------------------------------------------
      *    PEDIDOS: ITEM X PRODUTOS E CABECALHO X ITENS - OS ITENS
      *    VEM LOGO ABAIXO DO SEU CABECALHO, COM O MESMO NUMERO
      *----------------------------------------------------------------
       2600-CONFERIR-PEDIDOS.
            OPEN INPUT PEDIDOS.
            IF PEDIDOS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(6)
                MOVE 'S' TO WRK-REL-AUSENTE(7)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PRODUTOS.
            IF PRODUTOS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(6)
            END-IF.
            MOVE 'N' TO WRK-FIMARQ WRK-PED-ABERTO.
            PERFORM 2650-LER-PEDIDO.
            PERFORM UNTIL FIM-ARQUIVO
                IF PED-CABECALHO
                    PERFORM 2700-FECHAR-CABECALHO
                    ADD 1 TO WRK-REL-LIDOS(7)
                    MOVE PED-NUMERO TO WRK-PED-ATUAL
                    MOVE 0 TO WRK-PED-QTITENS
                    MOVE 'S' TO WRK-PED-ABERTO
                ELSE
                    PERFORM 2660-CONFERIR-ITEM
                END-IF
                PERFORM 2650-LER-PEDIDO
            END-PERFORM.
            PERFORM 2700-FECHAR-CABECALHO.
            CLOSE PEDIDOS.
            IF NOT REL-ARQ-AUSENTE(6)
                CLOSE PRODUTOS
            END-IF.

       2650-LER-PEDIDO.
            READ PEDIDOS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2660-CONFERIR-ITEM.
            IF HA-CABECALHO-ABERTO AND PED-NUMERO = WRK-PED-ATUAL
                ADD 1 TO WRK-PED-QTITENS
            ELSE
                MOVE 7 TO WRK-IX-REL
                SET GRAV-CRITICO TO TRUE
                MOVE 'ITEM SEM CABECALHO DE PEDIDO' TO RPT-MOTIVO
                MOVE PED-NUMERO  TO RPT-CHAVE
                MOVE PED-CODPROD TO RPT-REF
                PERFORM 8900-REGISTRAR-ORFAO
            END-IF.
            IF REL-ARQ-AUSENTE(6)
                EXIT PARAGRAPH
            END-IF.
            MOVE 6 TO WRK-IX-REL.
            ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL).
            MOVE PED-CODPROD TO PROD-CODIGO.
            READ PRODUTOS
              INVALID KEY
                SET GRAV-CRITICO TO TRUE
                MOVE 'ITEM DE PRODUTO INEXISTENTE' TO RPT-MOTIVO
                MOVE PED-NUMERO  TO RPT-CHAVE
                MOVE PED-CODPROD TO RPT-REF
                PERFORM 8900-REGISTRAR-ORFAO
            END-READ.

       2700-FECHAR-CABECALHO.
            IF HA-CABECALHO-ABERTO AND WRK-PED-QTITENS = 0
                MOVE 7 TO WRK-IX-REL
                SET GRAV-AVISO TO TRUE
                MOVE 'CABECALHO DE PEDIDO SEM ITENS' TO RPT-MOTIVO
                MOVE WRK-PED-ATUAL TO RPT-CHAVE
                MOVE SPACES TO RPT-REF
                PERFORM 8900-REGISTRAR-ORFAO
            END-IF.
            MOVE 'N' TO WRK-PED-ABERTO.

      *----------------------------------------------------------------
      *    EMBARQUE X VENDEDOR E TRANSPORTADORA DO EMBARQUE X TRANSP
      *----------------------------------------------------------------
       2800-CONFERIR-EMBARQUE.
            MOVE 8 TO WRK-IX-REL.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT VENDEDOR.
            IF VENDEDOR-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                CLOSE EMBARQUE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2850-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
      *        VENDEDOR ZERO E VENDA SEM VENDEDOR, NAO E ORFAO
                IF EMB-VENDEDOR NOT = 0
                    ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                    MOVE EMB-VENDEDOR TO VEN-CODIGO
                    READ VENDEDOR
                      INVALID KEY
                        SET GRAV-AVISO TO TRUE
                        MOVE 'EMBARQUE DE VENDEDOR INEXISTENTE'
                          TO RPT-MOTIVO
                        MOVE EMB-PEDIDO   TO RPT-CHAVE
                        MOVE EMB-VENDEDOR TO RPT-REF
                        PERFORM 8900-REGISTRAR-ORFAO
                    END-READ
                END-IF
                PERFORM 2850-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            CLOSE VENDEDOR.

       2850-LER-EMBARQUE.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       2870-CONFERIR-EMB-TRANSP.
            MOVE 9 TO WRK-IX-REL.
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TRANSP.
            IF TRANSP-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                CLOSE EMBARQUE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2850-LER-EMBARQUE.
            PERFORM UNTIL FIM-ARQUIVO
      *        BRANCOS (NENHUMA TRANSPORTADORA TINHA TABELA) E '---'
      *        NAO SAO CODIGO - O MANIFESTO ALOCA PELA UF
                IF EMB-TRANSP NOT = SPACES
                 AND EMB-TRANSP NOT = '---'
                    ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                    MOVE EMB-TRANSP TO TRA-CODIGO
                    READ TRANSP
                      INVALID KEY
                        SET GRAV-AVISO TO TRUE
                        MOVE 'EMBARQUE DE TRANSPORTADORA INEXIST.'
                          TO RPT-MOTIVO
                        MOVE EMB-PEDIDO TO RPT-CHAVE
                        MOVE EMB-TRANSP TO RPT-REF
                        PERFORM 8900-REGISTRAR-ORFAO
                    END-READ
                END-IF
                PERFORM 2850-LER-EMBARQUE
            END-PERFORM.
            CLOSE EMBARQUE.
            CLOSE TRANSP.

       2900-CONFERIR-EMBTRANS.
            MOVE 10 TO WRK-IX-REL.
            OPEN INPUT EMBTRANS.
            IF EMBTRANS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TRANSP.
            IF TRANSP-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                CLOSE EMBTRANS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 2950-LER-EMBTRANS.
            PERFORM UNTIL FIM-ARQUIVO
      *        '---' E EMBARQUE QUE FICOU SEM TRANSPORTADORA NO
      *        MANIFESTO - JA SAI LA PARA O EXPEDIDOR
                IF NOT ETR-SEM-TRANSP
                    ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                    MOVE ETR-CODIGO TO TRA-CODIGO
                    READ TRANSP
                      INVALID KEY
                        SET GRAV-AVISO TO TRUE
                        MOVE 'EMBARQUE DE TRANSPORTADORA INEXIST.'
                          TO RPT-MOTIVO
                        MOVE ETR-PEDIDO TO RPT-CHAVE
                        MOVE ETR-CODIGO TO RPT-REF
                        PERFORM 8900-REGISTRAR-ORFAO
                    END-READ
                END-IF
                PERFORM 2950-LER-EMBTRANS
            END-PERFORM.
            CLOSE EMBTRANS.
            CLOSE TRANSP.

       2950-LER-EMBTRANS.
            READ EMBTRANS
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *----------------------------------------------------------------
      *    ESCOLA E COMPRAS: MATRICUL X TURMAS, OCOMPRA X FORNECED
      *----------------------------------------------------------------
       3000-CONFERIR-MATRICULAS.
            MOVE 11 TO WRK-IX-REL.
            OPEN INPUT MATRICULAS.
            IF MAT-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TURMAS.
            IF TURMAS-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                CLOSE MATRICULAS
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO MAT-CHAVE.
            START MATRICULAS KEY IS NOT LESS THAN MAT-CHAVE
                INVALID KEY MOVE 10 TO MAT-STATUS
            END-START.
            IF MAT-STATUS = 0
                READ MATRICULAS NEXT
            END-IF.
            PERFORM UNTIL MAT-STATUS NOT = 0
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE MAT-TURMA TO TUR-CODIGO
                READ TURMAS
                  INVALID KEY
                    IF MAT-ATIVO
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'ALUNO ATIVO EM TURMA INEXISTENTE'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-AVISO TO TRUE
                        MOVE 'ALUNO TRANCADO EM TURMA INEXIST.'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE MAT-NUMERO TO RPT-CHAVE
                    MOVE MAT-TURMA  TO RPT-REF
                    PERFORM 8900-REGISTRAR-ORFAO
                END-READ
                READ MATRICULAS NEXT
            END-PERFORM.
            CLOSE MATRICULAS.
            CLOSE TURMAS.

       3100-CONFERIR-OCOMPRA.
            MOVE 12 TO WRK-IX-REL.
            OPEN INPUT OCOMPRA.
            IF OCOMPRA-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT FORNECED.
            IF FORNECED-STATUS NOT = 0
                MOVE 'S' TO WRK-REL-AUSENTE(WRK-IX-REL)
                CLOSE OCOMPRA
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 3150-LER-OCOMPRA.
            PERFORM UNTIL FIM-ARQUIVO
                ADD 1 TO WRK-REL-LIDOS(WRK-IX-REL)
                MOVE OCP-FORNECEDOR TO FOR-CODIGO
                READ FORNECED
                  INVALID KEY
                    IF OCP-ABERTA
                        SET GRAV-CRITICO TO TRUE
                        MOVE 'ORDEM ABERTA DE FORNECEDOR INEXIST.'
                          TO RPT-MOTIVO
                    ELSE
                        SET GRAV-AVISO TO TRUE
                        MOVE 'ORDEM ENCERRADA DE FORNEC. INEXIST.'
                          TO RPT-MOTIVO
                    END-IF
                    MOVE SPACES TO RPT-CHAVE
                    STRING OCP-NUMERO '/' OCP-CODPROD
                        DELIMITED BY SIZE INTO RPT-CHAVE
                    MOVE OCP-FORNECEDOR TO RPT-REF
                    PERFORM 8900-REGISTRAR-ORFAO
                END-READ
                PERFORM 3150-LER-OCOMPRA
            END-PERFORM.
            CLOSE OCOMPRA.
            CLOSE FORNECED.

       3150-LER-OCOMPRA.
            READ OCOMPRA
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

      *----------------------------------------------------------------
      *    RELATORIO: CRITICOS, AVISOS E O QUADRO DE CONTAGENS
      *----------------------------------------------------------------
       5000-IMPRIMIR.
            CLOSE INTEGREF-WRK.
            OPEN OUTPUT INTEGREF-RPT.
            MOVE WRK-DATA-SISTEMA TO RPT-DATA.
            WRITE RPT-LINHA FROM RPT-CABECALHO.
            WRITE RPT-LINHA FROM RPT-TITULO-CRIT.
            MOVE 'C' TO WRK-GRAVIDADE.
            PERFORM 5100-COPIAR-ORFAOS.
            WRITE RPT-LINHA FROM RPT-TITULO-AVIS.
            MOVE 'A' TO WRK-GRAVIDADE.
            PERFORM 5100-COPIAR-ORFAOS.
            MOVE SPACES TO RPT-LINHA.
            WRITE RPT-LINHA.
            WRITE RPT-LINHA FROM RPT-TITULO-QUADRO.
            PERFORM 5200-IMPRIMIR-QUADRO
                VARYING WRK-IX-REL FROM 1 BY 1
                UNTIL WRK-IX-REL > 12.
            MOVE WRK-TOT-LIDOS    TO RPT-T-LIDOS.
            MOVE WRK-TOT-CRITICOS TO RPT-T-CRITICOS.
            MOVE WRK-TOT-AVISOS   TO RPT-T-AVISOS.
            WRITE RPT-LINHA FROM RPT-RODAPE.
            CLOSE INTEGREF-RPT.

       5100-COPIAR-ORFAOS.
            OPEN INPUT INTEGREF-WRK.
            MOVE 'N' TO WRK-FIMARQ.
            PERFORM 5150-LER-WRK.
            PERFORM UNTIL FIM-ARQUIVO
                IF WRK-REG-GRAVIDADE = WRK-GRAVIDADE
                    WRITE RPT-LINHA FROM WRK-REG-LINHA
                END-IF
                PERFORM 5150-LER-WRK
            END-PERFORM.
            CLOSE INTEGREF-WRK.

       5150-LER-WRK.
            READ INTEGREF-WRK
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.

       5200-IMPRIMIR-QUADRO.
            MOVE WRK-REL-NOME(WRK-IX-REL)     TO RPT-Q-NOME.
            MOVE WRK-REL-LIDOS(WRK-IX-REL)    TO RPT-Q-LIDOS.
            MOVE WRK-REL-CRITICOS(WRK-IX-REL) TO RPT-Q-CRITICOS.
            MOVE WRK-REL-AVISOS(WRK-IX-REL)   TO RPT-Q-AVISOS.
            IF REL-ARQ-AUSENTE(WRK-IX-REL)
                MOVE 'ARQUIVO AUSENTE' TO RPT-Q-OBS
            ELSE
                MOVE SPACES TO RPT-Q-OBS
            END-IF.
            WRITE RPT-LINHA FROM RPT-QUADRO.
            ADD WRK-REL-LIDOS(WRK-IX-REL) TO WRK-TOT-LIDOS.

      *----------------------------------------------------------------
      *    APOIO
      *----------------------------------------------------------------
       8000-BUSCAR-CLIENTE.
      *    REGISTRO COM CODIGO TEM DE ACHAR O CODIGO; REGISTRO
      *    ANTIGO, SEM CODIGO, E PROCURADO PELO TELEFONE
            MOVE 'S' TO WRK-ACHOU.
            IF WRK-BUS-CODIGO NOT = 0
                MOVE WRK-BUS-CODIGO TO CLIENTES-CODIGO
                READ CLIENTES
                  INVALID KEY
                    MOVE 'N' TO WRK-ACHOU
                END-READ
            ELSE
                MOVE WRK-BUS-FONE TO CLIENTES-FONE
                READ CLIENTES KEY IS CLIENTES-FONE
                  INVALID KEY
                    MOVE 'N' TO WRK-ACHOU
                END-READ
            END-IF.

       8100-REF-CLIENTE.
            IF WRK-BUS-CODIGO NOT = 0
                MOVE WRK-BUS-CODIGO TO RPT-REF
            ELSE
                MOVE WRK-BUS-FONE   TO RPT-REF
            END-IF.

       8900-REGISTRAR-ORFAO.
            IF GRAV-CRITICO
                ADD 1 TO WRK-REL-CRITICOS(WRK-IX-REL)
                ADD 1 TO WRK-TOT-CRITICOS
            ELSE
                ADD 1 TO WRK-REL-AVISOS(WRK-IX-REL)
                ADD 1 TO WRK-TOT-AVISOS
            END-IF.
            MOVE WRK-REL-NOME(WRK-IX-REL) TO RPT-REL.
            MOVE WRK-GRAVIDADE TO WRK-REG-GRAVIDADE.
            MOVE RPT-DETALHE   TO WRK-REG-LINHA.
            WRITE WRK-REG.
            MOVE SPACES TO RPT-CHAVE RPT-REF RPT-MOTIVO.

       9000-FINALIZAR.
            CLOSE CLIENTES.
            DISPLAY '===== INTEGREF - INTEGRIDADE REFERENCIAL ====='.
            DISPLAY 'REGISTROS CONFERIDOS.: ' WRK-TOT-LIDOS.
            DISPLAY 'ORFAOS CRITICOS......: ' WRK-TOT-CRITICOS.
            DISPLAY 'AVISOS...............: ' WRK-TOT-AVISOS.
            IF WRK-TOT-CRITICOS > 0
                DISPLAY 'INTEGREF: HA ORFAOS CRITICOS - VER '
                        'INTEGREF.RPT'
                MOVE 8 TO RETURN-CODE
            END-IF.
