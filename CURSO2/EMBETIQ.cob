       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMBETIQ.
      *******************************************
      * AULA:      ETIQUETAS DE VOLUME DO EMBARQUE
      * OBJETIVO:  IMPRIMIR EM ETIQUETA.LBL UMA ETIQUETA POR VOLUME
      *            DIGITADO NO EMBVOLUM PARA OS EMBARQUES DO DIA -
      *            REMETENTE (ETIQUETA.CFG), DESTINATARIO NO
      *            ENDERECO DE ENTREGA DO PEDIDO (CADERNO
      *            ENDERECO.DAT OU O DO MESTRE), PEDIDO, VOLUME N
      *            DE N COM O PESO, TRANSPORTADORA ALOCADA PELO
      *            MANIFEST (EMBTRANS.DAT) E O CODIGO DE BARRAS
      *            CODE 39 DE PEDIDO + VOLUME
      *            RODA DEPOIS DO MANIFEST; EMBARQUE DO DIA SEM
      *            VOLUME DIGITADO SAI NA LISTA DO FIM COM RC 4
      *            ETIQUETA.CFG: NOME(30) ENDERECO(40) CIDADE(20)
      *            UF(2) CEP(8) DO REMETENTE - SEM ELE NAO SAI
      *            ETIQUETA (RC 16)
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
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
           SELECT ENDERECOS ASSIGN TO 'ENDERECO.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS EDR-STATUS
             RECORD KEY IS EDR-CHAVE.
           SELECT TRANSP ASSIGN TO 'TRANSP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS TRANSP-STATUS
             RECORD KEY IS TRA-CHAVE.
           SELECT EMBARQUE ASSIGN TO 'EMBARQUE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBARQUE-STATUS.
           SELECT EMBTRANS ASSIGN TO 'EMBTRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS EMBTRANS-STATUS.
           SELECT VOLUMES ASSIGN TO 'VOLUMES.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VOLUMES-STATUS.
           SELECT ETIQUETA-CFG ASSIGN TO 'ETIQUETA.CFG'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CFG-STATUS.
           SELECT ETIQUETA-LBL ASSIGN TO 'ETIQUETA.LBL'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LBL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CLIENTES.

       FD ENDERECOS.
           COPY ENDERECO.

       FD TRANSP.
           COPY TRANSP.

       FD EMBARQUE.
           COPY EMBARQUE.

       FD EMBTRANS.
       01 EMBTRANS-REG.
           05 ETR-PEDIDO PIC 9(07).
           05 ETR-CODIGO PIC X(03).

       FD VOLUMES.
           COPY VOLUMES.

       FD ETIQUETA-CFG.
       01 CFG-REG.
           05 CFG-NOME     PIC X(30).
           05 CFG-ENDERECO PIC X(40).
           05 CFG-CIDADE   PIC X(20).
           05 CFG-UF       PIC X(02).
           05 CFG-CEP      PIC 9(08).

       FD ETIQUETA-LBL.
       01 LBL-LINHA PIC X(60).

       WORKING-STORAGE SECTION.
       77 CLIENTES-STATUS PIC 9(02).
       77 EDR-STATUS      PIC 9(02).
       77 TRANSP-STATUS   PIC 9(02).
       77 EMBARQUE-STATUS PIC 9(02).
       77 EMBTRANS-STATUS PIC 9(02).
       77 VOLUMES-STATUS  PIC 9(02).
       77 CFG-STATUS      PIC 9(02).
       77 LBL-STATUS      PIC 9(02).
       77 WRK-CLIENTES-DAT PIC X(80) VALUE SPACES.
       77 WRK-FIMARQ      PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-FIMETR      PIC X(01) VALUE 'N'.
           88 FIM-EMBTRANS VALUE 'S'.
       77 WRK-FIMVOL      PIC X(01) VALUE 'N'.
           88 FIM-VOLUMES VALUE 'S'.
       77 WRK-ABRIU-OK    PIC X(01) VALUE 'N'.
           88 ABRIU-COM-SUCESSO VALUE 'S'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-EMB-ACHADO  PIC X(01) VALUE 'N'.
           88 EMBARQUE-ACHADO VALUE 'S'.
       77 WRK-DATA-SISTEMA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SITU   PIC X(01) VALUE 'A'.
           88 DATA-FECHADA VALUE 'F'.
       77 WRK-QTEMB       PIC 9(04) VALUE 0.
       77 WRK-IX-EMB      PIC 9(04) VALUE 0.
       77 WRK-IX-ATUAL    PIC 9(04) VALUE 0.
       77 WRK-QTETIQUETAS PIC 9(05) VALUE 0.
       77 WRK-QTPEDIDOS   PIC 9(05) VALUE 0.
       77 WRK-QTSEM-VOL   PIC 9(05) VALUE 0.
       77 WRK-QTFORA-DIA  PIC 9(05) VALUE 0.

       01 WRK-TAB-EMBARQUES.
      *    EMBARQUES NORMAIS DO DIA COM A TRANSPORTADORA DO
      *    MANIFESTO E QUANTAS ETIQUETAS JA SAIRAM PARA CADA UM
           05 WRK-EMB OCCURS 1000 TIMES.
               10 WRK-EMB-PEDIDO  PIC 9(07).
               10 WRK-EMB-CODIGO  PIC 9(07).
               10 WRK-EMB-FONE    PIC 9(11).
               10 WRK-EMB-ENDSEQ  PIC 9(02).
               10 WRK-EMB-TRANSP  PIC X(03).
               10 WRK-EMB-QTETQ   PIC 9(03).

       01 WRK-DESTINO.
      *    DESTINATARIO E TRANSPORTADORA DO PEDIDO DA VEZ - MONTADOS
      *    UMA VEZ POR PEDIDO E REPETIDOS EM TODOS OS SEUS VOLUMES
           05 WRK-DST-PEDIDO   PIC 9(07) VALUE ZEROS.
           05 WRK-DST-NOME     PIC X(30).
           05 WRK-DST-ENDERECO PIC X(40).
           05 WRK-DST-CIDADE   PIC X(20).
           05 WRK-DST-UF       PIC X(02).
           05 WRK-DST-CEP      PIC 9(08).
           05 WRK-DST-TRANSP   PIC X(03).
           05 WRK-DST-TRA-NOME PIC X(30).

       01 ETQ-SEPARADOR.
           05 FILLER PIC X(60) VALUE ALL '-'.
       01 ETQ-REMETENTE.
           05 FILLER       PIC X(14) VALUE 'REMETENTE...: '.
           05 ETQ-REM-NOME PIC X(30).
       01 ETQ-DESTINATARIO.
           05 FILLER       PIC X(14) VALUE 'DESTINATARIO: '.
           05 ETQ-DST-NOME PIC X(30).
       01 ETQ-ENDERECO.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 ETQ-ENDERECO-L PIC X(40).
       01 ETQ-CIDADE.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 ETQ-CIDADE-L PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 ETQ-UF       PIC X(02).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 ETQ-CEP      PIC 99999B999.
       01 ETQ-VOLUME.
           05 FILLER       PIC X(08) VALUE 'PEDIDO: '.
           05 ETQ-PEDIDO   PIC 9(07).
           05 FILLER       PIC X(10) VALUE '   VOLUME '.
           05 ETQ-NUMERO   PIC Z9.
           05 FILLER       PIC X(04) VALUE ' DE '.
           05 ETQ-TOTAL    PIC Z9.
           05 FILLER       PIC X(09) VALUE '   PESO: '.
           05 ETQ-PESO     PIC ZZ9,999.
           05 FILLER       PIC X(03) VALUE ' KG'.
       01 ETQ-TRANSP.
           05 FILLER       PIC X(16) VALUE 'TRANSPORTADORA: '.
           05 ETQ-TRA-COD  PIC X(03).
           05 FILLER       PIC X(03) VALUE ' - '.
           05 ETQ-TRA-NOME PIC X(30).
      *    CODIGO DE BARRAS CODE 39 - ASTERISCO DE INICIO E FIM EM
      *    VOLTA DE PEDIDO + VOLUME; A LINHA DE BAIXO E A LEITURA
      *    PARA QUEM NAO TEM O LEITOR
       01 ETQ-BARRAS.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(01) VALUE '*'.
           05 ETQ-BAR-PEDIDO PIC 9(07).
           05 ETQ-BAR-VOLUME PIC 9(02).
           05 FILLER       PIC X(01) VALUE '*'.
       01 ETQ-LEITURA.
           05 FILLER       PIC X(15) VALUE SPACES.
           05 ETQ-LEI-PEDIDO PIC 9(07).
           05 FILLER       PIC X(01) VALUE '-'.
           05 ETQ-LEI-VOLUME PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF ABRIU-COM-SUCESSO
                PERFORM 2000-IMPRIMIR-ETIQUETAS UNTIL FIM-VOLUMES
                PERFORM 4000-LISTAR-SEM-VOLUME
            END-IF.
            PERFORM 3000-FINALIZAR.
            GOBACK.

       1000-INICIAR.
      *    CHAMADO PELO AGENDADOR - COMECA SEMPRE DO ZERO
            MOVE 0 TO RETURN-CODE.
            MOVE 0 TO WRK-QTEMB WRK-QTETIQUETAS WRK-QTPEDIDOS
                      WRK-QTSEM-VOL WRK-QTFORA-DIA.
            MOVE 'N' TO WRK-ABRIU-OK WRK-TAB-CHEIA WRK-FIMARQ
                        WRK-FIMETR WRK-FIMVOL.
            MOVE ZEROS TO WRK-DST-PEDIDO.
            CALL 'DATASIS' USING WRK-DATA-SISTEMA
                WRK-DATA-SITU.
            IF DATA-FECHADA
                DISPLAY 'EMBETIQ: DATA DE PROCESSAMENTO '
                        'FECHADA - PASSO RECUSADO'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            ACCEPT WRK-CLIENTES-DAT FROM ENVIRONMENT 'CLIENTES_DAT'.
            IF WRK-CLIENTES-DAT = SPACES
                MOVE 'E:\COBOL\CLIENTES.DAT' TO WRK-CLIENTES-DAT
            END-IF.
            OPEN INPUT ETIQUETA-CFG.
            IF CFG-STATUS NOT = 0
                DISPLAY 'EMBETIQ: SEM ETIQUETA.CFG - REMETENTE NAO '
                        'CONFIGURADO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            READ ETIQUETA-CFG
                AT END MOVE SPACES TO CFG-REG
            END-READ.
            CLOSE ETIQUETA-CFG.
            IF CFG-NOME = SPACES
                DISPLAY 'EMBETIQ: ETIQUETA.CFG SEM O NOME DO '
                        'REMETENTE'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF CFG-CEP NOT NUMERIC
                MOVE ZEROS TO CFG-CEP
            END-IF.
            PERFORM 1100-CARREGAR-EMBARQUES.
            IF RETURN-CODE NOT = 0
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT VOLUMES.
            IF VOLUMES-STATUS NOT = 0
                DISPLAY 'EMBETIQ: SEM VOLUMES.DAT - NENHUM VOLUME '
                        'DIGITADO'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLIENTES.
            IF CLIENTES-STATUS NOT = 0
                DISPLAY 'EMBETIQ: NAO ABRIU CLIENTES.DAT'
                CLOSE VOLUMES
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            SET ABRIU-COM-SUCESSO TO TRUE.
            OPEN OUTPUT ETIQUETA-LBL.
            PERFORM 1300-LER-VOLUME.

       1100-CARREGAR-EMBARQUES.
      *    EMBARQUE E EMBTRANS ANDAM EM PARALELO, REGISTRO A
      *    REGISTRO (COMO NO MANIFEST) - EMBARQUE GRAVADO DEPOIS
      *    DO MANIFESTO FICA SEM TRANSPORTADORA (A DEFINIR)
            OPEN INPUT EMBARQUE.
            IF EMBARQUE-STATUS NOT = 0
                DISPLAY 'EMBETIQ: NAO ABRIU EMBARQUE.DAT'
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT EMBTRANS.
            IF EMBTRANS-STATUS NOT = 0
                DISPLAY 'EMBETIQ: SEM EMBTRANS.DAT - RODAR O '
                        'MANIFEST ANTES DAS ETIQUETAS'
                CLOSE EMBARQUE
                MOVE 16 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1150-LER-PAR.
            PERFORM 1200-GUARDAR-EMBARQUE
                UNTIL FIM-EMBARQUE OR TABELA-ESTOURADA.
            CLOSE EMBARQUE.
            CLOSE EMBTRANS.
            IF TABELA-ESTOURADA
                DISPLAY 'EMBETIQ: MAIS DE 1000 EMBARQUES NO DIA - '
                        'PASSO RECUSADO'
                MOVE 16 TO RETURN-CODE
            END-IF.

       1150-LER-PAR.
            READ EMBARQUE
                AT END MOVE 'S' TO WRK-FIMARQ
            END-READ.
            IF NOT FIM-EMBARQUE AND NOT FIM-EMBTRANS
                READ EMBTRANS
                    AT END MOVE 'S' TO WRK-FIMETR
                END-READ
            END-IF.

       1200-GUARDAR-EMBARQUE.
            IF EMB-NORMAL AND EMB-DATA = WRK-DATA-SISTEMA
                IF WRK-QTEMB < 1000
                    ADD 1 TO WRK-QTEMB
                    MOVE EMB-PEDIDO TO WRK-EMB-PEDIDO(WRK-QTEMB)
                    MOVE EMB-CODIGO TO WRK-EMB-CODIGO(WRK-QTEMB)
                    MOVE EMB-FONE   TO WRK-EMB-FONE(WRK-QTEMB)
                    MOVE EMB-ENDSEQ TO WRK-EMB-ENDSEQ(WRK-QTEMB)
                    MOVE 0          TO WRK-EMB-QTETQ(WRK-QTEMB)
                    IF NOT FIM-EMBTRANS AND ETR-PEDIDO = EMB-PEDIDO
                        MOVE ETR-CODIGO TO WRK-EMB-TRANSP(WRK-QTEMB)
                    ELSE
                        MOVE SPACES TO WRK-EMB-TRANSP(WRK-QTEMB)
                    END-IF
                ELSE
                    MOVE 'S' TO WRK-TAB-CHEIA
                END-IF
            END-IF.
            PERFORM 1150-LER-PAR.

       1300-LER-VOLUME.
            READ VOLUMES
                AT END MOVE 'S' TO WRK-FIMVOL
            END-READ.

       2000-IMPRIMIR-ETIQUETAS.
      *    VOLUME DE PEDIDO QUE NAO E EMBARQUE NORMAL DE HOJE FICA
      *    FORA - JA TEVE ETIQUETA NO DIA DELE
            PERFORM 2100-ACHAR-EMBARQUE.
            IF NOT EMBARQUE-ACHADO
                ADD 1 TO WRK-QTFORA-DIA
            ELSE
                IF VOL-PEDIDO NOT = WRK-DST-PEDIDO
                    MOVE WRK-IX-EMB TO WRK-IX-ATUAL
                    PERFORM 2200-MONTAR-DESTINO
                END-IF
                PERFORM 2500-GRAVAR-ETIQUETA
                ADD 1 TO WRK-EMB-QTETQ(WRK-IX-EMB)
            END-IF.
            PERFORM 1300-LER-VOLUME.

       2100-ACHAR-EMBARQUE.
            MOVE 'N' TO WRK-EMB-ACHADO.
            PERFORM VARYING WRK-IX-EMB FROM 1 BY 1
                    UNTIL WRK-IX-EMB > WRK-QTEMB
                    OR EMBARQUE-ACHADO
                IF WRK-EMB-PEDIDO(WRK-IX-EMB) = VOL-PEDIDO
                    MOVE 'S' TO WRK-EMB-ACHADO
                END-IF
            END-PERFORM.
            IF EMBARQUE-ACHADO
                SUBTRACT 1 FROM WRK-IX-EMB
            END-IF.

       2200-MONTAR-DESTINO.
      *    O MESTRE E O PONTO DE PARTIDA - SEQUENCIA ESCOLHIDA NO
      *    PEDIDO E ENCONTRADA NO CADERNO SOBREPOE (COMO NA FATURA)
            ADD 1 TO WRK-QTPEDIDOS.
            MOVE VOL-PEDIDO TO WRK-DST-PEDIDO.
            MOVE WRK-EMB-CODIGO(WRK-IX-ATUAL) TO CLIENTES-CODIGO.
            READ CLIENTES
              INVALID KEY
                MOVE 'CLIENTE NAO CADASTRADO' TO WRK-DST-NOME
                MOVE SPACES TO WRK-DST-ENDERECO WRK-DST-CIDADE
                               WRK-DST-UF
                MOVE ZEROS  TO WRK-DST-CEP
              NOT INVALID KEY
                MOVE CLIENTES-NOME     TO WRK-DST-NOME
                MOVE CLIENTES-ENDERECO TO WRK-DST-ENDERECO
                MOVE CLIENTES-CIDADE   TO WRK-DST-CIDADE
                MOVE CLIENTES-UF       TO WRK-DST-UF
                MOVE CLIENTES-CEP      TO WRK-DST-CEP
            END-READ.
            IF WRK-EMB-ENDSEQ(WRK-IX-ATUAL) NOT = ZEROS
                PERFORM 2300-ENDERECO-ENTREGA
            END-IF.
            PERFORM 2400-NOME-TRANSPORTADORA.

       2300-ENDERECO-ENTREGA.
            OPEN INPUT ENDERECOS.
            IF EDR-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-EMB-FONE(WRK-IX-ATUAL)   TO EDR-FONE.
            MOVE WRK-EMB-ENDSEQ(WRK-IX-ATUAL) TO EDR-SEQ.
            READ ENDERECOS
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE EDR-ENDERECO TO WRK-DST-ENDERECO
                MOVE EDR-CIDADE   TO WRK-DST-CIDADE
                MOVE EDR-UF       TO WRK-DST-UF
                MOVE EDR-CEP      TO WRK-DST-CEP
            END-READ.
            CLOSE ENDERECOS.

       2400-NOME-TRANSPORTADORA.
      *    ??? E A UF QUE NENHUMA TRANSPORTADORA ATENDE; BRANCOS E
      *    EMBARQUE QUE AINDA NAO PASSOU PELO MANIFESTO
            MOVE WRK-EMB-TRANSP(WRK-IX-ATUAL) TO WRK-DST-TRANSP.
            MOVE 'A DEFINIR' TO WRK-DST-TRA-NOME.
            IF WRK-DST-TRANSP = SPACES OR '???'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT TRANSP.
            IF TRANSP-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE WRK-DST-TRANSP TO TRA-CODIGO.
            READ TRANSP
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE TRA-NOME TO WRK-DST-TRA-NOME
            END-READ.
            CLOSE TRANSP.

       2500-GRAVAR-ETIQUETA.
            MOVE ETQ-SEPARADOR TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE CFG-NOME TO ETQ-REM-NOME.
            MOVE ETQ-REMETENTE TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE CFG-ENDERECO TO ETQ-ENDERECO-L.
            MOVE ETQ-ENDERECO TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE CFG-CIDADE TO ETQ-CIDADE-L.
            MOVE CFG-UF     TO ETQ-UF.
            MOVE CFG-CEP    TO ETQ-CEP.
            MOVE ETQ-CIDADE TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE WRK-DST-NOME TO ETQ-DST-NOME.
            MOVE ETQ-DESTINATARIO TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE WRK-DST-ENDERECO TO ETQ-ENDERECO-L.
            MOVE ETQ-ENDERECO TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE WRK-DST-CIDADE TO ETQ-CIDADE-L.
            MOVE WRK-DST-UF     TO ETQ-UF.
            MOVE WRK-DST-CEP    TO ETQ-CEP.
            MOVE ETQ-CIDADE TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE VOL-PEDIDO TO ETQ-PEDIDO.
            MOVE VOL-NUMERO TO ETQ-NUMERO.
            MOVE VOL-TOTAL  TO ETQ-TOTAL.
            MOVE VOL-PESO   TO ETQ-PESO.
            MOVE ETQ-VOLUME TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE WRK-DST-TRANSP   TO ETQ-TRA-COD.
            MOVE WRK-DST-TRA-NOME TO ETQ-TRA-NOME.
            MOVE ETQ-TRANSP TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE VOL-PEDIDO TO ETQ-BAR-PEDIDO ETQ-LEI-PEDIDO.
            MOVE VOL-NUMERO TO ETQ-BAR-VOLUME ETQ-LEI-VOLUME.
            MOVE ETQ-BARRAS TO LBL-LINHA.
            WRITE LBL-LINHA.
            MOVE ETQ-LEITURA TO LBL-LINHA.
            WRITE LBL-LINHA.
            ADD 1 TO WRK-QTETIQUETAS.

       4000-LISTAR-SEM-VOLUME.
      *    EMBARQUE DO DIA QUE NAO GANHOU ETIQUETA NENHUMA - O
      *    EMBALADOR AINDA NAO DIGITOU OS VOLUMES
            PERFORM VARYING WRK-IX-EMB FROM 1 BY 1
                    UNTIL WRK-IX-EMB > WRK-QTEMB
                IF WRK-EMB-QTETQ(WRK-IX-EMB) = 0
                    ADD 1 TO WRK-QTSEM-VOL
                    DISPLAY 'EMBETIQ: PEDIDO SEM VOLUMES DIGITADOS - '
                            WRK-EMB-PEDIDO(WRK-IX-EMB)
                END-IF
            END-PERFORM.
            IF WRK-QTSEM-VOL > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                CLOSE VOLUMES
                CLOSE CLIENTES
                CLOSE ETIQUETA-LBL
            END-IF.
            DISPLAY '===== EMBETIQ - ETIQUETAS DE VOLUME ====='.
            DISPLAY 'EMBARQUES DO DIA.....: ' WRK-QTEMB.
            DISPLAY 'PEDIDOS ETIQUETADOS..: ' WRK-QTPEDIDOS.
            DISPLAY 'ETIQUETAS IMPRESSAS..: ' WRK-QTETIQUETAS.
            DISPLAY 'SEM VOLUMES..........: ' WRK-QTSEM-VOL.
            DISPLAY 'VOLUMES FORA DO DIA..: ' WRK-QTFORA-DIA.
