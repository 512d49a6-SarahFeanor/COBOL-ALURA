      *            IMPRESSO VELHO
      * AUTHOR  :  SARAH
      * DATA:      02/09/2026
      * ALTERADO = 15/10/2026 - SARAH - PESSOA JURIDICA SAI COM CNPJ E
      *            INSCRICAO ESTADUAL NO LUGAR DO CPF
      * ALTERADO = 15/10/2026 - SARAH - LISTA AS NOTAS DE CREDITO
      *            JA EMITIDAS CONTRA A FATURA, COM O TOTAL
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FATURAS ASSIGN TO 'FATURAS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FATURAS-STATUS.
           SELECT NOTACRED ASSIGN TO 'NOTACRED.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NOTACRED-STATUS.
           SELECT SEGVIA-RPT ASSIGN TO 'SEGVIA.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RPT-STATUS.
       FD FATURAS.
           COPY FATURAS.

       FD NOTACRED.
           COPY NOTACRED.

       FD SEGVIA-RPT.
       01 RPT-LINHA PIC X(80).

       77 CLIENTES-STATUS PIC 9(02).
       77 FATURAS-STATUS  PIC 9(02).
       77 RPT-STATUS      PIC 9(02).
       77 NOTACRED-STATUS PIC 9(02).
       77 WRK-FIMNCR      PIC X(01) VALUE 'N'.
           88 FIM-NOTAS VALUE 'S'.
       77 WRK-TOTAL-NCR   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTNCR       PIC 9(03) VALUE 0.
       77 WRK-FIMFAT      PIC X(01) VALUE 'N'.
           88 FIM-FATURAS VALUE 'S'.
       77 WRK-NUMERO      PIC 9(07) VALUE ZEROS.
           05 FILLER      PIC X(14) VALUE '  SEGUNDA VIA'.
       01 FAT-BLOCO-NOME.
           05 FAT-NOME PIC X(30).
      *    PESSOA FISICA SAI COM O CPF; PESSOA JURIDICA COM O CNPJ
      *    E A INSCRICAO ESTADUAL
           05 FAT-DOC-ROTULO PIC X(06).
           05 FAT-DOC  PIC X(14).
           05 FAT-IE-ROTULO  PIC X(04).
           05 FAT-IE   PIC X(14).
       01 FAT-BLOCO-ENDERECO.
           05 FAT-ENDERECO PIC X(40).
       01 FAT-BLOCO-CIDADE.
           05 FAT-ICMS   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER     PIC X(08) VALUE ' TOTAL '.
           05 FAT-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
      *    NOTAS DE CREDITO JA EMITIDAS CONTRA A FATURA
       01 FAT-NOTA-CREDITO.
           05 FILLER     PIC X(16) VALUE 'NOTA CREDITO N. '.
           05 FAT-NCR-NUMERO PIC 9(07).
           05 FILLER     PIC X(09) VALUE ' EMISSAO '.
           05 FAT-NCR-EMISSAO PIC 9(08).
           05 FILLER     PIC X(07) VALUE ' VALOR '.
           05 FAT-NCR-VALOR PIC Z.ZZZ.ZZ9,99.
           05 FILLER     PIC X(06) VALUE ' ICMS '.
           05 FAT-NCR-ICMS PIC Z.ZZZ.ZZ9,99.
       01 FAT-NCR-TOTAL.
           05 FILLER     PIC X(24) VALUE 'TOTAL NOTAS DE CREDITO '.
           05 FAT-NCR-SOMA PIC ZZ.ZZZ.ZZ9,99.
       01 FAT-BRANCO.
           05 FILLER PIC X(01) VALUE SPACES.

                MOVE 'CLIENTE NAO LOCALIZADO' TO CLIENTES-NOME
                MOVE SPACES TO CLIENTES-ENDERECO CLIENTES-CIDADE
                               CLIENTES-UF CLIENTES-CPF
                               CLIENTES-CNPJ CLIENTES-IE
                SET PESSOA-FISICA TO TRUE
                MOVE ZEROS TO CLIENTES-CEP
            END-READ.
            OPEN EXTEND SEGVIA-RPT.
            MOVE FAT-TITULO TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE CLIENTES-NOME TO FAT-NOME.
            IF PESSOA-JURIDICA
                MOVE ' CNPJ '      TO FAT-DOC-ROTULO
                MOVE CLIENTES-CNPJ TO FAT-DOC
                MOVE ' IE '        TO FAT-IE-ROTULO
                MOVE CLIENTES-IE   TO FAT-IE
            ELSE
                MOVE ' CPF '       TO FAT-DOC-ROTULO
                MOVE CLIENTES-CPF  TO FAT-DOC
                MOVE SPACES        TO FAT-IE-ROTULO FAT-IE
            END-IF.
            MOVE FAT-BLOCO-NOME TO RPT-LINHA.
            WRITE RPT-LINHA.
            MOVE CLIENTES-ENDERECO TO FAT-ENDERECO.
            MOVE FTR-TOTAL TO FAT-TOTAL.
            MOVE FAT-VALORES TO RPT-LINHA.
            WRITE RPT-LINHA.
            PERFORM 3100-NOTAS-CREDITO.
            MOVE FAT-BRANCO TO RPT-LINHA.
            WRITE RPT-LINHA.
            CLOSE SEGVIA-RPT.
            ADD 1 TO WRK-QTVIAS.

       3100-NOTAS-CREDITO.
      *    A SEGUNDA VIA MOSTRA AS NOTAS DE CREDITO JA EMITIDAS
      *    (NCRPOST) CONTRA A FATURA - A PENDENTE AINDA NAO VALE
            MOVE 0 TO WRK-QTNCR.
            MOVE ZEROS TO WRK-TOTAL-NCR.
            MOVE 'N' TO WRK-FIMNCR.
            OPEN INPUT NOTACRED.
            IF NOTACRED-STATUS NOT = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM 3150-LER-NOTA.
            PERFORM UNTIL FIM-NOTAS
                IF NCR-FATURA = FTR-NUMERO AND NCR-EMITIDA
                    MOVE NCR-NUMERO  TO FAT-NCR-NUMERO
                    MOVE NCR-EMISSAO TO FAT-NCR-EMISSAO
                    MOVE NCR-VALOR   TO FAT-NCR-VALOR
                    MOVE NCR-ICMS    TO FAT-NCR-ICMS
                    MOVE FAT-NOTA-CREDITO TO RPT-LINHA
                    WRITE RPT-LINHA
                    ADD NCR-VALOR TO WRK-TOTAL-NCR
                    ADD 1 TO WRK-QTNCR
                END-IF
                PERFORM 3150-LER-NOTA
            END-PERFORM.
            CLOSE NOTACRED.
            IF WRK-QTNCR > 0
                MOVE WRK-TOTAL-NCR TO FAT-NCR-SOMA
                MOVE FAT-NCR-TOTAL TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF.

       3150-LER-NOTA.
            READ NOTACRED
                AT END MOVE 'S' TO WRK-FIMNCR
            END-READ.
