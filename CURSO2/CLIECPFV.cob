      *            MESMA CONTA DE DIGITOS DE 1500-VALIDAR-CPF DO
      *            MENU DE CLIENTES - REPETIDA AQUI PORQUE LA E
      *            PARAGRAFO DE PROGRAMA DE TELA
      *            O MESMO PARA O CNPJ DAS PESSOAS JURIDICAS
      *            (1550-VALIDAR-PESSOA DO MENU DE CLIENTES)
      * AUTHOR  :  SARAH
      * DATA:      22/08/2026
      * ALTERADO = 15/10/2026 - SARAH - VARRE TAMBEM O CNPJ DAS
      *            PESSOAS JURIDICAS (DIGITOS E DUPLICATA)
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-IX-VISTO     PIC 9(04) VALUE 0.
       77 WRK-CPF-REPETIDO PIC X(01) VALUE 'N'.
           88 CPF-JA-VISTO VALUE 'S'.
       77 WRK-CNPJ-OK      PIC X(01) VALUE 'S'.
           88 CNPJ-VALIDO   VALUE 'S'.
           88 CNPJ-INVALIDO VALUE 'N'.
       77 WRK-IX-CNPJ      PIC 9(02) VALUE 0.
       77 WRK-PESO-X       PIC X(01) VALUE SPACES.
       77 WRK-PESO         REDEFINES WRK-PESO-X PIC 9(01).
       77 WRK-PESOS-CNPJ   PIC X(13) VALUE '6543298765432'.
       77 WRK-QTCNPJ-INV   PIC 9(05) VALUE 0.
       77 WRK-QTCNPJ-DUP   PIC 9(05) VALUE 0.
       77 WRK-QTVISTOS-PJ  PIC 9(04) VALUE 0.

       01 WRK-TAB-VISTOS.
      *    CPFS JA ENCONTRADOS NA VARREDURA, COM O TELEFONE DO
               10 WRK-VISTO-CPF  PIC X(11).
               10 WRK-VISTO-FONE PIC 9(11).

       01 WRK-TAB-VISTOS-PJ.
      *    O MESMO PARA OS CNPJS DAS PESSOAS JURIDICAS
           05 WRK-VISTO-PJ OCCURS 2000 TIMES.
               10 WRK-VISTO-CNPJ    PIC X(14).
               10 WRK-VISTO-FONE-PJ PIC 9(11).

       01 RPT-INVALIDO.
           05 FILLER       PIC X(15) VALUE 'CPF INVALIDO  '.
           05 RPT-INV-CPF  PIC X(11).
           05 RPT-TOT-INV  PIC ZZZZ9.
           05 FILLER       PIC X(19) VALUE '  CPFS DUPLICADOS: '.
           05 RPT-TOT-DUP  PIC ZZZZ9.
       01 RPT-CNPJ-INVALIDO.
           05 FILLER       PIC X(15) VALUE 'CNPJ INVALIDO '.
           05 RPT-INV-CNPJ PIC X(14).
           05 FILLER       PIC X(08) VALUE '  FONE '.
           05 RPT-INV-FONE-PJ PIC 9(11).
       01 RPT-CNPJ-DUPLICADO.
           05 FILLER       PIC X(15) VALUE 'CNPJ DUPLICADO'.
           05 RPT-DUP-CNPJ PIC X(14).
           05 FILLER       PIC X(09) VALUE ' FONE 1 '.
           05 RPT-DUP-FONE1-PJ PIC 9(11).
           05 FILLER       PIC X(09) VALUE ' FONE 2 '.
           05 RPT-DUP-FONE2-PJ PIC 9(11).
       01 RPT-RODAPE-PJ.
           05 FILLER       PIC X(17) VALUE 'CNPJS INVALIDOS:'.
           05 RPT-TOT-INV-PJ PIC ZZZZ9.
           05 FILLER       PIC X(19) VALUE '  CNPJS DUPLICADOS:'.
           05 RPT-TOT-DUP-PJ PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
                    IF CLIENTES-CPF NOT = SPACES
                        PERFORM 2100-CRITICAR-CPF
                    END-IF
      *            PESSOA JURIDICA SEM CNPJ TAMBEM SAI COMO INVALIDO
                    IF PESSOA-JURIDICA OR CLIENTES-CNPJ NOT = SPACES
                        PERFORM 2300-CRITICAR-CNPJ
                    END-IF
                    READ CLIENTES NEXT
                END-PERFORM
            END-IF.
                END-IF
            END-IF.

       2300-CRITICAR-CNPJ.
            PERFORM 1560-VALIDAR-CNPJ.
            IF CNPJ-INVALIDO
                ADD 1 TO WRK-QTCNPJ-INV
                MOVE CLIENTES-CNPJ TO RPT-INV-CNPJ
                MOVE CLIENTES-FONE TO RPT-INV-FONE-PJ
                MOVE RPT-CNPJ-INVALIDO TO RPT-LINHA
                WRITE RPT-LINHA
            ELSE
                PERFORM 2400-CONFERIR-DUPLICATA-PJ
            END-IF.

       2400-CONFERIR-DUPLICATA-PJ.
            MOVE 'N' TO WRK-CPF-REPETIDO.
            PERFORM VARYING WRK-IX-VISTO FROM 1 BY 1
                    UNTIL WRK-IX-VISTO > WRK-QTVISTOS-PJ
                    OR CPF-JA-VISTO
                IF WRK-VISTO-CNPJ(WRK-IX-VISTO) = CLIENTES-CNPJ
                    MOVE 'S' TO WRK-CPF-REPETIDO
                    SUBTRACT 1 FROM WRK-IX-VISTO
                END-IF
            END-PERFORM.
            IF CPF-JA-VISTO
                ADD 1 TO WRK-QTCNPJ-DUP
                MOVE CLIENTES-CNPJ TO RPT-DUP-CNPJ
                MOVE WRK-VISTO-FONE-PJ(WRK-IX-VISTO)
                    TO RPT-DUP-FONE1-PJ
                MOVE CLIENTES-FONE TO RPT-DUP-FONE2-PJ
                MOVE RPT-CNPJ-DUPLICADO TO RPT-LINHA
                WRITE RPT-LINHA
            ELSE
                IF WRK-QTVISTOS-PJ < 2000
                    ADD 1 TO WRK-QTVISTOS-PJ
                    MOVE CLIENTES-CNPJ TO
                        WRK-VISTO-CNPJ(WRK-QTVISTOS-PJ)
                    MOVE CLIENTES-FONE TO
                        WRK-VISTO-FONE-PJ(WRK-QTVISTOS-PJ)
                END-IF
            END-IF.

      *    MESMA CONTA DE 1500-VALIDAR-CPF DO MENU DE CLIENTES
       1500-VALIDAR-CPF.
            MOVE 'S' TO WRK-CPF-OK.
                MOVE 'N' TO WRK-CPF-OK
            END-IF.

      *    MESMA CONTA DE 1560-CONFERIR-CNPJ DO MENU DE CLIENTES
       1560-VALIDAR-CNPJ.
            MOVE 'S' TO WRK-CNPJ-OK.
            IF CLIENTES-CNPJ IS NOT NUMERIC
                MOVE 'N' TO WRK-CNPJ-OK
            ELSE
                MOVE 'S' TO WRK-CPF-IGUAIS
                PERFORM VARYING WRK-IX-CNPJ FROM 2 BY 1
                        UNTIL WRK-IX-CNPJ > 14
                    IF CLIENTES-CNPJ(WRK-IX-CNPJ:1)
                            NOT = CLIENTES-CNPJ(1:1)
                        MOVE 'N' TO WRK-CPF-IGUAIS
                    END-IF
                END-PERFORM
                IF WRK-CPF-IGUAIS = 'S'
                    MOVE 'N' TO WRK-CNPJ-OK
                ELSE
                    PERFORM 1570-PRIMEIRO-DIGITO-CNPJ
                    IF CNPJ-VALIDO
                        PERFORM 1580-SEGUNDO-DIGITO-CNPJ
                    END-IF
                END-IF
            END-IF.

       1570-PRIMEIRO-DIGITO-CNPJ.
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CNPJ FROM 1 BY 1
                    UNTIL WRK-IX-CNPJ > 12
                MOVE CLIENTES-CNPJ(WRK-IX-CNPJ:1) TO WRK-DIGITO-X
                MOVE WRK-PESOS-CNPJ(WRK-IX-CNPJ + 1:1) TO WRK-PESO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * WRK-PESO
            END-PERFORM.
            DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QUOC-CPF
                REMAINDER WRK-RESTO-CPF.
            IF WRK-RESTO-CPF < 2
                MOVE 0 TO WRK-DV-CPF
            ELSE
                COMPUTE WRK-DV-CPF = 11 - WRK-RESTO-CPF
            END-IF.
            MOVE CLIENTES-CNPJ(13:1) TO WRK-DIGITO-X.
            IF WRK-DIGITO NOT = WRK-DV-CPF
                MOVE 'N' TO WRK-CNPJ-OK
            END-IF.

       1580-SEGUNDO-DIGITO-CNPJ.
            MOVE 0 TO WRK-SOMA-CPF.
            PERFORM VARYING WRK-IX-CNPJ FROM 1 BY 1
                    UNTIL WRK-IX-CNPJ > 13
                MOVE CLIENTES-CNPJ(WRK-IX-CNPJ:1) TO WRK-DIGITO-X
                MOVE WRK-PESOS-CNPJ(WRK-IX-CNPJ:1) TO WRK-PESO-X
                COMPUTE WRK-SOMA-CPF = WRK-SOMA-CPF +
                    WRK-DIGITO * WRK-PESO
            END-PERFORM.
            DIVIDE WRK-SOMA-CPF BY 11 GIVING WRK-QUOC-CPF
                REMAINDER WRK-RESTO-CPF.
            IF WRK-RESTO-CPF < 2
                MOVE 0 TO WRK-DV-CPF
            ELSE
                COMPUTE WRK-DV-CPF = 11 - WRK-RESTO-CPF
            END-IF.
            MOVE CLIENTES-CNPJ(14:1) TO WRK-DIGITO-X.
            IF WRK-DIGITO NOT = WRK-DV-CPF
                MOVE 'N' TO WRK-CNPJ-OK
            END-IF.

       3000-FINALIZAR.
            IF ABRIU-COM-SUCESSO
                MOVE WRK-QTINVALIDOS  TO RPT-TOT-INV
                MOVE WRK-QTDUPLICADOS TO RPT-TOT-DUP
                MOVE RPT-RODAPE TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WRK-QTCNPJ-INV TO RPT-TOT-INV-PJ
                MOVE WRK-QTCNPJ-DUP TO RPT-TOT-DUP-PJ
                MOVE RPT-RODAPE-PJ TO RPT-LINHA
                WRITE RPT-LINHA
                CLOSE CLIECPFV-RPT
                CLOSE CLIENTES
            END-IF.
            DISPLAY '===== CLIECPFV - VARREDURA DE CPF ====='.
            DISPLAY 'CPFS INVALIDOS.......: ' WRK-QTINVALIDOS.
            DISPLAY 'CPFS DUPLICADOS......: ' WRK-QTDUPLICADOS.
            DISPLAY 'CNPJS INVALIDOS......: ' WRK-QTCNPJ-INV.
            DISPLAY 'CNPJS DUPLICADOS.....: ' WRK-QTCNPJ-DUP.
