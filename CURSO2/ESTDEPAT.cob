       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTDEPAT.
      *******************************************
      * AULA:      SUBROTINA DO SALDO POR DEPOSITO
      * OBJETIVO:  CONSULTAR OU MOVIMENTAR O SALDO DE UM PRODUTO
      *            EM UM DEPOSITO (ESTDEP.DAT) - QUEM MEXE NO
      *            PROD-QTESTOQUE/PROD-QTRESERVADA DO MESTRE CHAMA
      *            ESTA ROTINA LOGO EM SEGUIDA PARA O DEPOSITO
      *            ACOMPANHAR O TOTAL DA EMPRESA
      *            OPERACOES (LNK-OPERACAO):
      *              C - CONSULTA (SO DEVOLVE SALDO E LIVRE)
      *              R - RESERVA  (SOMA NA RESERVA DO DEPOSITO)
      *              L - LIBERA   (TIRA DA RESERVA)
      *              B - BAIXA    (TIRA DO SALDO E DA RESERVA)
      *              E - ENTRADA  (SOMA NO SALDO)
      *            RETORNO (LNK-RETORNO):
      *              0 - OK
      *              1 - SEM ESTDEP.DAT (SALDO POR DEPOSITO AINDA
      *                  NAO IMPLANTADO - O CHAMADOR SEGUE SO COM O
      *                  TOTAL DO MESTRE, COMO SEMPRE)
      *              2 - PRODUTO SEM SALDO NO DEPOSITO (LIVRE ZERO)
      *              3 - DEPOSITO FORA DA TABDEP
      *            DEPOSITO EM BRANCO VALE 01; ENTRADA E RESERVA
      *            CRIAM O REGISTRO QUE FALTAR; SALDO E RESERVA
      *            NUNCA FICAM NEGATIVOS
      *            O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA,
      *            COMO A RESERVA DA CAPTURA FAZ COM O PRODUTOS.DAT
      * AUTHOR  :  SARAH
      * DATA:      15/10/2026
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTDEP ASSIGN TO 'ESTDEP.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ESTDEP-STATUS
             RECORD KEY IS EDP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
       FD ESTDEP.
           COPY ESTDEP.

       WORKING-STORAGE SECTION.
       77 ESTDEP-STATUS    PIC 9(02).
       77 WRK-IX-DEP       PIC 9(02) VALUE 0.
       77 WRK-DEP-OK       PIC X(01) VALUE 'N'.
           88 DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO VALUE 'S'.
           COPY TABDEP.

       LINKAGE SECTION.
       01 LNK-OPERACAO PIC X(01).
           88 LNK-CONSULTA VALUE 'C'.
           88 LNK-RESERVA  VALUE 'R'.
           88 LNK-LIBERA   VALUE 'L'.
           88 LNK-BAIXA    VALUE 'B'.
           88 LNK-ENTRADA  VALUE 'E'.
       01 LNK-CODPROD  PIC X(08).
       01 LNK-DEPOSITO PIC X(02).
       01 LNK-QTDE     PIC 9(05).
       01 LNK-SALDO    PIC 9(05).
       01 LNK-LIVRE    PIC 9(05).
       01 LNK-RETORNO  PIC X(01).

       PROCEDURE DIVISION USING LNK-OPERACAO LNK-CODPROD
                                LNK-DEPOSITO LNK-QTDE LNK-SALDO
                                LNK-LIVRE LNK-RETORNO.
       0001-PRINCIPAL SECTION.
            MOVE '0' TO LNK-RETORNO.
            MOVE ZEROS TO LNK-SALDO LNK-LIVRE.
            IF LNK-DEPOSITO = SPACES
                MOVE '01' TO LNK-DEPOSITO
            END-IF.
            PERFORM 1000-VALIDAR-DEPOSITO.
            IF NOT DEPOSITO-VALIDO
                MOVE '3' TO LNK-RETORNO
                GOBACK
            END-IF.
            IF LNK-CONSULTA
                OPEN INPUT ESTDEP
            ELSE
                OPEN I-O ESTDEP
            END-IF.
            IF ESTDEP-STATUS NOT = 0
                MOVE '1' TO LNK-RETORNO
                GOBACK
            END-IF.
            PERFORM 2000-LER-SALDO.
            IF REGISTRO-ACHADO
                PERFORM 3000-MOVIMENTAR
            ELSE
                IF LNK-ENTRADA OR LNK-RESERVA
                    PERFORM 4000-CRIAR-SALDO
                ELSE
                    MOVE '2' TO LNK-RETORNO
                END-IF
            END-IF.
            CLOSE ESTDEP.
            GOBACK.

       1000-VALIDAR-DEPOSITO.
            MOVE 'N' TO WRK-DEP-OK.
            PERFORM VARYING WRK-IX-DEP FROM 1 BY 1
                    UNTIL WRK-IX-DEP > 2
                IF TAB-DEP-COD(WRK-IX-DEP) = LNK-DEPOSITO
                    MOVE 'S' TO WRK-DEP-OK
                END-IF
            END-PERFORM.

       2000-LER-SALDO.
            MOVE 'S' TO WRK-ACHOU.
            MOVE LNK-CODPROD  TO EDP-CODPROD.
            MOVE LNK-DEPOSITO TO EDP-DEPOSITO.
            READ ESTDEP
              INVALID KEY
                MOVE 'N' TO WRK-ACHOU
            END-READ.

       3000-MOVIMENTAR.
            EVALUATE TRUE
              WHEN LNK-RESERVA
                ADD LNK-QTDE TO EDP-QTRESERVADA
              WHEN LNK-LIBERA
                PERFORM 3100-TIRAR-RESERVA
              WHEN LNK-BAIXA
                IF EDP-QTESTOQUE >= LNK-QTDE
                    SUBTRACT LNK-QTDE FROM EDP-QTESTOQUE
                ELSE
                    MOVE ZEROS TO EDP-QTESTOQUE
                END-IF
                PERFORM 3100-TIRAR-RESERVA
              WHEN LNK-ENTRADA
                ADD LNK-QTDE TO EDP-QTESTOQUE
            END-EVALUATE.
            IF NOT LNK-CONSULTA
                REWRITE ESTDEP-REG
                  INVALID KEY
                    DISPLAY 'ESTDEPAT: ERRO REGRAVANDO SALDO - PRODUTO '
                            EDP-CODPROD ' DEPOSITO ' EDP-DEPOSITO
                            ' STATUS ' ESTDEP-STATUS
                END-REWRITE
            END-IF.
            PERFORM 5000-DEVOLVER-SALDO.

       3100-TIRAR-RESERVA.
            IF EDP-QTRESERVADA >= LNK-QTDE
                SUBTRACT LNK-QTDE FROM EDP-QTRESERVADA
            ELSE
                MOVE ZEROS TO EDP-QTRESERVADA
            END-IF.

       4000-CRIAR-SALDO.
            MOVE LNK-CODPROD  TO EDP-CODPROD.
            MOVE LNK-DEPOSITO TO EDP-DEPOSITO.
            MOVE ZEROS TO EDP-QTESTOQUE EDP-QTRESERVADA
                          EDP-QTTRANSITO.
            MOVE SPACES TO EDP-LOCACAO.
            IF LNK-ENTRADA
                MOVE LNK-QTDE TO EDP-QTESTOQUE
            ELSE
                MOVE LNK-QTDE TO EDP-QTRESERVADA
            END-IF.
            WRITE ESTDEP-REG
              INVALID KEY
                DISPLAY 'ESTDEPAT: ERRO GRAVANDO SALDO - PRODUTO '
                        EDP-CODPROD ' DEPOSITO ' EDP-DEPOSITO
                        ' STATUS ' ESTDEP-STATUS
            END-WRITE.
            PERFORM 5000-DEVOLVER-SALDO.

       5000-DEVOLVER-SALDO.
            MOVE EDP-QTESTOQUE TO LNK-SALDO.
            IF EDP-QTESTOQUE > EDP-QTRESERVADA
                COMPUTE LNK-LIVRE = EDP-QTESTOQUE - EDP-QTRESERVADA
            ELSE
                MOVE ZEROS TO LNK-LIVRE
            END-IF.
